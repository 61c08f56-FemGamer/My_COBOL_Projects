      *----------------------------------------------------------------
      * SENDREC.cpy
      * Send-control record layout for SEND-CONTROL, keyed by send
      * sequence number. One record per outbound change delta: the
      * range of journal timestamps it carries, its record counts
      * and SrNo hash total, how many times it has been transmitted
      * and whether the receivers have accepted or rejected it.
      * Each transmission names the receivers expected to take it
      * (the DELTARECVRS parameter card) and records, per
      * receiver, the transmission that receiver last accepted. The
      * send is only marked accepted once every expected receiver
      * has accepted the current transmission; until then it stays
      * sent. Written by the delta extract and updated by the
      * acknowledgment step. A new sequence is only started once
      * the one before it has been accepted.
      *----------------------------------------------------------------
       01  SEND-CONTROL-RECORD.
           05  SC-SEQUENCE             pic 9(6).
           05  SC-FROM-TIMESTAMP       pic x(21).
           05  SC-TO-TIMESTAMP         pic x(21).
           05  SC-SEND-TIMESTAMP       pic x(21).
           05  SC-SEND-COUNT           pic 9(2).
           05  SC-RECORD-COUNT         pic 9(6).
           05  SC-ADD-COUNT            pic 9(6).
           05  SC-CHANGE-COUNT         pic 9(6).
           05  SC-DELETE-COUNT         pic 9(6).
           05  SC-MERGE-COUNT          pic 9(6).
           05  SC-REINSTATE-COUNT      pic 9(6).
           05  SC-HASH-TOTAL           pic 9(10).
           05  SC-STATUS               pic x(1).
               88  SC-SENT                     value "S".
               88  SC-ACCEPTED                 value "A".
               88  SC-REJECTED                 value "R".
           05  SC-ACK-TIMESTAMP        pic x(21).
           05  SC-ACK-REASON           pic x(30).
           05  SC-RECEIVER-COUNT       pic 9(1).
           05  SC-RECEIVER-ENTRY       occurs 3 times.
               10  SC-RECEIVER-ID      pic x(8).
               10  SC-ACCEPTED-SEND-COUNT pic 9(2).
