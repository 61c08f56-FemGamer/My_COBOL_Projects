      *----------------------------------------------------------------
      * ACKREC.cpy
      * Inbound acknowledgment record layout for DELTA-ACK. Each
      * receiver returns one record per delta it has processed,
      * naming itself and echoing the send sequence number and
      * transmission count from the delta header and the record
      * count and hash total it counted, with A to accept the delta
      * or R to reject it and a reason. An acknowledgment for an
      * earlier transmission of a resent delta, or from a receiver
      * the transmission was not sent to, is ignored. The delta is
      * accepted only when every expected receiver has accepted
      * it, and a rejection from any receiver reopens the delta for
      * resending.
      *----------------------------------------------------------------
       01  DELTA-ACK-RECORD.
           05  AK-RECEIVER-ID          pic x(8).
           05  AK-SEQUENCE             pic 9(6).
           05  AK-SEND-COUNT           pic 9(2).
           05  AK-RESULT               pic x(1).
               88  AK-ACCEPTED                 value "A".
               88  AK-REJECTED                 value "R".
           05  AK-RECORD-COUNT         pic 9(6).
           05  AK-HASH-TOTAL           pic 9(10).
           05  AK-REASON-TEXT          pic x(30).
