      *----------------------------------------------------------------
      * PENDREC.cpy
      * Pending transaction record layout for PENDING-TRANSACTIONS:
      * one record per future-dated maintenance transaction, keyed
      * by SrNo, effective date and a sequence number within them.
      * The record carries the transaction as keyed, who entered it
      * and from where, and its disposition: still pending, released
      * and applied, rejected on release (with the reject number on
      * the reject master) or cancelled before it fell due.
      *----------------------------------------------------------------
       01  PENDING-TRANSACTION-RECORD.
           05  PT-KEY.
               10  PT-SRNO             pic 9(4).
               10  PT-EFFECTIVE-DATE   pic 9(8).
               10  PT-SEQUENCE         pic 9(4).
           05  PT-STATUS               pic x(1).
               88  PT-PENDING                  value "P".
               88  PT-RELEASED                 value "A".
               88  PT-RELEASE-REJECTED         value "R".
               88  PT-CANCELLED                value "X".
           05  PT-ACTION               pic x(1).
               88  PT-ADD                      value "A".
               88  PT-CHANGE                   value "C".
               88  PT-DELETE                   value "D".
               88  PT-MERGE                    value "M".
           05  PT-COMPANY              pic x(30).
           05  PT-FOUNDED-DATE         pic 9(8).
           05  PT-INDUSTRY-CODE        pic x(4).
           05  PT-SUCCESSOR-SRNO       pic 9(4).
           05  PT-SOURCE               pic x(1).
               88  PT-FROM-ONLINE              value "O".
               88  PT-FROM-BATCH               value "B".
           05  PT-ENTERED-TIMESTAMP    pic x(21).
           05  PT-ENTERED-BY           pic x(8).
           05  PT-DISPOSITION-DATE     pic 9(8).
           05  PT-DISPOSED-BY          pic x(8).
           05  PT-REJECT-NUMBER        pic 9(6).
           05  PT-REASON-CODE          pic x(4).
