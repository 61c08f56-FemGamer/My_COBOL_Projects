      *----------------------------------------------------------------
      * PENDCOMM.cpy
      * Communication area for the PendWrt subprogram. A program
      * holding a future-dated transaction sets the transaction
      * image, its effective date, the source and the operator ID,
      * and PendWrt adds it to the pending transaction file under
      * the next free sequence number for that SrNo and date. A
      * blank operator ID is taken from the OPERATOR parameter card,
      * or BATCH when there is none.
      *----------------------------------------------------------------
       01  PENDING-WRITE-COMM.
           05  PW-TRANSACTION.
               10  PW-ACTION           pic x(1).
               10  PW-SRNO             pic 9(4).
               10  PW-COMPANY          pic x(30).
               10  PW-FOUNDED-DATE     pic 9(8).
               10  PW-INDUSTRY-CODE    pic x(4).
               10  PW-SUCCESSOR-SRNO   pic 9(4).
           05  PW-EFFECTIVE-DATE       pic 9(8).
           05  PW-SOURCE               pic x(1).
               88  PW-FROM-ONLINE              value "O".
               88  PW-FROM-BATCH               value "B".
           05  PW-OPERATOR-ID          pic x(8).
           05  PW-SEQUENCE             pic 9(4).
           05  PW-RESULT               pic x(1).
               88  PW-OK                       value "0".
               88  PW-FILE-ERROR               value "E".
