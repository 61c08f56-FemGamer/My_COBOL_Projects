      *----------------------------------------------------------------
      * APPLCOMM.cpy
      * Communication area for the CompApply subprogram, which
      * validates and applies company master transactions for the
      * batch apply and the pending transaction release. The caller
      * sets AX-OPEN once, AX-APPLY for each transaction and
      * AX-CLOSE at the end. A transaction whose effective date is
      * after the run date is held on the pending transaction file
      * instead of being applied. Each reject is written to the
      * reject master and its reason and number are returned.
      *----------------------------------------------------------------
       01  COMPANY-APPLY-COMM.
           05  AX-FUNCTION             pic x(1).
               88  AX-OPEN                     value "O".
               88  AX-APPLY                    value "A".
               88  AX-CLOSE                    value "C".
           05  AX-TRANSACTION.
               10  AX-ACTION           pic x(1).
                   88  AX-ADD                  value "A" "a".
                   88  AX-CHANGE               value "C" "c".
                   88  AX-DELETE               value "D" "d".
                   88  AX-MERGE                value "M" "m".
               10  AX-SRNO             pic 9(4).
               10  AX-COMPANY          pic x(30).
               10  AX-FOUNDED-DATE     pic 9(8).
               10  AX-INDUSTRY-CODE    pic x(4).
               10  AX-SUCCESSOR-SRNO   pic 9(4).
           05  AX-EFFECTIVE-DATE       pic x(8).
           05  AX-EFFECTIVE-DATE-N redefines AX-EFFECTIVE-DATE
                                       pic 9(8).
           05  AX-RUN-DATE             pic 9(8).
           05  AX-OPERATOR-ID          pic x(8).
           05  AX-ACTION-TAKEN         pic x(8).
           05  AX-REASON-CODE          pic x(4).
           05  AX-REASON-TEXT          pic x(40).
           05  AX-REJECT-NUMBER        pic 9(6).
           05  AX-PENDING-SEQUENCE     pic 9(4).
           05  AX-RESULT               pic x(1).
               88  AX-APPLIED                  value "0".
               88  AX-HELD                     value "H".
               88  AX-REJECTED                 value "R".
               88  AX-FILE-ERROR               value "E".
