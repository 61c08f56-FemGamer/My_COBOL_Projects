      * JRNCOMM.cpy
      * Communication area for the CompJrnl subprogram. A program
      * that maintains the company master sets the SrNo, source,
      * action, the before and after record images and the signed-on
      * operator ID, and CompJrnl appends a timestamped journal
      * record. A blank operator ID is taken from the OPERATOR
      * parameter card, or BATCH when there is none.
      *----------------------------------------------------------------
       01  COMPANY-JOURNAL-COMM.
           05  JN-SRNO                 pic 9(4).
               88  JN-ACTION-DELETE            value "D".
               88  JN-ACTION-REINSTATE         value "R".
               88  JN-ACTION-MERGE             value "M".
               88  JN-ACTION-PURGE             value "P".
           05  JN-BEFORE-IMAGE         pic x(80).
           05  JN-AFTER-IMAGE          pic x(80).
           05  JN-OPERATOR-ID          pic x(8).
           05  JN-RESULT               pic x(1).
               88  JN-OK                       value "0".
               88  JN-FILE-ERROR               value "E".
