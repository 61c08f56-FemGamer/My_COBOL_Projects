      *----------------------------------------------------------------
      * AGECOMM.cpy
      * Communication area for the AgeChk subprogram. A program
      * that reports from AGE-RESULT-MASTER calls AgeChk before it
      * reads the file and receives the run number, run timestamp
      * and effective date the results reflect, together with a
      * count of every way COMPANY-MASTER has changed since that
      * run: active companies with no result, results for companies
      * no longer active, and results whose company details no
      * longer match the master. Each difference is also displayed.
      *----------------------------------------------------------------
       01  AGE-CHECK-COMM.
           05  AC-RUN-NUMBER           pic 9(6).
           05  AC-RUN-TIMESTAMP        pic x(21).
           05  AC-EFFECTIVE-DATE       pic 9(8).
           05  AC-RESULTS-ON-FILE      pic 9(6).
           05  AC-NOT-AGED-COUNT       pic 9(6).
           05  AC-NO-LONGER-ACTIVE     pic 9(6).
           05  AC-DETAILS-CHANGED      pic 9(6).
           05  AC-OTHER-RUN-COUNT      pic 9(6).
           05  AC-DIFFERENCES          pic 9(6).
           05  AC-RESULT               pic x(1).
               88  AC-CURRENT                  value "0".
               88  AC-MASTER-CHANGED           value "C".
               88  AC-NO-RESULTS               value "N".
               88  AC-FILE-ERROR               value "E".
