      *----------------------------------------------------------------
      * VFYCOMM.cpy
      * Communication area for the CompVrfy subprogram. The caller
      * sets the record count the company master is expected to
      * hold (or MV-NO-COUNT when there is none to check against)
      * and CompVrfy reads the whole master, checking SrNo values,
      * key sequence and status codes, and returns the number of
      * records verified and errors found. Each error is displayed.
      *----------------------------------------------------------------
       01  MASTER-VERIFY-COMM.
           05  MV-EXPECTED-COUNT       pic 9(6).
           05  MV-COUNT-SWITCH         pic x(1).
               88  MV-CHECK-COUNT              value "Y".
               88  MV-NO-COUNT                 value "N".
           05  MV-RECORDS-VERIFIED     pic 9(6).
           05  MV-VERIFY-ERRORS        pic 9(6).
           05  MV-RESULT               pic x(1).
               88  MV-CLEAN                    value "0".
               88  MV-ERRORS-FOUND             value "V".
               88  MV-FILE-ERROR               value "E".
