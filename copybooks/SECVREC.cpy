      *----------------------------------------------------------------
      * SECVREC.cpy
      * Security violation record layout for SECURITY-VIOLATIONS:
      * one record per refused sign-on or refused function, written
      * by the SignOn subprogram and listed by OperMaint.
      *----------------------------------------------------------------
       01  SECURITY-VIOLATION-RECORD.
           05  SV-TIMESTAMP            pic x(21).
           05  SV-PROGRAM-NAME         pic x(12).
           05  SV-OPERATOR-ID          pic x(8).
           05  SV-FUNCTION-CODE        pic x(1).
           05  SV-REASON-TEXT          pic x(30).
