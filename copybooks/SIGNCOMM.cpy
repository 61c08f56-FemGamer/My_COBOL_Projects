      *----------------------------------------------------------------
      * SIGNCOMM.cpy
      * Communication area for the SignOn subprogram. A maintenance
      * program sets SG-SIGN-ON with its program name before opening
      * its files; SignOn prompts for the operator ID and password
      * and returns the operator ID. Before each update the program
      * sets SG-AUTHORIZE with the function code, and SignOn checks
      * the operator's authority for it. Every refusal is logged to
      * the security violation file.
      *----------------------------------------------------------------
       01  SIGN-ON-COMM.
           05  SG-REQUEST              pic x(1).
               88  SG-SIGN-ON                  value "S".
               88  SG-AUTHORIZE                value "A".
           05  SG-PROGRAM-NAME         pic x(12).
           05  SG-OPERATOR-ID          pic x(8).
           05  SG-FUNCTION-CODE        pic x(1).
               88  SG-FUNC-ADD                 value "A".
               88  SG-FUNC-CHANGE              value "C".
               88  SG-FUNC-DELETE              value "D".
               88  SG-FUNC-MERGE               value "M".
               88  SG-FUNC-REINSTATE           value "R".
               88  SG-FUNC-BAND                value "B".
               88  SG-FUNC-INDUSTRY            value "I".
               88  SG-FUNC-WRITE-OFF           value "W".
               88  SG-FUNC-SECURITY            value "S".
           05  SG-RESULT               pic x(1).
               88  SG-OK                       value "0".
               88  SG-REFUSED                  value "R".
               88  SG-NO-OPERATORS             value "N".
               88  SG-FILE-ERROR               value "E".
