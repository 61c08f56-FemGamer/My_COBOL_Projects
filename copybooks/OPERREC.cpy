      *----------------------------------------------------------------
      * OPERREC.cpy
      * Operator profile record layout for OPERATOR-FILE: one record
      * per operator allowed to run the maintenance programs, keyed
      * by operator ID, carrying the password, whether the operator
      * is active or revoked, and a Y/N authority flag for each
      * maintenance function. Maintained by OperMaint and read by
      * the SignOn subprogram.
      *----------------------------------------------------------------
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID          pic x(8).
           05  OP-OPERATOR-NAME        pic x(30).
           05  OP-PASSWORD             pic x(8).
           05  OP-STATUS               pic x(1).
               88  OP-ACTIVE                   value "A".
               88  OP-REVOKED                  value "R".
           05  OP-AUTHORITIES.
               10  OP-AUTH-ADD         pic x(1).
                   88  OP-MAY-ADD              value "Y".
               10  OP-AUTH-CHANGE      pic x(1).
                   88  OP-MAY-CHANGE           value "Y".
               10  OP-AUTH-DELETE      pic x(1).
                   88  OP-MAY-DELETE           value "Y".
               10  OP-AUTH-MERGE       pic x(1).
                   88  OP-MAY-MERGE            value "Y".
               10  OP-AUTH-REINSTATE   pic x(1).
                   88  OP-MAY-REINSTATE        value "Y".
               10  OP-AUTH-BAND        pic x(1).
                   88  OP-MAY-BAND             value "Y".
               10  OP-AUTH-INDUSTRY    pic x(1).
                   88  OP-MAY-INDUSTRY         value "Y".
               10  OP-AUTH-WRITE-OFF   pic x(1).
                   88  OP-MAY-WRITE-OFF        value "Y".
               10  OP-AUTH-SECURITY    pic x(1).
                   88  OP-MAY-SECURITY         value "Y".
           05  OP-LAST-SIGN-ON         pic x(21).
