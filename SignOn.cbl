       program-id. "SignOn".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional OPERATOR-FILE assign to "OPERATORS.DAT"
               organization is indexed
               access mode is dynamic
               record key is OP-OPERATOR-ID
               file status is WS-OPERATOR-STATUS.

           select SECURITY-VIOLATIONS assign to "SECVIOL.DAT"
               organization is line sequential
               file status is WS-VIOLATION-STATUS.

       data division.
       file section.
       fd  OPERATOR-FILE.
           copy "OPERREC.cpy".

       fd  SECURITY-VIOLATIONS.
           copy "SECVREC.cpy".

       working-storage section.
       01  WS-OPERATOR-STATUS       pic xx value spaces.
       01  WS-VIOLATION-STATUS      pic xx value spaces.
       01  WS-ATTEMPTS              pic 9(1) value zeros.
       01  WS-MAX-ATTEMPTS          pic 9(1) value 3.
       01  WS-ENTERED-ID            pic x(8) value spaces.
       01  WS-ENTERED-PASSWORD      pic x(8) value spaces.
       01  WS-VIOLATION-OPERATOR    pic x(8) value spaces.
       01  WS-REASON-TEXT           pic x(30) value spaces.
       01  WS-FUNCTION-TEXT         pic x(14) value spaces.

       linkage section.
           copy "SIGNCOMM.cpy".

       procedure division using SIGN-ON-COMM.
       CHECK-OPERATOR.
           open i-o OPERATOR-FILE
           if WS-OPERATOR-STATUS not = "00"
               and WS-OPERATOR-STATUS not = "05"
               display "Unable to open OPERATOR-FILE, status "
                   WS-OPERATOR-STATUS
               set SG-FILE-ERROR to true
               goback
           end-if
           evaluate true
               when SG-SIGN-ON
                   perform SIGN-ON-OPERATOR
               when SG-AUTHORIZE
                   perform AUTHORIZE-FUNCTION
               when other
                   set SG-FILE-ERROR to true
           end-evaluate
           close OPERATOR-FILE
           goback.

       SIGN-ON-OPERATOR.
           move spaces to SG-OPERATOR-ID
           move spaces to SG-FUNCTION-CODE
           perform CHECK-FOR-OPERATORS
           if SG-NO-OPERATORS
               display "No operators on file, enrol the first "
                   "operator with OperMaint"
           else
               move zeros to WS-ATTEMPTS
               perform until SG-OK
                   or WS-ATTEMPTS = WS-MAX-ATTEMPTS
                   add 1 to WS-ATTEMPTS
                   perform CHECK-ONE-SIGN-ON
               end-perform
               if not SG-OK
                   display "Sign-on refused after " WS-MAX-ATTEMPTS
                       " attempts"
               end-if
           end-if.

       CHECK-FOR-OPERATORS.
           move low-values to OP-OPERATOR-ID
           start OPERATOR-FILE key is greater than OP-OPERATOR-ID
               invalid key
                   set SG-NO-OPERATORS to true
               not invalid key
                   set SG-REFUSED to true
           end-start.

       CHECK-ONE-SIGN-ON.
           set SG-REFUSED to true
           move spaces to WS-ENTERED-ID
           move spaces to WS-ENTERED-PASSWORD
           display "Operator ID: "
           accept WS-ENTERED-ID
           display "Password   : "
           accept WS-ENTERED-PASSWORD
           move WS-ENTERED-ID to OP-OPERATOR-ID
           read OPERATOR-FILE
               invalid key
                   move "UNKNOWN OPERATOR ID" to WS-REASON-TEXT
               not invalid key
                   evaluate true
                       when not OP-ACTIVE
                           move "OPERATOR REVOKED" to WS-REASON-TEXT
                       when OP-PASSWORD not = WS-ENTERED-PASSWORD
                           move "WRONG PASSWORD" to WS-REASON-TEXT
                       when other
                           perform RECORD-SIGN-ON
                   end-evaluate
           end-read
           if not SG-OK
               display "Sign-on refused: " WS-REASON-TEXT
               move WS-ENTERED-ID to WS-VIOLATION-OPERATOR
               perform LOG-SECURITY-VIOLATION
           end-if.

       RECORD-SIGN-ON.
           set SG-OK to true
           move OP-OPERATOR-ID to SG-OPERATOR-ID
           move function current-date to OP-LAST-SIGN-ON
           rewrite OPERATOR-RECORD
               invalid key
                   continue
           end-rewrite
           display "Signed on as " OP-OPERATOR-ID " " OP-OPERATOR-NAME.

       AUTHORIZE-FUNCTION.
           set SG-REFUSED to true
           perform DESCRIBE-FUNCTION
           move SG-OPERATOR-ID to OP-OPERATOR-ID
           read OPERATOR-FILE
               invalid key
                   move "OPERATOR NOT ON FILE" to WS-REASON-TEXT
               not invalid key
                   if not OP-ACTIVE
                       move "OPERATOR REVOKED" to WS-REASON-TEXT
                   else
                       perform CHECK-FUNCTION-AUTHORITY
                   end-if
           end-read
           if not SG-OK
               display "Not authorized: " WS-REASON-TEXT
               move SG-OPERATOR-ID to WS-VIOLATION-OPERATOR
               perform LOG-SECURITY-VIOLATION
           end-if.

       CHECK-FUNCTION-AUTHORITY.
           evaluate true
               when SG-FUNC-ADD and OP-MAY-ADD
               when SG-FUNC-CHANGE and OP-MAY-CHANGE
               when SG-FUNC-DELETE and OP-MAY-DELETE
               when SG-FUNC-MERGE and OP-MAY-MERGE
               when SG-FUNC-REINSTATE and OP-MAY-REINSTATE
               when SG-FUNC-BAND and OP-MAY-BAND
               when SG-FUNC-INDUSTRY and OP-MAY-INDUSTRY
               when SG-FUNC-WRITE-OFF and OP-MAY-WRITE-OFF
               when SG-FUNC-SECURITY and OP-MAY-SECURITY
                   set SG-OK to true
               when other
                   move spaces to WS-REASON-TEXT
                   string
                       "NO AUTHORITY - " delimited by size
                       WS-FUNCTION-TEXT delimited by size
                       into WS-REASON-TEXT
                   end-string
           end-evaluate.

       DESCRIBE-FUNCTION.
           evaluate true
               when SG-FUNC-ADD
                   move "ADD" to WS-FUNCTION-TEXT
               when SG-FUNC-CHANGE
                   move "CHANGE" to WS-FUNCTION-TEXT
               when SG-FUNC-DELETE
                   move "DELETE" to WS-FUNCTION-TEXT
               when SG-FUNC-MERGE
                   move "MERGE" to WS-FUNCTION-TEXT
               when SG-FUNC-REINSTATE
                   move "REINSTATE" to WS-FUNCTION-TEXT
               when SG-FUNC-BAND
                   move "BAND MAINT" to WS-FUNCTION-TEXT
               when SG-FUNC-INDUSTRY
                   move "INDUSTRY MAINT" to WS-FUNCTION-TEXT
               when SG-FUNC-WRITE-OFF
                   move "WRITE OFF" to WS-FUNCTION-TEXT
               when SG-FUNC-SECURITY
                   move "OPERATOR MAINT" to WS-FUNCTION-TEXT
               when other
                   move SG-FUNCTION-CODE to WS-FUNCTION-TEXT
           end-evaluate.

       LOG-SECURITY-VIOLATION.
           open extend SECURITY-VIOLATIONS
           if WS-VIOLATION-STATUS = "35"
               open output SECURITY-VIOLATIONS
           end-if
           if WS-VIOLATION-STATUS not = "00"
               display "Unable to open SECURITY-VIOLATIONS, status "
                   WS-VIOLATION-STATUS
           else
               move spaces to SECURITY-VIOLATION-RECORD
               move function current-date to SV-TIMESTAMP
               move SG-PROGRAM-NAME to SV-PROGRAM-NAME
               move WS-VIOLATION-OPERATOR to SV-OPERATOR-ID
               move SG-FUNCTION-CODE to SV-FUNCTION-CODE
               move WS-REASON-TEXT to SV-REASON-TEXT
               write SECURITY-VIOLATION-RECORD
               close SECURITY-VIOLATIONS
           end-if.

       end program "SignOn".
