       program-id. "OperMaint".

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
       01  WS-TRANS-CODE            pic x value spaces.
           88  WS-TRANS-ADD                 value "A" "a".
           88  WS-TRANS-CHANGE              value "C" "c".
           88  WS-TRANS-REVOKE              value "R" "r".
           88  WS-TRANS-LIST                value "L" "l".
           88  WS-TRANS-VIOLATIONS          value "V" "v".
           88  WS-TRANS-QUIT                value "Q" "q".
       01  WS-DONE-SWITCH           pic x value "N".
           88  WS-DONE                      value "Y".
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-EMPTY-SWITCH          pic x value "N".
           88  WS-NO-OPERATORS              value "Y".
       01  WS-OPERATOR-KEY          pic x(8).
       01  WS-NEW-NAME              pic x(30).
       01  WS-NEW-PASSWORD          pic x(8).
       01  WS-NEW-AUTHORITIES       pic x(9).
       01  WS-NEW-STATUS            pic x(1).
       01  WS-FLAG-COUNT            pic 9(2) value zeros.
       01  WS-VALID-SWITCH          pic x value "Y".
           88  WS-ENTRY-VALID               value "Y".
           88  WS-ENTRY-INVALID             value "N".
       01  WS-REASON-TEXT           pic x(40) value spaces.
       01  WS-LISTED-COUNT          pic 9(6) value zeros.

           copy "SIGNCOMM.cpy".

       procedure division.
       MAINTAIN-OPERATORS.
           display "Operator Profile Maintenance"
           perform ENROL-FIRST-OPERATOR
           perform SIGN-ON-OPERATOR
           open i-o OPERATOR-FILE
           if WS-OPERATOR-STATUS not = "00"
               and WS-OPERATOR-STATUS not = "05"
               display "Unable to open OPERATOR-FILE, status "
                   WS-OPERATOR-STATUS
               stop run
           end-if
           perform until WS-DONE
               perform GET-TRANSACTION-CODE
               evaluate true
                   when WS-TRANS-ADD
                       perform ADD-OPERATOR
                   when WS-TRANS-CHANGE
                       perform CHANGE-OPERATOR
                   when WS-TRANS-REVOKE
                       perform REVOKE-OPERATOR
                   when WS-TRANS-LIST
                       perform LIST-OPERATORS
                   when WS-TRANS-VIOLATIONS
                       perform LIST-SECURITY-VIOLATIONS
                   when WS-TRANS-QUIT
                       set WS-DONE to true
                   when other
                       display "Invalid transaction code, use "
                           "A/C/R/L/V/Q"
               end-evaluate
           end-perform
           close OPERATOR-FILE
           stop run.

       ENROL-FIRST-OPERATOR.
           open i-o OPERATOR-FILE
           if WS-OPERATOR-STATUS not = "00"
               and WS-OPERATOR-STATUS not = "05"
               display "Unable to open OPERATOR-FILE, status "
                   WS-OPERATOR-STATUS
               stop run
           end-if
           perform CHECK-FOR-OPERATORS
           if WS-NO-OPERATORS
               display "No operators on file, enrol the first "
                   "security administrator"
               perform ADD-OPERATOR
               perform CHECK-FOR-OPERATORS
           end-if
           close OPERATOR-FILE
           if WS-NO-OPERATORS
               display "No operator enrolled, OperMaint ended"
               stop run
           end-if.

       CHECK-FOR-OPERATORS.
           move "N" to WS-EMPTY-SWITCH
           move low-values to OP-OPERATOR-ID
           start OPERATOR-FILE key is greater than OP-OPERATOR-ID
               invalid key
                   set WS-NO-OPERATORS to true
           end-start.

       SIGN-ON-OPERATOR.
           set SG-SIGN-ON to true
           move "OperMaint" to SG-PROGRAM-NAME
           call "SignOn" using SIGN-ON-COMM
           if SG-OK
               set SG-AUTHORIZE to true
               set SG-FUNC-SECURITY to true
               call "SignOn" using SIGN-ON-COMM
           end-if
           if not SG-OK
               display "OperMaint ended"
               stop run
           end-if.

       GET-TRANSACTION-CODE.
           display "Add, Change, Revoke, List, Violations or Quit "
               "(A/C/R/L/V/Q): "
           accept WS-TRANS-CODE.

       ADD-OPERATOR.
           move spaces to OPERATOR-RECORD
           display "Enter Operator ID: "
           accept OP-OPERATOR-ID
           display "Enter Operator Name: "
           accept OP-OPERATOR-NAME
           display "Enter Password: "
           accept OP-PASSWORD
           if WS-NO-OPERATORS
               move all "Y" to WS-NEW-AUTHORITIES
           else
               perform PROMPT-FOR-AUTHORITIES
           end-if
           set WS-ENTRY-VALID to true
           evaluate true
               when OP-OPERATOR-ID = spaces
                   set WS-ENTRY-INVALID to true
                   move "OPERATOR ID IS BLANK" to WS-REASON-TEXT
               when OP-OPERATOR-NAME = spaces
                   set WS-ENTRY-INVALID to true
                   move "OPERATOR NAME IS BLANK" to WS-REASON-TEXT
               when OP-PASSWORD = spaces
                   set WS-ENTRY-INVALID to true
                   move "PASSWORD IS BLANK" to WS-REASON-TEXT
               when other
                   perform VALIDATE-AUTHORITIES
           end-evaluate
           if WS-ENTRY-INVALID
               display "Rejected: " WS-REASON-TEXT
           else
               move WS-NEW-AUTHORITIES to OP-AUTHORITIES
               set OP-ACTIVE to true
               move spaces to OP-LAST-SIGN-ON
               write OPERATOR-RECORD
                   invalid key
                       display "Operator ID already exists, "
                           "not added"
                   not invalid key
                       display "Operator added"
               end-write
           end-if.

       PROMPT-FOR-AUTHORITIES.
           move spaces to WS-NEW-AUTHORITIES
           display "Authorities, Y or N in each position for"
           display "  Add Change Delete Merge Reinstate Band "
               "Industry Write-off Security"
           display "  (e.g. YYYNNNNNN): "
           accept WS-NEW-AUTHORITIES.

       VALIDATE-AUTHORITIES.
           move zeros to WS-FLAG-COUNT
           inspect WS-NEW-AUTHORITIES tallying WS-FLAG-COUNT
               for all "Y" all "N"
           if WS-FLAG-COUNT not = 9
               set WS-ENTRY-INVALID to true
               move "AUTHORITIES MUST BE 9 Y/N FLAGS"
                   to WS-REASON-TEXT
           end-if.

       CHANGE-OPERATOR.
           display "Enter Operator ID to change: "
           accept WS-OPERATOR-KEY
           move WS-OPERATOR-KEY to OP-OPERATOR-ID
           read OPERATOR-FILE
               invalid key
                   display "Operator ID not found, nothing changed"
               not invalid key
                   perform DISPLAY-OPERATOR
                   perform PROMPT-FOR-CHANGES
                   if WS-ENTRY-VALID
                       rewrite OPERATOR-RECORD
                           invalid key
                               display "Unable to rewrite record"
                           not invalid key
                               display "Operator changed"
                       end-rewrite
                   else
                       display "Rejected: " WS-REASON-TEXT
                       display "No changes applied"
                   end-if
           end-read.

       PROMPT-FOR-CHANGES.
           set WS-ENTRY-VALID to true
           move spaces to WS-NEW-NAME
           move spaces to WS-NEW-PASSWORD
           move spaces to WS-NEW-STATUS
           display "Enter new Operator Name (blank = no change): "
           accept WS-NEW-NAME
           display "Enter new Password (blank = no change): "
           accept WS-NEW-PASSWORD
           display "Enter new Status A/R (blank = no change): "
           accept WS-NEW-STATUS
           display "Leave the authorities blank for no change"
           perform PROMPT-FOR-AUTHORITIES
           if WS-NEW-STATUS not = spaces
               and WS-NEW-STATUS not = "A"
               and WS-NEW-STATUS not = "R"
               set WS-ENTRY-INVALID to true
               move "STATUS MUST BE A OR R" to WS-REASON-TEXT
           end-if
           if WS-NEW-AUTHORITIES not = spaces
               and WS-ENTRY-VALID
               perform VALIDATE-AUTHORITIES
           end-if
           if WS-ENTRY-VALID
               and OP-OPERATOR-ID = SG-OPERATOR-ID
               if WS-NEW-STATUS = "R"
                   or (WS-NEW-AUTHORITIES not = spaces
                       and WS-NEW-AUTHORITIES(9:1) not = "Y")
                   set WS-ENTRY-INVALID to true
                   move "CANNOT REVOKE YOUR OWN SECURITY AUTHORITY"
                       to WS-REASON-TEXT
               end-if
           end-if
           if WS-ENTRY-VALID
               if WS-NEW-NAME not = spaces
                   move WS-NEW-NAME to OP-OPERATOR-NAME
               end-if
               if WS-NEW-PASSWORD not = spaces
                   move WS-NEW-PASSWORD to OP-PASSWORD
               end-if
               if WS-NEW-STATUS not = spaces
                   move WS-NEW-STATUS to OP-STATUS
               end-if
               if WS-NEW-AUTHORITIES not = spaces
                   move WS-NEW-AUTHORITIES to OP-AUTHORITIES
               end-if
           end-if.

       REVOKE-OPERATOR.
           display "Enter Operator ID to revoke: "
           accept WS-OPERATOR-KEY
           move WS-OPERATOR-KEY to OP-OPERATOR-ID
           read OPERATOR-FILE
               invalid key
                   display "Operator ID not found, nothing revoked"
               not invalid key
                   if OP-OPERATOR-ID = SG-OPERATOR-ID
                       display "Cannot revoke the signed-on operator"
                   else
                       set OP-REVOKED to true
                       rewrite OPERATOR-RECORD
                           invalid key
                               display "Unable to rewrite record"
                           not invalid key
                               display "Operator revoked"
                       end-rewrite
                   end-if
           end-read.

       LIST-OPERATORS.
           move "N" to WS-EOF-SWITCH
           move zeros to WS-LISTED-COUNT
           move low-values to OP-OPERATOR-ID
           start OPERATOR-FILE key is greater than OP-OPERATOR-ID
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           display "OPERATOR NAME                            S "
               "ACDMRBIWS LAST SIGN-ON"
           perform until WS-END-OF-FILE
               read OPERATOR-FILE next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       display OP-OPERATOR-ID " " OP-OPERATOR-NAME
                           "  " OP-STATUS " " OP-AUTHORITIES " "
                           OP-LAST-SIGN-ON(1:14)
                       add 1 to WS-LISTED-COUNT
               end-read
           end-perform
           display " Operators listed = " WS-LISTED-COUNT.

       DISPLAY-OPERATOR.
           display " Operator ID  : " OP-OPERATOR-ID
           display " Name         : " OP-OPERATOR-NAME
           display " Status       : " OP-STATUS
           display " Authorities  : " OP-AUTHORITIES
               "  (ACDMRBIWS)"
           display " Last Sign-on : " OP-LAST-SIGN-ON(1:14).

       LIST-SECURITY-VIOLATIONS.
           move "N" to WS-EOF-SWITCH
           move zeros to WS-LISTED-COUNT
           open input SECURITY-VIOLATIONS
           evaluate true
               when WS-VIOLATION-STATUS = "35"
                   display "No security violations on file"
               when WS-VIOLATION-STATUS not = "00"
                   display "Unable to open SECURITY-VIOLATIONS, "
                       "status " WS-VIOLATION-STATUS
               when other
                   perform SCAN-SECURITY-VIOLATIONS
           end-evaluate.

       SCAN-SECURITY-VIOLATIONS.
           display "WHEN           PROGRAM      OPERATOR F REASON"
           perform until WS-END-OF-FILE
               read SECURITY-VIOLATIONS
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       display SV-TIMESTAMP(1:14) " "
                           SV-PROGRAM-NAME " " SV-OPERATOR-ID " "
                           SV-FUNCTION-CODE " " SV-REASON-TEXT
                       add 1 to WS-LISTED-COUNT
               end-read
           end-perform
           close SECURITY-VIOLATIONS
           display " Violations listed = " WS-LISTED-COUNT.

       end program "OperMaint".
