           88  WS-INDUSTRY-VALID            value "Y".
           88  WS-INDUSTRY-INVALID          value "N".
       01  WS-REASON-TEXT           pic x(40) value spaces.
       01  WS-EFFECTIVE-DATE        pic 9(8) value zeros.
       01  WS-EFFECTIVE-SWITCH      pic x value "Y".
           88  WS-EFFECTIVE-OK              value "Y".
           88  WS-EFFECTIVE-BAD             value "N".
       01  WS-FUTURE-SWITCH         pic x value "N".
           88  WS-FUTURE-DATED              value "Y".

           copy "JRNCOMM.cpy".

           copy "SIGNCOMM.cpy".

           copy "PENDCOMM.cpy".

       procedure division.
       MAINTAIN-COMPANIES.
           display "Company Master Maintenance"
           perform SIGN-ON-OPERATOR
           accept WS-TODAY from date yyyymmdd
           move WS-TODAY(1:4) to WS-CURRENT-YEAR
           open i-o COMPANY-MASTER
               perform GET-TRANSACTION-CODE
               evaluate true
                   when WS-TRANS-ADD
                       set SG-FUNC-ADD to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform GET-EFFECTIVE-DATE
                           if WS-EFFECTIVE-OK
                               perform ADD-COMPANY
                           end-if
                       end-if
                   when WS-TRANS-CHANGE
                       set SG-FUNC-CHANGE to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform GET-EFFECTIVE-DATE
                           if WS-EFFECTIVE-OK
                               perform CHANGE-COMPANY
                           end-if
                       end-if
                   when WS-TRANS-DELETE
                       set SG-FUNC-DELETE to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform GET-EFFECTIVE-DATE
                           if WS-EFFECTIVE-OK
                               perform DELETE-COMPANY
                           end-if
                       end-if
                   when WS-TRANS-MERGE
                       set SG-FUNC-MERGE to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform GET-EFFECTIVE-DATE
                           if WS-EFFECTIVE-OK
                               perform MERGE-COMPANY
                           end-if
                       end-if
                   when WS-TRANS-QUIT
                       set WS-DONE to true
                   when other
           close INDUSTRY-MASTER
           stop run.

       SIGN-ON-OPERATOR.
           set SG-SIGN-ON to true
           move "CompMaint" to SG-PROGRAM-NAME
           call "SignOn" using SIGN-ON-COMM
           if not SG-OK
               display "CompMaint ended"
               stop run
           end-if.

       AUTHORIZE-FUNCTION.
           set SG-AUTHORIZE to true
           call "SignOn" using SIGN-ON-COMM.

       GET-TRANSACTION-CODE.
           display "Add, Change, Delete, Merge or Quit (A/C/D/M/Q): "
           accept WS-TRANS-CODE.

       GET-EFFECTIVE-DATE.
           set WS-EFFECTIVE-OK to true
           move "N" to WS-FUTURE-SWITCH
           display "Enter Effective Date (YYYYMMDD, 0 = today): "
           accept WS-EFFECTIVE-DATE
           evaluate true
               when WS-EFFECTIVE-DATE not numeric
                   set WS-EFFECTIVE-BAD to true
                   display "Effective date is not numeric, nothing done"
               when WS-EFFECTIVE-DATE = zeros
                   or WS-EFFECTIVE-DATE = WS-TODAY
                   continue
               when WS-EFFECTIVE-DATE < WS-TODAY
                   set WS-EFFECTIVE-BAD to true
                   display "Effective date is before today, "
                       "nothing done"
               when other
                   move WS-EFFECTIVE-DATE to WS-CHECK-DATE
                   perform CHECK-CALENDAR-DATE
                   if WS-DATE-BAD
                       set WS-EFFECTIVE-BAD to true
                       display "Effective date not on calendar, "
                           "nothing done"
                   else
                       set WS-FUTURE-DATED to true
                   end-if
           end-evaluate.

       ADD-COMPANY.
           move spaces to COMPANY-RECORD
           display "Enter SrNo: "
           if WS-YEAR-INVALID or WS-INDUSTRY-INVALID
               display "Rejected: " WS-REASON-TEXT
           else
               if WS-FUTURE-DATED
                   perform HOLD-ADD-COMPANY
               else
                   perform WRITE-NEW-COMPANY
               end-if
           end-if.

       WRITE-NEW-COMPANY.
           move zeros to CR-AGE-NOW
           set CR-ACTIVE to true
           set CR-FOUNDED-EXACT to true
           move zeros to CR-LAST-RUN-DATE
           move zeros to CR-DELETED-DATE
           move zeros to CR-SUCCESSOR-SRNO
           write COMPANY-RECORD
               invalid key
                   display "SrNo already exists, not added"
               not invalid key
                   display "Company added"
                   move spaces to JN-BEFORE-IMAGE
                   set JN-ACTION-ADD to true
                   perform WRITE-COMPANY-JOURNAL
           end-write.

       HOLD-ADD-COMPANY.
           move spaces to PENDING-WRITE-COMM
           move "A" to PW-ACTION
           move CR-SRNO to PW-SRNO
           move CR-COMPANY to PW-COMPANY
           move CR-FOUNDED-DATE to PW-FOUNDED-DATE
           move CR-INDUSTRY-CODE to PW-INDUSTRY-CODE
           move zeros to PW-SUCCESSOR-SRNO
           read COMPANY-MASTER
               invalid key
                   perform HOLD-PENDING-TRANSACTION
               not invalid key
                   display "SrNo already exists, not added"
           end-read.

       HOLD-PENDING-TRANSACTION.
           move WS-EFFECTIVE-DATE to PW-EFFECTIVE-DATE
           set PW-FROM-ONLINE to true
           move SG-OPERATOR-ID to PW-OPERATOR-ID
           call "PendWrt" using PENDING-WRITE-COMM
           if PW-OK
               display "Held until " WS-EFFECTIVE-DATE
                   " as pending entry " PW-SEQUENCE
           else
               display "Unable to hold the change, nothing done"
           end-if.

       WRITE-COMPANY-JOURNAL.
           move CR-SRNO to JN-SRNO
           set JN-FROM-ONLINE to true
           move SG-OPERATOR-ID to JN-OPERATOR-ID
           move COMPANY-RECORD to JN-AFTER-IMAGE
           call "CompJrnl" using COMPANY-JOURNAL-COMM
           if JN-FILE-ERROR
                   move CR-INDUSTRY-CODE to WS-ORIGINAL-INDUSTRY
                   move COMPANY-RECORD to JN-BEFORE-IMAGE
                   perform PROMPT-FOR-CHANGES
                   evaluate true
                       when WS-YEAR-INVALID or WS-INDUSTRY-INVALID
                           display "Rejected: " WS-REASON-TEXT
                           display "No changes applied"
                       when WS-FUTURE-DATED
                           perform HOLD-CHANGE-COMPANY
                       when other
                           rewrite COMPANY-RECORD
                               invalid key
                                   display "Unable to rewrite record"
                               not invalid key
                                   display "Company changed"
                                   set JN-ACTION-CHANGE to true
                                   perform WRITE-COMPANY-JOURNAL
                           end-rewrite
                   end-evaluate
           end-read.

       HOLD-CHANGE-COMPANY.
           if WS-NEW-COMPANY = spaces
               and WS-NEW-FOUNDED-DATE = zeros
               and WS-NEW-INDUSTRY-CODE = spaces
               display "No changes entered, nothing held"
           else
               move spaces to PENDING-WRITE-COMM
               move "C" to PW-ACTION
               move CR-SRNO to PW-SRNO
               move WS-NEW-COMPANY to PW-COMPANY
               move WS-NEW-FOUNDED-DATE to PW-FOUNDED-DATE
               move WS-NEW-INDUSTRY-CODE to PW-INDUSTRY-CODE
               move zeros to PW-SUCCESSOR-SRNO
               perform HOLD-PENDING-TRANSACTION
           end-if.

       PROMPT-FOR-CHANGES.
           move spaces to WS-NEW-COMPANY
           move zeros to WS-NEW-FOUNDED-DATE
               invalid key
                   display "SrNo not found, nothing deleted"
               not invalid key
                   if WS-FUTURE-DATED
                       perform HOLD-DELETE-COMPANY
                   else
                       perform MARK-COMPANY-DELETED
                   end-if
           end-read.

       MARK-COMPANY-DELETED.
           move COMPANY-RECORD to JN-BEFORE-IMAGE
           set CR-DELETED to true
           move WS-TODAY to CR-DELETED-DATE
           rewrite COMPANY-RECORD
               invalid key
                   display "Unable to rewrite record"
               not invalid key
                   display "Company marked deleted"
                   set JN-ACTION-DELETE to true
                   perform WRITE-COMPANY-JOURNAL
           end-rewrite.

       HOLD-DELETE-COMPANY.
           move spaces to PENDING-WRITE-COMM
           move "D" to PW-ACTION
           move CR-SRNO to PW-SRNO
           move zeros to PW-FOUNDED-DATE
           move zeros to PW-SUCCESSOR-SRNO
           perform HOLD-PENDING-TRANSACTION.

       MERGE-COMPANY.
           display "Enter absorbed SrNo: "
           accept WS-SRNO-KEY
                       display "Absorbed company is not active, "
                           "nothing merged"
                   else
                       if WS-FUTURE-DATED
                           perform HOLD-MERGE-COMPANY
                       else
                           perform MARK-COMPANY-MERGED
                       end-if
                   end-if
           end-read.

       HOLD-MERGE-COMPANY.
           move spaces to PENDING-WRITE-COMM
           move "M" to PW-ACTION
           move WS-SRNO-KEY to PW-SRNO
           move zeros to PW-FOUNDED-DATE
           move WS-SURVIVOR-KEY to PW-SUCCESSOR-SRNO
           perform HOLD-PENDING-TRANSACTION.

       CHECK-SURVIVING-COMPANY.
           set WS-MERGE-OK to true
           move WS-SURVIVOR-KEY to CR-SRNO
