       program-id. "CompApply".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional COMPANY-MASTER assign to "COMPANYMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is CR-SRNO
               alternate record key is CR-COMPANY
                   with duplicates
               file status is WS-MASTER-STATUS.

           select optional INDUSTRY-MASTER
               assign to "INDUSTRYMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is IM-CODE
               file status is WS-INDUSTRY-STATUS.

           select optional REJECT-MASTER assign to "REJECTMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is RM-REJECT-NUMBER
               file status is WS-REJMST-STATUS.

       data division.
       file section.
       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       fd  INDUSTRY-MASTER.
           copy "INDREC.cpy".

       fd  REJECT-MASTER.
           copy "REJREC.cpy".

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-INDUSTRY-STATUS       pic xx value spaces.
       01  WS-REJMST-STATUS         pic xx value spaces.
       01  WS-REJMST-EOF-SWITCH     pic x value "N".
           88  WS-END-OF-REJECTS            value "Y".
       01  WS-NEXT-REJECT-NUMBER    pic 9(6) value zeros.
       01  WS-TODAY                 pic 9(8).
       01  WS-APPLY-DATE            pic 9(8).
       01  WS-CHECK-DATE            pic 9(8) value zeros.
       01  WS-CHECK-YEAR            pic 9(4) value zeros.
       01  WS-CHECK-MONTH           pic 9(2) value zeros.
       01  WS-CHECK-DAY             pic 9(2) value zeros.
       01  WS-CHECK-MAX-DAY         pic 9(2) value zeros.
       01  WS-CHECK-QUOTIENT        pic 9(4) value zeros.
       01  WS-CHECK-REMAINDER       pic 9(4) value zeros.
       01  WS-DATE-OK-SWITCH        pic x value "Y".
           88  WS-DATE-OK                  value "Y".
           88  WS-DATE-BAD                 value "N".
       01  WS-VALID-SWITCH          pic x value "Y".
           88  WS-RECORD-VALID              value "Y".
           88  WS-RECORD-INVALID            value "N".
       01  WS-HOLD-SWITCH           pic x value "N".
           88  WS-HOLD-FOR-LATER            value "Y".

           copy "JRNCOMM.cpy".

           copy "PENDCOMM.cpy".

       linkage section.
           copy "APPLCOMM.cpy".

       procedure division using COMPANY-APPLY-COMM.
       APPLY-COMPANY-TRANSACTION.
           evaluate true
               when AX-OPEN
                   perform OPEN-APPLY-FILES
               when AX-APPLY
                   perform APPLY-ONE-TRANSACTION
               when AX-CLOSE
                   perform CLOSE-APPLY-FILES
           end-evaluate
           goback.

       OPEN-APPLY-FILES.
           set AX-APPLIED to true
           move AX-RUN-DATE to WS-TODAY
           open i-o COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               and WS-MASTER-STATUS not = "05"
               display "Unable to open COMPANY-MASTER, status "
                   WS-MASTER-STATUS
               set AX-FILE-ERROR to true
               goback
           end-if
           open input INDUSTRY-MASTER
           if WS-INDUSTRY-STATUS not = "00"
               and WS-INDUSTRY-STATUS not = "05"
               display "Unable to open INDUSTRY-MASTER, status "
                   WS-INDUSTRY-STATUS
               close COMPANY-MASTER
               set AX-FILE-ERROR to true
               goback
           end-if
           open i-o REJECT-MASTER
           if WS-REJMST-STATUS not = "00"
               and WS-REJMST-STATUS not = "05"
               display "Unable to open REJECT-MASTER, status "
                   WS-REJMST-STATUS
               close COMPANY-MASTER
               close INDUSTRY-MASTER
               set AX-FILE-ERROR to true
               goback
           end-if
           perform FIND-HIGHEST-REJECT-NUMBER.

       CLOSE-APPLY-FILES.
           close COMPANY-MASTER
           close INDUSTRY-MASTER
           close REJECT-MASTER
           set AX-APPLIED to true.

       FIND-HIGHEST-REJECT-NUMBER.
           move "N" to WS-REJMST-EOF-SWITCH
           move zeros to WS-NEXT-REJECT-NUMBER
           move zeros to RM-REJECT-NUMBER
           start REJECT-MASTER key is greater than RM-REJECT-NUMBER
               invalid key
                   set WS-END-OF-REJECTS to true
           end-start
           perform until WS-END-OF-REJECTS
               read REJECT-MASTER next record
                   at end
                       set WS-END-OF-REJECTS to true
                   not at end
                       move RM-REJECT-NUMBER
                           to WS-NEXT-REJECT-NUMBER
               end-read
           end-perform.

       APPLY-ONE-TRANSACTION.
           set WS-RECORD-VALID to true
           move "N" to WS-HOLD-SWITCH
           move spaces to AX-REASON-CODE AX-REASON-TEXT
           move spaces to AX-ACTION-TAKEN
           move zeros to AX-REJECT-NUMBER
           move zeros to AX-PENDING-SEQUENCE
           if not AX-ADD and not AX-CHANGE
               and not AX-DELETE and not AX-MERGE
               set WS-RECORD-INVALID to true
               move "E006" to AX-REASON-CODE
               move "ACTION CODE NOT A/C/D/M" to AX-REASON-TEXT
           else
               perform VALIDATE-EFFECTIVE-DATE
           end-if
           evaluate true
               when WS-RECORD-INVALID
                   continue
               when WS-HOLD-FOR-LATER
                   perform HOLD-PENDING-TRANSACTION
               when AX-ADD
                   perform APPLY-ADD
               when AX-CHANGE
                   perform APPLY-CHANGE
               when AX-DELETE
                   perform APPLY-DELETE
               when AX-MERGE
                   perform APPLY-MERGE
           end-evaluate
           evaluate true
               when WS-RECORD-INVALID
                   perform WRITE-REJECT-MASTER
                   set AX-REJECTED to true
               when WS-HOLD-FOR-LATER
                   set AX-HELD to true
               when other
                   set AX-APPLIED to true
           end-evaluate.

       VALIDATE-EFFECTIVE-DATE.
           move WS-TODAY to WS-APPLY-DATE
           if AX-EFFECTIVE-DATE not = spaces
               and AX-EFFECTIVE-DATE not = "00000000"
               if AX-EFFECTIVE-DATE-N not numeric
                   set WS-RECORD-INVALID to true
               else
                   move AX-EFFECTIVE-DATE-N to WS-CHECK-DATE
                   perform CHECK-CALENDAR-DATE
                   if WS-DATE-BAD
                       set WS-RECORD-INVALID to true
                   end-if
               end-if
               if WS-RECORD-INVALID
                   move "E011" to AX-REASON-CODE
                   move "EFFECTIVE DATE NOT VALID" to AX-REASON-TEXT
               else
                   if AX-EFFECTIVE-DATE-N > WS-TODAY
                       set WS-HOLD-FOR-LATER to true
                   else
                       move AX-EFFECTIVE-DATE-N to WS-APPLY-DATE
                   end-if
               end-if
           end-if.

       HOLD-PENDING-TRANSACTION.
           move "PENDING" to AX-ACTION-TAKEN
           move AX-TRANSACTION to PW-TRANSACTION
           evaluate true
               when AX-ADD
                   move "A" to PW-ACTION
               when AX-CHANGE
                   move "C" to PW-ACTION
               when AX-DELETE
                   move "D" to PW-ACTION
               when AX-MERGE
                   move "M" to PW-ACTION
           end-evaluate
           move AX-EFFECTIVE-DATE-N to PW-EFFECTIVE-DATE
           set PW-FROM-BATCH to true
           move AX-OPERATOR-ID to PW-OPERATOR-ID
           call "PendWrt" using PENDING-WRITE-COMM
           if PW-OK
               move PW-SEQUENCE to AX-PENDING-SEQUENCE
           else
               move "N" to WS-HOLD-SWITCH
               set WS-RECORD-INVALID to true
               move "E012" to AX-REASON-CODE
               move "UNABLE TO HOLD ON PENDING FILE"
                   to AX-REASON-TEXT
           end-if.

       APPLY-ADD.
           move "ADD" to AX-ACTION-TAKEN
           move AX-FOUNDED-DATE to CR-FOUNDED-DATE
           perform VALIDATE-FOUNDED-DATE
           move AX-INDUSTRY-CODE to CR-INDUSTRY-CODE
           if WS-RECORD-VALID
               perform VALIDATE-INDUSTRY-CODE
           end-if
           if WS-RECORD-VALID
               move spaces to COMPANY-RECORD
               move AX-SRNO to CR-SRNO
               move AX-COMPANY to CR-COMPANY
               move AX-FOUNDED-DATE to CR-FOUNDED-DATE
               move AX-INDUSTRY-CODE to CR-INDUSTRY-CODE
               move zeros to CR-AGE-NOW
               set CR-ACTIVE to true
               set CR-FOUNDED-EXACT to true
               move zeros to CR-LAST-RUN-DATE
               move zeros to CR-DELETED-DATE
               move zeros to CR-SUCCESSOR-SRNO
               write COMPANY-RECORD
                   invalid key
                       set WS-RECORD-INVALID to true
                       move "E004" to AX-REASON-CODE
                       move "SRNO ALREADY ON FILE" to AX-REASON-TEXT
                   not invalid key
                       move spaces to JN-BEFORE-IMAGE
                       set JN-ACTION-ADD to true
                       perform WRITE-COMPANY-JOURNAL
               end-write
           end-if.

       WRITE-COMPANY-JOURNAL.
           move CR-SRNO to JN-SRNO
           set JN-FROM-BATCH to true
           move AX-OPERATOR-ID to JN-OPERATOR-ID
           move COMPANY-RECORD to JN-AFTER-IMAGE
           call "CompJrnl" using COMPANY-JOURNAL-COMM
           if JN-FILE-ERROR
               display "Warning: journal write failed"
           end-if.

       APPLY-CHANGE.
           move "CHANGE" to AX-ACTION-TAKEN
           move AX-SRNO to CR-SRNO
           read COMPANY-MASTER
               invalid key
                   set WS-RECORD-INVALID to true
                   move "E005" to AX-REASON-CODE
                   move "SRNO NOT ON FILE" to AX-REASON-TEXT
               not invalid key
                   move COMPANY-RECORD to JN-BEFORE-IMAGE
                   if AX-COMPANY not = spaces
                       move AX-COMPANY to CR-COMPANY
                   end-if
                   if AX-FOUNDED-DATE not = zeros
                       move AX-FOUNDED-DATE to CR-FOUNDED-DATE
                       perform VALIDATE-FOUNDED-DATE
                       if WS-RECORD-VALID
                           set CR-FOUNDED-EXACT to true
                       end-if
                   end-if
                   if AX-INDUSTRY-CODE not = spaces
                       and WS-RECORD-VALID
                       move AX-INDUSTRY-CODE to CR-INDUSTRY-CODE
                       perform VALIDATE-INDUSTRY-CODE
                   end-if
                   if WS-RECORD-VALID
                       rewrite COMPANY-RECORD
                           invalid key
                               set WS-RECORD-INVALID to true
                               move "E005" to AX-REASON-CODE
                               move "UNABLE TO REWRITE RECORD"
                                   to AX-REASON-TEXT
                           not invalid key
                               set JN-ACTION-CHANGE to true
                               perform WRITE-COMPANY-JOURNAL
                       end-rewrite
                   end-if
           end-read.

       APPLY-DELETE.
           move "DELETE" to AX-ACTION-TAKEN
           move AX-SRNO to CR-SRNO
           read COMPANY-MASTER
               invalid key
                   set WS-RECORD-INVALID to true
                   move "E005" to AX-REASON-CODE
                   move "SRNO NOT ON FILE" to AX-REASON-TEXT
               not invalid key
                   move COMPANY-RECORD to JN-BEFORE-IMAGE
                   set CR-DELETED to true
                   move WS-APPLY-DATE to CR-DELETED-DATE
                   rewrite COMPANY-RECORD
                       invalid key
                           set WS-RECORD-INVALID to true
                           move "E005" to AX-REASON-CODE
                           move "UNABLE TO REWRITE RECORD"
                               to AX-REASON-TEXT
                       not invalid key
                           set JN-ACTION-DELETE to true
                           perform WRITE-COMPANY-JOURNAL
                   end-rewrite
           end-read.

       APPLY-MERGE.
           move "MERGE" to AX-ACTION-TAKEN
           if AX-SUCCESSOR-SRNO not numeric
               or AX-SUCCESSOR-SRNO = zeros
               or AX-SUCCESSOR-SRNO = AX-SRNO
               set WS-RECORD-INVALID to true
               move "E009" to AX-REASON-CODE
               move "SUCCESSOR SRNO NOT VALID" to AX-REASON-TEXT
           else
               perform CHECK-MERGE-SUCCESSOR
           end-if
           if WS-RECORD-VALID
               perform MERGE-ABSORBED-COMPANY
           end-if.

       CHECK-MERGE-SUCCESSOR.
           move AX-SUCCESSOR-SRNO to CR-SRNO
           read COMPANY-MASTER
               invalid key
                   set WS-RECORD-INVALID to true
                   move "E009" to AX-REASON-CODE
                   move "SUCCESSOR SRNO NOT ON FILE"
                       to AX-REASON-TEXT
               not invalid key
                   if not CR-ACTIVE
                       set WS-RECORD-INVALID to true
                       move "E009" to AX-REASON-CODE
                       move "SUCCESSOR COMPANY NOT ACTIVE"
                           to AX-REASON-TEXT
                   end-if
           end-read.

       MERGE-ABSORBED-COMPANY.
           move AX-SRNO to CR-SRNO
           read COMPANY-MASTER
               invalid key
                   set WS-RECORD-INVALID to true
                   move "E005" to AX-REASON-CODE
                   move "SRNO NOT ON FILE" to AX-REASON-TEXT
               not invalid key
                   if not CR-ACTIVE
                       set WS-RECORD-INVALID to true
                       move "E010" to AX-REASON-CODE
                       move "ABSORBED COMPANY NOT ACTIVE"
                           to AX-REASON-TEXT
                   else
                       perform MARK-COMPANY-MERGED
                   end-if
           end-read.

       MARK-COMPANY-MERGED.
           move COMPANY-RECORD to JN-BEFORE-IMAGE
           set CR-MERGED to true
           move AX-SUCCESSOR-SRNO to CR-SUCCESSOR-SRNO
           move WS-APPLY-DATE to CR-DELETED-DATE
           rewrite COMPANY-RECORD
               invalid key
                   set WS-RECORD-INVALID to true
                   move "E005" to AX-REASON-CODE
                   move "UNABLE TO REWRITE RECORD"
                       to AX-REASON-TEXT
               not invalid key
                   set JN-ACTION-MERGE to true
                   perform WRITE-COMPANY-JOURNAL
           end-rewrite.

       VALIDATE-FOUNDED-DATE.
           if CR-FOUNDED-DATE not numeric
               set WS-RECORD-INVALID to true
               move "E001" to AX-REASON-CODE
               move "FOUNDED DATE IS NOT NUMERIC" to AX-REASON-TEXT
           else
               if CR-FOUNDED-DATE = zeros
                   set WS-RECORD-INVALID to true
                   move "E002" to AX-REASON-CODE
                   move "FOUNDED DATE IS ZERO" to AX-REASON-TEXT
               else
                   if CR-FOUNDED-DATE > WS-TODAY
                       set WS-RECORD-INVALID to true
                       move "E003" to AX-REASON-CODE
                       move "FOUNDED DATE AFTER TODAY"
                           to AX-REASON-TEXT
                   else
                       move CR-FOUNDED-DATE to WS-CHECK-DATE
                       perform CHECK-CALENDAR-DATE
                       if WS-DATE-BAD
                           set WS-RECORD-INVALID to true
                           move "E008" to AX-REASON-CODE
                           move "FOUNDED DATE NOT ON CALENDAR"
                               to AX-REASON-TEXT
                       end-if
                   end-if
               end-if
           end-if.

       CHECK-CALENDAR-DATE.
           set WS-DATE-OK to true
           move WS-CHECK-DATE(1:4) to WS-CHECK-YEAR
           move WS-CHECK-DATE(5:2) to WS-CHECK-MONTH
           move WS-CHECK-DATE(7:2) to WS-CHECK-DAY
           evaluate WS-CHECK-MONTH
               when 1 when 3 when 5 when 7
               when 8 when 10 when 12
                   move 31 to WS-CHECK-MAX-DAY
               when 4 when 6 when 9 when 11
                   move 30 to WS-CHECK-MAX-DAY
               when 2
                   move 28 to WS-CHECK-MAX-DAY
                   perform CHECK-FOR-LEAP-YEAR
               when other
                   set WS-DATE-BAD to true
           end-evaluate
           if WS-DATE-OK
               if WS-CHECK-DAY < 1
                   or WS-CHECK-DAY > WS-CHECK-MAX-DAY
                   set WS-DATE-BAD to true
               end-if
           end-if.

       CHECK-FOR-LEAP-YEAR.
           divide WS-CHECK-YEAR by 4
               giving WS-CHECK-QUOTIENT
               remainder WS-CHECK-REMAINDER
           if WS-CHECK-REMAINDER = zeros
               move 29 to WS-CHECK-MAX-DAY
               divide WS-CHECK-YEAR by 100
                   giving WS-CHECK-QUOTIENT
                   remainder WS-CHECK-REMAINDER
               if WS-CHECK-REMAINDER = zeros
                   move 28 to WS-CHECK-MAX-DAY
                   divide WS-CHECK-YEAR by 400
                       giving WS-CHECK-QUOTIENT
                       remainder WS-CHECK-REMAINDER
                   if WS-CHECK-REMAINDER = zeros
                       move 29 to WS-CHECK-MAX-DAY
                   end-if
               end-if
           end-if.

       VALIDATE-INDUSTRY-CODE.
           if CR-INDUSTRY-CODE not = spaces
               move CR-INDUSTRY-CODE to IM-CODE
               read INDUSTRY-MASTER
                   invalid key
                       set WS-RECORD-INVALID to true
                       move "E007" to AX-REASON-CODE
                       move "INDUSTRY CODE NOT ON FILE"
                           to AX-REASON-TEXT
               end-read
           end-if.

       WRITE-REJECT-MASTER.
           add 1 to WS-NEXT-REJECT-NUMBER
           move WS-NEXT-REJECT-NUMBER to RM-REJECT-NUMBER
           move WS-TODAY to RM-REJECT-DATE
           set RM-OPEN to true
           move AX-REASON-CODE to RM-REASON-CODE
           move AX-REASON-TEXT to RM-REASON-TEXT
           move AX-TRANSACTION to RM-TRANSACTION
           move AX-EFFECTIVE-DATE to RM-EFFECTIVE-DATE
           write REJECT-MASTER-RECORD
               invalid key
                   display "Warning: reject master write failed "
                       "for reject " RM-REJECT-NUMBER
               not invalid key
                   move RM-REJECT-NUMBER to AX-REJECT-NUMBER
           end-write.

       end program "CompApply".
