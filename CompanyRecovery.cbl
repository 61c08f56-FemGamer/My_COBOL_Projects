       program-id. "CompRecov".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select COMPANY-MASTER assign to "COMPANYMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is CR-SRNO
               alternate record key is CR-COMPANY
                   with duplicates
               file status is WS-MASTER-STATUS.

           select BACKUP-GEN assign to WS-GEN-FILE-NAME
               organization is line sequential
               file status is WS-BACKUP-STATUS.

           select BACKUP-CONTROL assign to "BKUPCTL.DAT"
               organization is line sequential
               file status is WS-CONTROL-STATUS.

           select COMPANY-JOURNAL assign to "COMPJOURNAL.DAT"
               organization is line sequential
               file status is WS-JOURNAL-STATUS.

           select JOURNAL-SORT-FILE assign to "COMPRECOV.TMP".

           select RECOVERY-REPORT assign to "COMPRECOV.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       fd  BACKUP-GEN.
           copy "COMPREC.cpy"
               replacing ==COMPANY-RECORD== by ==BACKUP-RECORD==
               leading ==CR== by ==BK==.

       fd  BACKUP-CONTROL.
           copy "BKUPCTL.cpy".

       fd  COMPANY-JOURNAL.
           copy "JRNLREC.cpy".

       sd  JOURNAL-SORT-FILE.
           copy "JRNLREC.cpy"
               replacing ==COMPANY-JOURNAL-RECORD==
                   by ==SORT-JOURNAL-RECORD==
               leading ==JL== by ==SJ==.

       fd  RECOVERY-REPORT.
       01  RR-REPORT-LINE           pic x(96).

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-BACKUP-STATUS         pic xx value spaces.
       01  WS-CONTROL-STATUS        pic xx value spaces.
       01  WS-JOURNAL-STATUS        pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-GEN-FILE-NAME         pic x(13)
               value "COMPBKUP0.DAT".
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-SORT-EOF-SWITCH       pic x value "N".
           88  WS-END-OF-SORT               value "Y".
       01  WS-FOUND-SWITCH          pic x value "N".
           88  WS-RECORD-ON-MASTER          value "Y".
       01  WS-GENERATION            pic 9(1) value zeros.
       01  WS-MAX-GENERATIONS       pic 9(1) value 5.
       01  WS-CONTROL-FOUND-SWITCH  pic x value "N".
           88  WS-CONTROL-FOUND             value "Y".
       01  WS-GEN-TIMESTAMP         pic x(21) value spaces.
       01  WS-GEN-COUNT             pic 9(6) value zeros.
       01  WS-GEN-COUNT-SWITCH      pic x value "N".
           88  WS-GEN-COUNT-KNOWN           value "Y".
       01  WS-START-TIMESTAMP       pic x(14) value spaces.
       01  WS-RECOVER-TO            pic x(14) value spaces.
       01  WS-CURRENT-IMAGE         pic x(80) value spaces.
       01  WS-DISPOSITION           pic x(40) value spaces.
       01  WS-ACTION-TEXT           pic x(9) value spaces.
       01  WS-RECORDS-LOADED        pic 9(6) value zeros.
       01  WS-JOURNAL-READ          pic 9(6) value zeros.
       01  WS-BEFORE-BACKUP         pic 9(6) value zeros.
       01  WS-ENTRIES-SELECTED      pic 9(6) value zeros.
       01  WS-ENTRIES-APPLIED       pic 9(6) value zeros.
       01  WS-ENTRIES-PRESENT       pic 9(6) value zeros.
       01  WS-ENTRIES-LATER         pic 9(6) value zeros.
       01  WS-ENTRIES-CONFLICT      pic 9(6) value zeros.
       01  WS-RECORDS-ADDED         pic 9(6) value zeros.
       01  WS-RECORDS-REMOVED       pic 9(6) value zeros.

           copy "RUNCOMM.cpy".

           copy "PARMCOMM.cpy".

           copy "VFYCOMM.cpy".

       procedure division.
       RECOVER-COMPANY-MASTER.
           display "Company Master Forward Recovery"
           perform GET-RECOVERY-GENERATION
           if WS-GENERATION < 1
               or WS-GENERATION > WS-MAX-GENERATIONS
               display "Invalid generation number"
               stop run
           end-if
           perform GET-RECOVERY-POINT
           perform REGISTER-THIS-RUN
           perform READ-BACKUP-CONTROL
           perform DETERMINE-JOURNAL-START
           open output RECOVERY-REPORT
           perform WRITE-REPORT-HEADER
           perform CHECK-JOURNAL-READABLE
           perform RELOAD-BACKUP-GENERATION
           open i-o COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to reopen COMPANY-MASTER, status "
                   WS-MASTER-STATUS
               close RECOVERY-REPORT
               perform MARK-RUN-FAILED
               stop run
           end-if
           sort JOURNAL-SORT-FILE
               on ascending key SJ-TIMESTAMP
               with duplicates in order
               input procedure SELECT-JOURNAL-ENTRIES
               output procedure APPLY-JOURNAL-ENTRIES
           close COMPANY-MASTER
           perform VERIFY-RECOVERED-MASTER
           perform WRITE-REPORT-TRAILER
           close RECOVERY-REPORT
           if MV-CLEAN
               perform SIGN-OFF-THIS-RUN
           else
               perform MARK-RUN-FAILED
           end-if
           display " Records loaded    = " WS-RECORDS-LOADED
           display " Entries applied   = " WS-ENTRIES-APPLIED
           display " Already present   = " WS-ENTRIES-PRESENT
           display " After recover-to  = " WS-ENTRIES-LATER
           display " Conflicts         = " WS-ENTRIES-CONFLICT
           stop run.

       GET-RECOVERY-GENERATION.
           move "RECOVERGEN" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           evaluate true
               when PC-FOUND
                   compute WS-GENERATION =
                       function numval(PC-VALUE)
               when PC-NOT-FOUND
                   move zeros to WS-GENERATION
                   display "No RECOVERGEN parameter card"
               when other
                   display "Recover from generation (1-"
                       WS-MAX-GENERATIONS "): "
                   accept WS-GENERATION
           end-evaluate.

       GET-RECOVERY-POINT.
           move "RECOVERTO" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           evaluate true
               when PC-FOUND
                   move PC-VALUE(1:14) to WS-RECOVER-TO
               when PC-NOT-FOUND
                   move spaces to WS-RECOVER-TO
               when other
                   display "Recover up to (YYYYMMDDHHMMSS, "
                       "blank = end of journal): "
                   accept WS-RECOVER-TO
           end-evaluate
           if WS-RECOVER-TO not = spaces
               if WS-RECOVER-TO(1:8) numeric
                   and WS-RECOVER-TO(9:6) = spaces
                   move "235959" to WS-RECOVER-TO(9:6)
               end-if
               if WS-RECOVER-TO not numeric
                   display "Invalid recovery point " WS-RECOVER-TO
                       ", use YYYYMMDD or YYYYMMDDHHMMSS"
                   stop run
               end-if
           end-if
           if WS-RECOVER-TO = spaces
               display "Recovering to the end of the journal"
           else
               display "Recovering to " WS-RECOVER-TO
           end-if.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "CompRecov" to RN-PROGRAM-NAME
           call "RunCtl" using RUN-CONTROL-COMM
           if RN-BLOCKED
               display "Prior run still in flight, run blocked"
               goback
           end-if
           if RN-FILE-ERROR
               display "Run-control registration failed"
               goback
           end-if.

       SIGN-OFF-THIS-RUN.
           set RN-END to true
           move WS-ENTRIES-SELECTED to RN-RECORDS-READ
           move WS-ENTRIES-APPLIED to RN-RECORDS-WRITTEN
           move WS-ENTRIES-CONFLICT to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-ENTRIES-SELECTED to RN-RECORDS-READ
           move WS-ENTRIES-APPLIED to RN-RECORDS-WRITTEN
           move WS-ENTRIES-CONFLICT to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       READ-BACKUP-CONTROL.
           open input BACKUP-CONTROL
           if WS-CONTROL-STATUS = "00"
               read BACKUP-CONTROL
                   at end
                       continue
                   not at end
                       set WS-CONTROL-FOUND to true
                       move BC-GEN-TIMESTAMP(WS-GENERATION)
                           to WS-GEN-TIMESTAMP
                       if BC-GEN-COUNT(WS-GENERATION) numeric
                           move BC-GEN-COUNT(WS-GENERATION)
                               to WS-GEN-COUNT
                           set WS-GEN-COUNT-KNOWN to true
                       end-if
                       if WS-GEN-TIMESTAMP = spaces
                           and BC-LAST-GENERATION = WS-GENERATION
                           move BC-BACKUP-DATE
                               to WS-GEN-TIMESTAMP(1:8)
                           move "000000" to WS-GEN-TIMESTAMP(9:6)
                           move BC-RECORD-COUNT to WS-GEN-COUNT
                           set WS-GEN-COUNT-KNOWN to true
                       end-if
               end-read
               close BACKUP-CONTROL
           end-if.

       DETERMINE-JOURNAL-START.
           move WS-GEN-TIMESTAMP(1:14) to WS-START-TIMESTAMP
           if WS-START-TIMESTAMP = spaces
               display "Backup time of generation " WS-GENERATION
                   " not on file, whole journal considered"
           else
               display "Generation " WS-GENERATION " taken "
                   WS-START-TIMESTAMP
           end-if.

       CHECK-JOURNAL-READABLE.
           open input COMPANY-JOURNAL
           if WS-JOURNAL-STATUS not = "00"
               display "Unable to open COMPANY-JOURNAL, status "
                   WS-JOURNAL-STATUS
               move spaces to RR-REPORT-LINE
               string
                   "*** COMPANY JOURNAL UNREADABLE, STATUS "
                       delimited by size
                   WS-JOURNAL-STATUS delimited by size
                   " - MASTER NOT RELOADED ***" delimited by size
                   into RR-REPORT-LINE
               end-string
               write RR-REPORT-LINE
               close RECOVERY-REPORT
               perform MARK-RUN-FAILED
               stop run
           end-if
           close COMPANY-JOURNAL.

       RELOAD-BACKUP-GENERATION.
           move WS-GENERATION to WS-GEN-FILE-NAME(9:1)
           open input BACKUP-GEN
           if WS-BACKUP-STATUS not = "00"
               display "Unable to open " WS-GEN-FILE-NAME
                   ", status " WS-BACKUP-STATUS
               close RECOVERY-REPORT
               perform MARK-RUN-FAILED
               stop run
           end-if
           open output COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to open COMPANY-MASTER, status "
                   WS-MASTER-STATUS
               close BACKUP-GEN
               close RECOVERY-REPORT
               perform MARK-RUN-FAILED
               stop run
           end-if
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read BACKUP-GEN
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       move BACKUP-RECORD to COMPANY-RECORD
                       write COMPANY-RECORD
                           invalid key
                               display " DUPLICATE SRNO "
                                   CR-SRNO " NOT RELOADED"
                           not invalid key
                               add 1 to WS-RECORDS-LOADED
                       end-write
               end-read
           end-perform
           close BACKUP-GEN
           close COMPANY-MASTER
           move spaces to RR-REPORT-LINE
           string
               "RELOADED FROM " delimited by size
               WS-GEN-FILE-NAME delimited by size
               ": " delimited by size
               WS-RECORDS-LOADED delimited by size
               " RECORDS" delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE
           if WS-GEN-COUNT-KNOWN
               and WS-GEN-COUNT not = WS-RECORDS-LOADED
               move spaces to RR-REPORT-LINE
               string
                   "*** BACKUP CONTROL SHOWS " delimited by size
                   WS-GEN-COUNT delimited by size
                   " RECORDS FOR THIS GENERATION ***"
                       delimited by size
                   into RR-REPORT-LINE
               end-string
               write RR-REPORT-LINE
           end-if
           move spaces to RR-REPORT-LINE
           write RR-REPORT-LINE
           perform WRITE-COLUMN-HEADINGS.

       SELECT-JOURNAL-ENTRIES.
           open input COMPANY-JOURNAL
           if WS-JOURNAL-STATUS not = "00"
               display "Unable to open COMPANY-JOURNAL, status "
                   WS-JOURNAL-STATUS
           else
               move "N" to WS-EOF-SWITCH
               perform until WS-END-OF-FILE
                   read COMPANY-JOURNAL
                       at end
                           set WS-END-OF-FILE to true
                       not at end
                           add 1 to WS-JOURNAL-READ
                           perform SELECT-ONE-JOURNAL-ENTRY
                   end-read
               end-perform
               close COMPANY-JOURNAL
           end-if.

       SELECT-ONE-JOURNAL-ENTRY.
           if JL-TIMESTAMP(1:14) < WS-START-TIMESTAMP
               add 1 to WS-BEFORE-BACKUP
           else
               move COMPANY-JOURNAL-RECORD to SORT-JOURNAL-RECORD
               release SORT-JOURNAL-RECORD
               add 1 to WS-ENTRIES-SELECTED
           end-if.

       APPLY-JOURNAL-ENTRIES.
           perform until WS-END-OF-SORT
               return JOURNAL-SORT-FILE
                   at end
                       set WS-END-OF-SORT to true
                   not at end
                       perform APPLY-ONE-JOURNAL-ENTRY
               end-return
           end-perform.

       APPLY-ONE-JOURNAL-ENTRY.
           if WS-RECOVER-TO not = spaces
               and SJ-TIMESTAMP(1:14) > WS-RECOVER-TO
               move "SKIPPED - AFTER RECOVERY POINT"
                   to WS-DISPOSITION
               add 1 to WS-ENTRIES-LATER
           else
               perform READ-CURRENT-RECORD
               evaluate true
                   when WS-CURRENT-IMAGE = SJ-BEFORE-IMAGE
                       perform APPLY-AFTER-IMAGE
                   when WS-CURRENT-IMAGE = SJ-AFTER-IMAGE
                       move "SKIPPED - ALREADY ON MASTER"
                           to WS-DISPOSITION
                       add 1 to WS-ENTRIES-PRESENT
                   when other
                       move "CONFLICT - MASTER DIFFERS FROM BEFORE"
                           to WS-DISPOSITION
                       add 1 to WS-ENTRIES-CONFLICT
               end-evaluate
           end-if
           perform WRITE-REPORT-DETAIL.

       READ-CURRENT-RECORD.
           move spaces to WS-CURRENT-IMAGE
           move "N" to WS-FOUND-SWITCH
           move SJ-SRNO to CR-SRNO
           read COMPANY-MASTER
               invalid key
                   continue
               not invalid key
                   set WS-RECORD-ON-MASTER to true
                   move COMPANY-RECORD to WS-CURRENT-IMAGE
           end-read.

       APPLY-AFTER-IMAGE.
           move "APPLIED" to WS-DISPOSITION
           evaluate true
               when SJ-AFTER-IMAGE = spaces
                   delete COMPANY-MASTER record
                       invalid key
                           move "CONFLICT - DELETE FAILED"
                               to WS-DISPOSITION
                       not invalid key
                           add 1 to WS-RECORDS-REMOVED
                   end-delete
               when WS-RECORD-ON-MASTER
                   move SJ-AFTER-IMAGE to COMPANY-RECORD
                   rewrite COMPANY-RECORD
                       invalid key
                           move "CONFLICT - REWRITE FAILED"
                               to WS-DISPOSITION
                   end-rewrite
               when other
                   move SJ-AFTER-IMAGE to COMPANY-RECORD
                   write COMPANY-RECORD
                       invalid key
                           move "CONFLICT - WRITE FAILED"
                               to WS-DISPOSITION
                       not invalid key
                           add 1 to WS-RECORDS-ADDED
                   end-write
           end-evaluate
           if WS-DISPOSITION = "APPLIED"
               add 1 to WS-ENTRIES-APPLIED
           else
               add 1 to WS-ENTRIES-CONFLICT
           end-if.

       VERIFY-RECOVERED-MASTER.
           compute MV-EXPECTED-COUNT = WS-RECORDS-LOADED
               + WS-RECORDS-ADDED - WS-RECORDS-REMOVED
           set MV-CHECK-COUNT to true
           call "CompVrfy" using MASTER-VERIFY-COMM
           display " Records verified = " MV-RECORDS-VERIFIED
           if MV-CLEAN
               display " Master verified clean"
           else
               display " VERIFY ERRORS = " MV-VERIFY-ERRORS
           end-if.

       WRITE-REPORT-HEADER.
           move spaces to RR-REPORT-LINE
           string
               "COMPANY MASTER FORWARD RECOVERY  GENERATION "
                   delimited by size
               WS-GENERATION delimited by size
               "  RUN " delimited by size
               RN-RUN-NUMBER delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE
           move spaces to RR-REPORT-LINE
           string
               "BACKUP TAKEN " delimited by size
               WS-START-TIMESTAMP delimited by size
               "  RECOVER TO " delimited by size
               WS-RECOVER-TO delimited by size
               into RR-REPORT-LINE
           end-string
           if WS-RECOVER-TO = spaces
               move "END OF JOURNAL" to RR-REPORT-LINE(41:14)
           end-if
           write RR-REPORT-LINE
           move spaces to RR-REPORT-LINE
           write RR-REPORT-LINE.

       WRITE-COLUMN-HEADINGS.
           move spaces to RR-REPORT-LINE
           string
               "JOURNAL TIME    SRNO  ACTION     SOURCE  "
                   delimited by size
               "DISPOSITION" delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE.

       WRITE-REPORT-DETAIL.
           evaluate true
               when SJ-ACTION-ADD
                   move "ADD" to WS-ACTION-TEXT
               when SJ-ACTION-CHANGE
                   move "CHANGE" to WS-ACTION-TEXT
               when SJ-ACTION-DELETE
                   move "DELETE" to WS-ACTION-TEXT
               when SJ-ACTION-REINSTATE
                   move "REINSTATE" to WS-ACTION-TEXT
               when SJ-ACTION-MERGE
                   move "MERGE" to WS-ACTION-TEXT
               when SJ-ACTION-PURGE
                   move "PURGE" to WS-ACTION-TEXT
               when other
                   move SJ-ACTION to WS-ACTION-TEXT
           end-evaluate
           move spaces to RR-REPORT-LINE
           string
               SJ-TIMESTAMP(1:14) delimited by size
               "  " delimited by size
               SJ-SRNO delimited by size
               "  " delimited by size
               WS-ACTION-TEXT delimited by size
               "  " delimited by size
               SJ-SOURCE delimited by size
               "       " delimited by size
               WS-DISPOSITION delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE.

       WRITE-REPORT-TRAILER.
           move spaces to RR-REPORT-LINE
           write RR-REPORT-LINE
           move spaces to RR-REPORT-LINE
           string
               "JOURNAL ENTRIES READ   : " delimited by size
               WS-JOURNAL-READ delimited by size
               "  PREDATING BACKUP: " delimited by size
               WS-BEFORE-BACKUP delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE
           move spaces to RR-REPORT-LINE
           string
               "APPLIED                : " delimited by size
               WS-ENTRIES-APPLIED delimited by size
               "  ALREADY ON MASTER: " delimited by size
               WS-ENTRIES-PRESENT delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE
           move spaces to RR-REPORT-LINE
           string
               "AFTER RECOVERY POINT   : " delimited by size
               WS-ENTRIES-LATER delimited by size
               "  IN CONFLICT      : " delimited by size
               WS-ENTRIES-CONFLICT delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE
           move spaces to RR-REPORT-LINE
           string
               "RECORDS ON MASTER      : " delimited by size
               MV-RECORDS-VERIFIED delimited by size
               "  EXPECTED         : " delimited by size
               MV-EXPECTED-COUNT delimited by size
               into RR-REPORT-LINE
           end-string
           write RR-REPORT-LINE
           move spaces to RR-REPORT-LINE
           evaluate true
               when MV-CLEAN
                   string
                       "RECOVERED MASTER VERIFIED CLEAN"
                           delimited by size
                       into RR-REPORT-LINE
                   end-string
               when MV-ERRORS-FOUND
                   string
                       "*** RECOVERED MASTER FAILED VERIFY, ERRORS "
                           delimited by size
                       MV-VERIFY-ERRORS delimited by size
                       " ***" delimited by size
                       into RR-REPORT-LINE
                   end-string
               when other
                   string
                       "*** RECOVERED MASTER COULD NOT BE VERIFIED ***"
                           delimited by size
                       into RR-REPORT-LINE
                   end-string
           end-evaluate
           write RR-REPORT-LINE.

       end program "CompRecov".
