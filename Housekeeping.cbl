       program-id. "HouseKpg".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select RETENTION-POLICY assign to "RETENTION.DAT"
               organization is line sequential
               file status is WS-POLICY-STATUS.

           select AUDIT-LOG assign to "AGEAUDIT.DAT"
               organization is line sequential
               file status is WS-AUDIT-STATUS.

           select COMPANY-JOURNAL assign to "COMPJOURNAL.DAT"
               organization is line sequential
               file status is WS-JOURNAL-STATUS.

           select NIGHT-LOG assign to "NIGHTLOG.DAT"
               organization is line sequential
               file status is WS-LOG-STATUS.

           select AGE-HISTORY assign to "AGEHISTORY.DAT"
               organization is indexed
               access mode is dynamic
               record key is AH-KEY
               file status is WS-HISTORY-STATUS.

           select RUN-CONTROL assign to "RUNCONTROL.DAT"
               organization is indexed
               access mode is dynamic
               record key is RC-RUN-NUMBER
               file status is WS-CONTROL-STATUS.

           select REJECT-MASTER assign to "REJECTMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is RM-REJECT-NUMBER
               file status is WS-REJMST-STATUS.

           select BACKUP-CONTROL assign to "BKUPCTL.DAT"
               organization is line sequential
               file status is WS-BKUPCTL-STATUS.

           select SEND-CONTROL assign to "SENDCTL.DAT"
               organization is indexed
               access mode is dynamic
               record key is SC-SEQUENCE
               file status is WS-SENDCTL-STATUS.

           select PENDING-TRANSACTIONS assign to "PENDTRANS.DAT"
               organization is indexed
               access mode is dynamic
               record key is PT-KEY
               file status is WS-PENDING-STATUS.

           select SECURITY-VIOLATIONS assign to "SECVIOL.DAT"
               organization is line sequential
               file status is WS-VIOLATION-STATUS.

           select WORK-FILE assign to "HOUSEKPG.TMP"
               organization is line sequential
               file status is WS-WORK-STATUS.

           select OFFLOAD-FILE assign to WS-OFFLOAD-NAME
               organization is line sequential
               file status is WS-OFFLOAD-STATUS.

           select HOUSEKEEPING-REPORT assign to "HOUSEKPG.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd  RETENTION-POLICY.
           copy "RETNREC.cpy".

       fd  AUDIT-LOG.
       01  AU-AUDIT-LINE            pic x(96).

       fd  COMPANY-JOURNAL.
           copy "JRNLREC.cpy".

       fd  NIGHT-LOG.
       01  NL-LOG-LINE              pic x(80).

       fd  AGE-HISTORY.
           copy "HISTREC.cpy".

       fd  RUN-CONTROL.
           copy "RUNREC.cpy".

       fd  REJECT-MASTER.
           copy "REJREC.cpy".

       fd  BACKUP-CONTROL.
           copy "BKUPCTL.cpy".

       fd  SEND-CONTROL.
           copy "SENDREC.cpy".

       fd  PENDING-TRANSACTIONS.
           copy "PENDREC.cpy".

       fd  SECURITY-VIOLATIONS.
           copy "SECVREC.cpy".

       fd  WORK-FILE.
       01  WK-WORK-LINE             pic x(200).

       fd  OFFLOAD-FILE.
       01  OF-OFFLOAD-LINE          pic x(200).

       fd  HOUSEKEEPING-REPORT.
       01  HK-REPORT-LINE           pic x(100).

       working-storage section.
       01  WS-POLICY-STATUS         pic xx value spaces.
       01  WS-AUDIT-STATUS          pic xx value spaces.
       01  WS-JOURNAL-STATUS        pic xx value spaces.
       01  WS-LOG-STATUS            pic xx value spaces.
       01  WS-HISTORY-STATUS        pic xx value spaces.
       01  WS-CONTROL-STATUS        pic xx value spaces.
       01  WS-REJMST-STATUS         pic xx value spaces.
       01  WS-BKUPCTL-STATUS        pic xx value spaces.
       01  WS-SENDCTL-STATUS        pic xx value spaces.
       01  WS-PENDING-STATUS        pic xx value spaces.
       01  WS-VIOLATION-STATUS      pic xx value spaces.
       01  WS-WORK-STATUS           pic xx value spaces.
       01  WS-OFFLOAD-STATUS        pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-FAILED-SWITCH         pic x value "N".
           88  WS-RUN-FAILED                value "Y".
       01  WS-POLICY-FOUND-SWITCH   pic x value "N".
           88  WS-POLICY-FOUND              value "Y".
       01  WS-OFFLOAD-OPEN-SWITCH   pic x value "N".
           88  WS-OFFLOAD-OPEN              value "Y".
       01  WS-OFFLOAD-FAILED-SWITCH pic x value "N".
           88  WS-OFFLOAD-FAILED            value "Y".
       01  WS-OFFLOAD-WRITTEN-SWITCH
                                    pic x value "N".
           88  WS-OFFLOAD-WRITTEN           value "Y".
       01  WS-WORK-FAILED-SWITCH    pic x value "N".
           88  WS-WORK-FAILED               value "Y".
       01  WS-DECISION              pic x(1) value spaces.
           88  WS-KEEP-ENTRY                value "K".
           88  WS-OFFLOAD-ENTRY             value "O".
           88  WS-PROTECT-ENTRY             value "P".
       01  WS-TODAY                 pic 9(8).
       01  WS-TODAY-INTEGER         pic 9(8) value zeros.
       01  WS-CUTOFF-DATE           pic 9(8) value zeros.
       01  WS-ENTRY-DATE            pic x(8) value spaces.
       01  WS-FILE-KEY              pic x(12) value spaces.
       01  WS-OFFLOAD-NAME          pic x(30) value spaces.
       01  WS-FILE-NOTE             pic x(30) value spaces.
       01  WS-PROTECT-NOTE          pic x(80) value spaces.
       01  WS-DELTA-NOTE            pic x(80) value spaces.
       01  WS-FILE-READ             pic 9(6) value zeros.
       01  WS-FILE-KEPT             pic 9(6) value zeros.
       01  WS-FILE-OFFLOADED        pic 9(6) value zeros.
       01  WS-FILE-PROTECTED        pic 9(6) value zeros.
       01  WS-TOTAL-READ            pic 9(6) value zeros.
       01  WS-TOTAL-KEPT            pic 9(6) value zeros.
       01  WS-TOTAL-OFFLOADED       pic 9(6) value zeros.
       01  WS-TOTAL-PROTECTED       pic 9(6) value zeros.
       01  WS-ENTRY-LINE            pic x(200) value spaces.
       01  WS-LATEST-TIMESTAMP      pic x(21) value spaces.
       01  WS-PROTECT-FROM          pic x(21) value spaces.
       01  WS-UNSENT-FROM           pic x(21) value spaces.
       01  WS-GEN-SUB               pic 9(1) value zeros.
       01  WS-BLOCK-COUNT           pic 9(6) value zeros.
       01  WS-BLOCK-NUMBER          pic 9(6) value zeros.
       01  WS-SNAPSHOT-COUNT        pic 9(4) value zeros.
       01  WS-SNAPSHOT-RANK         pic 9(4) value zeros.
       01  WS-SNAPSHOTS-TO-KEEP     pic 9(4) value zeros.
       01  WS-LAST-SNAPSHOT-DATE    pic 9(8) value zeros.
       01  WS-TREND-PRIOR-DATE      pic 9(8) value zeros.
       01  WS-TREND-LATEST-DATE     pic 9(8) value zeros.
       01  WS-HIGHEST-RUN           pic 9(6) value zeros.
       01  WS-HIGHEST-REJECT        pic 9(6) value zeros.
       01  WS-HIGHEST-SEQUENCE      pic 9(6) value zeros.
       01  WS-ACCEPTED-SEQUENCE     pic 9(6) value zeros.

       01  WS-POLICY-TABLE.
           05  WS-POLICY-COUNT      pic 9(2) value zeros.
           05  WS-POLICY-ENTRY      occurs 20 times.
               10  WS-POLICY-NAME      pic x(12).
               10  WS-POLICY-DAYS      pic 9(4).
               10  WS-POLICY-SNAPSHOTS pic 9(2).
       01  WS-POLICY-SUB            pic 9(2) value zeros.
       01  WS-RETAIN-DAYS           pic 9(4) value zeros.
       01  WS-KEEP-SNAPSHOTS        pic 9(2) value zeros.

           copy "RUNCOMM.cpy".

           copy "PARMCOMM.cpy".

       procedure division.
       HOUSEKEEP-FILES.
           display "Log, History and Control File Housekeeping"
           perform REGISTER-THIS-RUN
           accept WS-TODAY from date yyyymmdd
           compute WS-TODAY-INTEGER =
               function integer-of-date(WS-TODAY)
           open output HOUSEKEEPING-REPORT
           perform WRITE-REPORT-HEADER
           perform LOAD-RETENTION-POLICY
           if WS-POLICY-COUNT = zeros
               move spaces to HK-REPORT-LINE
               move "NO RETENTION POLICY ON FILE, NOTHING HOUSEKEPT"
                   to HK-REPORT-LINE
               write HK-REPORT-LINE
           else
               perform HOUSEKEEP-AUDIT-LOG
               perform HOUSEKEEP-JOURNAL
               perform HOUSEKEEP-AGE-HISTORY
               perform HOUSEKEEP-RUN-CONTROL
               perform HOUSEKEEP-NIGHT-LOG
               perform HOUSEKEEP-REJECT-MASTER
               perform HOUSEKEEP-PENDING-TRANSACTIONS
               perform HOUSEKEEP-SECURITY-LOG
               perform HOUSEKEEP-SEND-CONTROL
               perform WRITE-REPORT-TRAILER
           end-if
           close HOUSEKEEPING-REPORT
           if WS-RUN-FAILED
               perform MARK-RUN-FAILED
               display " HOUSEKEEPING FAILED, see HOUSEKPG.DAT"
           else
               perform SIGN-OFF-THIS-RUN
           end-if
           display " Entries read      = " WS-TOTAL-READ
           display " Entries kept      = " WS-TOTAL-KEPT
           display " Entries offloaded = " WS-TOTAL-OFFLOADED
           display " Entries protected = " WS-TOTAL-PROTECTED
           goback.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "HouseKpg" to RN-PROGRAM-NAME
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
           move WS-TOTAL-READ to RN-RECORDS-READ
           move WS-TOTAL-OFFLOADED to RN-RECORDS-WRITTEN
           move zeros to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-TOTAL-READ to RN-RECORDS-READ
           move WS-TOTAL-OFFLOADED to RN-RECORDS-WRITTEN
           move zeros to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       LOAD-RETENTION-POLICY.
           move zeros to WS-POLICY-COUNT
           open input RETENTION-POLICY
           if WS-POLICY-STATUS not = "00"
               display "No retention policy on file, status "
                   WS-POLICY-STATUS
           else
               move "N" to WS-EOF-SWITCH
               perform until WS-END-OF-FILE
                   read RETENTION-POLICY
                       at end
                           set WS-END-OF-FILE to true
                       not at end
                           perform LOAD-ONE-POLICY
                   end-read
               end-perform
               close RETENTION-POLICY
           end-if.

       LOAD-ONE-POLICY.
           if RP-FILE-NAME = spaces
               continue
           else
               if RP-RETAIN-DAYS not numeric
                   or WS-POLICY-COUNT = 20
                   display "Retention card ignored: " RP-FILE-NAME
               else
                   add 1 to WS-POLICY-COUNT
                   move RP-FILE-NAME
                       to WS-POLICY-NAME(WS-POLICY-COUNT)
                   move RP-RETAIN-DAYS
                       to WS-POLICY-DAYS(WS-POLICY-COUNT)
                   if RP-KEEP-SNAPSHOTS numeric
                       move RP-KEEP-SNAPSHOTS
                           to WS-POLICY-SNAPSHOTS(WS-POLICY-COUNT)
                   else
                       move zeros
                           to WS-POLICY-SNAPSHOTS(WS-POLICY-COUNT)
                   end-if
               end-if
           end-if.

       START-FILE.
           move zeros to WS-FILE-READ WS-FILE-KEPT
               WS-FILE-OFFLOADED WS-FILE-PROTECTED
           move zeros to WS-RETAIN-DAYS WS-KEEP-SNAPSHOTS
           move zeros to WS-CUTOFF-DATE
           move spaces to WS-FILE-NOTE
           move spaces to WS-PROTECT-NOTE
           move spaces to WS-DELTA-NOTE
           move "N" to WS-OFFLOAD-OPEN-SWITCH
           move "N" to WS-OFFLOAD-FAILED-SWITCH
           move "N" to WS-WORK-FAILED-SWITCH
           move "N" to WS-POLICY-FOUND-SWITCH
           perform varying WS-POLICY-SUB from 1 by 1
               until WS-POLICY-SUB > WS-POLICY-COUNT
               or WS-POLICY-FOUND
               if WS-POLICY-NAME(WS-POLICY-SUB) = WS-FILE-KEY
                   set WS-POLICY-FOUND to true
                   move WS-POLICY-DAYS(WS-POLICY-SUB)
                       to WS-RETAIN-DAYS
                   move WS-POLICY-SNAPSHOTS(WS-POLICY-SUB)
                       to WS-KEEP-SNAPSHOTS
               end-if
           end-perform
           if WS-POLICY-FOUND
               compute WS-CUTOFF-DATE = function date-of-integer
                   (WS-TODAY-INTEGER - WS-RETAIN-DAYS)
               move spaces to WS-OFFLOAD-NAME
               string
                   WS-FILE-KEY delimited by space
                   "-"         delimited by size
                   WS-TODAY    delimited by size
                   ".OFF"      delimited by size
                   into WS-OFFLOAD-NAME
               end-string
           else
               move "NO POLICY CARD, LEFT ALONE" to WS-FILE-NOTE
           end-if.

       JUDGE-ENTRY-DATE.
           if WS-ENTRY-DATE is numeric
               and WS-ENTRY-DATE < WS-CUTOFF-DATE
               set WS-OFFLOAD-ENTRY to true
           else
               set WS-KEEP-ENTRY to true
           end-if.

       COUNT-DECISION.
           add 1 to WS-FILE-READ
           evaluate true
               when WS-OFFLOAD-ENTRY
                   add 1 to WS-FILE-OFFLOADED
               when WS-PROTECT-ENTRY
                   add 1 to WS-FILE-PROTECTED
                   add 1 to WS-FILE-KEPT
               when other
                   add 1 to WS-FILE-KEPT
           end-evaluate.

       OFFLOAD-IF-DUE.
           if WS-OFFLOAD-ENTRY
               perform OFFLOAD-ENTRY-LINE
               if not WS-OFFLOAD-WRITTEN
                   set WS-KEEP-ENTRY to true
               end-if
           end-if.

       OFFLOAD-ENTRY-LINE.
           move "N" to WS-OFFLOAD-WRITTEN-SWITCH
           if not WS-OFFLOAD-OPEN and not WS-OFFLOAD-FAILED
               open extend OFFLOAD-FILE
               if WS-OFFLOAD-STATUS = "35"
                   open output OFFLOAD-FILE
               end-if
               if WS-OFFLOAD-STATUS not = "00"
                   display "Unable to open " WS-OFFLOAD-NAME
                       ", status " WS-OFFLOAD-STATUS
                   set WS-OFFLOAD-FAILED to true
                   set WS-RUN-FAILED to true
               else
                   set WS-OFFLOAD-OPEN to true
               end-if
           end-if
           if WS-OFFLOAD-OPEN and not WS-OFFLOAD-FAILED
               move WS-ENTRY-LINE to OF-OFFLOAD-LINE
               write OF-OFFLOAD-LINE
               if WS-OFFLOAD-STATUS = "00"
                   set WS-OFFLOAD-WRITTEN to true
               else
                   display "Unable to write " WS-OFFLOAD-NAME
                       ", status " WS-OFFLOAD-STATUS
                   set WS-OFFLOAD-FAILED to true
                   set WS-RUN-FAILED to true
               end-if
           end-if.

       KEEP-ENTRY-LINE.
           if not WS-WORK-FAILED
               move WS-ENTRY-LINE to WK-WORK-LINE
               write WK-WORK-LINE
               if WS-WORK-STATUS not = "00"
                   display "Unable to write WORK-FILE, status "
                       WS-WORK-STATUS
                   set WS-WORK-FAILED to true
                   set WS-RUN-FAILED to true
               end-if
           end-if.

       REOPEN-WORK-FILE.
           if not WS-WORK-FAILED
               open input WORK-FILE
               if WS-WORK-STATUS not = "00"
                   display "Unable to reread WORK-FILE, status "
                       WS-WORK-STATUS
                   set WS-WORK-FAILED to true
                   set WS-RUN-FAILED to true
               end-if
           end-if
           if WS-WORK-FAILED
               move "WORK FILE ERROR, NOT REWRITTEN" to WS-FILE-NOTE
           end-if.

       FINISH-FILE.
           if WS-OFFLOAD-OPEN
               close OFFLOAD-FILE
               move "N" to WS-OFFLOAD-OPEN-SWITCH
           end-if
           if WS-FILE-NOTE = spaces and WS-OFFLOAD-FAILED
               move "OFFLOAD FAILED, ENTRIES KEPT" to WS-FILE-NOTE
           end-if
           if WS-FILE-NOTE = spaces
               if WS-FILE-OFFLOADED = zeros
                   move "NOTHING PAST RETENTION" to WS-FILE-NOTE
               else
                   move WS-OFFLOAD-NAME to WS-FILE-NOTE
               end-if
           end-if
           add WS-FILE-READ to WS-TOTAL-READ
           add WS-FILE-KEPT to WS-TOTAL-KEPT
           add WS-FILE-OFFLOADED to WS-TOTAL-OFFLOADED
           add WS-FILE-PROTECTED to WS-TOTAL-PROTECTED
           perform WRITE-FILE-LINE.

       OPEN-WORK-FILE.
           open output WORK-FILE
           if WS-WORK-STATUS not = "00"
               display "Unable to open WORK-FILE, status "
                   WS-WORK-STATUS
               move "WORK FILE ERROR, LEFT ALONE" to WS-FILE-NOTE
               set WS-RUN-FAILED to true
           end-if.

       HOUSEKEEP-AUDIT-LOG.
           move "AGEAUDIT" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               perform FIND-LATEST-AUDIT-RUN
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform OPEN-WORK-FILE
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform SPLIT-AUDIT-LOG
               close WORK-FILE
               if WS-FILE-OFFLOADED > zeros
                   perform COPY-BACK-AUDIT-LOG
               end-if
               move spaces to WS-PROTECT-NOTE
               string
                   "  ENTRIES OF THE LATEST AGING RUN "
                       delimited by size
                   WS-LATEST-TIMESTAMP(1:14) delimited by size
                   " ARE ALWAYS KEPT" delimited by size
                   into WS-PROTECT-NOTE
               end-string
           end-if
           perform FINISH-FILE.

       FIND-LATEST-AUDIT-RUN.
           move spaces to WS-LATEST-TIMESTAMP
           open input AUDIT-LOG
           evaluate true
               when WS-AUDIT-STATUS = "35"
                   move "NOT ON FILE" to WS-FILE-NOTE
               when WS-AUDIT-STATUS not = "00"
                   display "Unable to open AUDIT-LOG, status "
                       WS-AUDIT-STATUS
                   move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                   set WS-RUN-FAILED to true
               when other
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read AUDIT-LOG
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               if AU-AUDIT-LINE(61:21) not = spaces
                                   move AU-AUDIT-LINE(61:21)
                                       to WS-LATEST-TIMESTAMP
                               end-if
                       end-read
                   end-perform
                   close AUDIT-LOG
           end-evaluate.

       SPLIT-AUDIT-LOG.
           open input AUDIT-LOG
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read AUDIT-LOG
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-AUDIT-ENTRY
               end-read
           end-perform
           close AUDIT-LOG.

       JUDGE-AUDIT-ENTRY.
           move AU-AUDIT-LINE(61:8) to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           if WS-OFFLOAD-ENTRY
               and AU-AUDIT-LINE(61:21) = WS-LATEST-TIMESTAMP
               set WS-PROTECT-ENTRY to true
           end-if
           move AU-AUDIT-LINE to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if not WS-OFFLOAD-ENTRY
               perform KEEP-ENTRY-LINE
           end-if.

       COPY-BACK-AUDIT-LOG.
           perform REOPEN-WORK-FILE
           if not WS-WORK-FAILED
               open output AUDIT-LOG
               if WS-AUDIT-STATUS not = "00"
                   display "Unable to rewrite AUDIT-LOG, status "
                       WS-AUDIT-STATUS
                   move "REWRITE FAILED, SEE HOUSEKPG.TMP"
                       to WS-FILE-NOTE
                   set WS-RUN-FAILED to true
               else
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read WORK-FILE
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               move WK-WORK-LINE to AU-AUDIT-LINE
                               write AU-AUDIT-LINE
                       end-read
                   end-perform
                   close AUDIT-LOG
               end-if
               close WORK-FILE
           end-if.

       HOUSEKEEP-JOURNAL.
           move "COMPJOURNAL" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               perform FIND-OLDEST-BACKUP
               perform FIND-UNSENT-CHANGES
               open input COMPANY-JOURNAL
               evaluate true
                   when WS-JOURNAL-STATUS = "35"
                       move "NOT ON FILE" to WS-FILE-NOTE
                   when WS-JOURNAL-STATUS not = "00"
                       display "Unable to open COMPANY-JOURNAL, "
                           "status " WS-JOURNAL-STATUS
                       move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                       set WS-RUN-FAILED to true
                   when other
                       close COMPANY-JOURNAL
               end-evaluate
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform OPEN-WORK-FILE
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform SPLIT-JOURNAL
               close WORK-FILE
               if WS-FILE-OFFLOADED > zeros
                   perform COPY-BACK-JOURNAL
               end-if
           end-if
           perform FINISH-FILE.

       FIND-OLDEST-BACKUP.
           move high-values to WS-PROTECT-FROM
           open input BACKUP-CONTROL
           if WS-BKUPCTL-STATUS = "00"
               read BACKUP-CONTROL
                   at end
                       continue
                   not at end
                       perform varying WS-GEN-SUB from 1 by 1
                           until WS-GEN-SUB > 5
                           if BC-GEN-TIMESTAMP(WS-GEN-SUB) not = spaces
                               and BC-GEN-TIMESTAMP(WS-GEN-SUB)
                                   < WS-PROTECT-FROM
                               move BC-GEN-TIMESTAMP(WS-GEN-SUB)
                                   to WS-PROTECT-FROM
                           end-if
                       end-perform
                       if WS-PROTECT-FROM = high-values
                           and BC-BACKUP-DATE numeric
                           move spaces to WS-PROTECT-FROM
                           move BC-BACKUP-DATE to WS-PROTECT-FROM(1:8)
                       end-if
               end-read
               close BACKUP-CONTROL
           end-if
           if WS-PROTECT-FROM = high-values
               move "  NO BACKUP CONTROL ON FILE, NO PROTECTION"
                   to WS-PROTECT-NOTE
           else
               move spaces to WS-PROTECT-NOTE
               string
                   "  ENTRIES SINCE THE OLDEST BACKUP GENERATION "
                       delimited by size
                   WS-PROTECT-FROM(1:14) delimited by size
                   " ARE ALWAYS KEPT" delimited by size
                   into WS-PROTECT-NOTE
               end-string
           end-if.

       FIND-UNSENT-CHANGES.
           open input SEND-CONTROL
           if WS-SENDCTL-STATUS = "00"
               move spaces to WS-UNSENT-FROM
               move "N" to WS-EOF-SWITCH
               perform until WS-END-OF-FILE
                   read SEND-CONTROL next record
                       at end
                           set WS-END-OF-FILE to true
                       not at end
                           if SC-ACCEPTED
                               move SC-TO-TIMESTAMP to WS-UNSENT-FROM
                           end-if
                   end-read
               end-perform
               close SEND-CONTROL
               if WS-UNSENT-FROM < WS-PROTECT-FROM
                   move WS-UNSENT-FROM to WS-PROTECT-FROM
               end-if
               if WS-UNSENT-FROM = spaces
                   move "  NO OUTBOUND DELTA ACCEPTED YET, ALL KEPT"
                       to WS-DELTA-NOTE
               else
                   string
                       "  ENTRIES SINCE THE LAST ACCEPTED DELTA "
                           delimited by size
                       WS-UNSENT-FROM(1:14) delimited by size
                       " ARE ALWAYS KEPT" delimited by size
                       into WS-DELTA-NOTE
                   end-string
               end-if
           end-if.

       SPLIT-JOURNAL.
           open input COMPANY-JOURNAL
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read COMPANY-JOURNAL
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-JOURNAL-ENTRY
               end-read
           end-perform
           close COMPANY-JOURNAL.

       JUDGE-JOURNAL-ENTRY.
           move JL-TIMESTAMP(1:8) to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           if WS-OFFLOAD-ENTRY
               and JL-TIMESTAMP not < WS-PROTECT-FROM
               set WS-PROTECT-ENTRY to true
           end-if
           move COMPANY-JOURNAL-RECORD to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if not WS-OFFLOAD-ENTRY
               perform KEEP-ENTRY-LINE
           end-if.

       COPY-BACK-JOURNAL.
           perform REOPEN-WORK-FILE
           if not WS-WORK-FAILED
               open output COMPANY-JOURNAL
               if WS-JOURNAL-STATUS not = "00"
                   display "Unable to rewrite COMPANY-JOURNAL, status "
                       WS-JOURNAL-STATUS
                   move "REWRITE FAILED, SEE HOUSEKPG.TMP"
                       to WS-FILE-NOTE
                   set WS-RUN-FAILED to true
               else
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read WORK-FILE
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               move WK-WORK-LINE
                                   to COMPANY-JOURNAL-RECORD
                               write COMPANY-JOURNAL-RECORD
                       end-read
                   end-perform
                   close COMPANY-JOURNAL
               end-if
               close WORK-FILE
           end-if.

       HOUSEKEEP-NIGHT-LOG.
           move "NIGHTLOG" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               perform COUNT-STREAM-BLOCKS
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform OPEN-WORK-FILE
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform SPLIT-NIGHT-LOG
               close WORK-FILE
               if WS-FILE-OFFLOADED > zeros
                   perform COPY-BACK-NIGHT-LOG
               end-if
               move "  THE LOG OF THE LATEST STREAM IS ALWAYS KEPT"
                   to WS-PROTECT-NOTE
           end-if
           perform FINISH-FILE.

       COUNT-STREAM-BLOCKS.
           move zeros to WS-BLOCK-COUNT
           open input NIGHT-LOG
           evaluate true
               when WS-LOG-STATUS = "35"
                   move "NOT ON FILE" to WS-FILE-NOTE
               when WS-LOG-STATUS not = "00"
                   display "Unable to open NIGHT-LOG, status "
                       WS-LOG-STATUS
                   move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                   set WS-RUN-FAILED to true
               when other
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read NIGHT-LOG
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               if NL-LOG-LINE(1:21)
                                   = "NIGHT STREAM STARTED "
                                   add 1 to WS-BLOCK-COUNT
                               end-if
                       end-read
                   end-perform
                   close NIGHT-LOG
           end-evaluate.

       SPLIT-NIGHT-LOG.
           move zeros to WS-BLOCK-NUMBER
           move spaces to WS-ENTRY-DATE
           open input NIGHT-LOG
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read NIGHT-LOG
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-NIGHT-LOG-LINE
               end-read
           end-perform
           close NIGHT-LOG.

       JUDGE-NIGHT-LOG-LINE.
           if NL-LOG-LINE(1:21) = "NIGHT STREAM STARTED "
               add 1 to WS-BLOCK-NUMBER
               move NL-LOG-LINE(22:8) to WS-ENTRY-DATE
           end-if
           if WS-BLOCK-NUMBER = zeros
               set WS-KEEP-ENTRY to true
           else
               perform JUDGE-ENTRY-DATE
               if WS-OFFLOAD-ENTRY
                   and WS-BLOCK-NUMBER = WS-BLOCK-COUNT
                   set WS-PROTECT-ENTRY to true
               end-if
           end-if
           move NL-LOG-LINE to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if not WS-OFFLOAD-ENTRY
               perform KEEP-ENTRY-LINE
           end-if.

       COPY-BACK-NIGHT-LOG.
           perform REOPEN-WORK-FILE
           if not WS-WORK-FAILED
               open output NIGHT-LOG
               if WS-LOG-STATUS not = "00"
                   display "Unable to rewrite NIGHT-LOG, status "
                       WS-LOG-STATUS
                   move "REWRITE FAILED, SEE HOUSEKPG.TMP"
                       to WS-FILE-NOTE
                   set WS-RUN-FAILED to true
               else
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read WORK-FILE
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               move WK-WORK-LINE to NL-LOG-LINE
                               write NL-LOG-LINE
                       end-read
                   end-perform
                   close NIGHT-LOG
               end-if
               close WORK-FILE
           end-if.

       HOUSEKEEP-AGE-HISTORY.
           move "AGEHISTORY" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               perform GET-TREND-DATES
               open i-o AGE-HISTORY
               evaluate true
                   when WS-HISTORY-STATUS = "35"
                       move "NOT ON FILE" to WS-FILE-NOTE
                   when WS-HISTORY-STATUS not = "00"
                       display "Unable to open AGE-HISTORY, status "
                           WS-HISTORY-STATUS
                       move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                       set WS-RUN-FAILED to true
                   when other
                       perform COUNT-HISTORY-SNAPSHOTS
                       perform SPLIT-AGE-HISTORY
                       close AGE-HISTORY
               end-evaluate
           end-if
           perform FINISH-FILE.

       GET-TREND-DATES.
           move zeros to WS-TREND-PRIOR-DATE
           move zeros to WS-TREND-LATEST-DATE
           move "TRENDPRIOR" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           if PC-FOUND
               compute WS-TREND-PRIOR-DATE =
                   function numval(PC-VALUE)
           end-if
           move "TRENDLATEST" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           if PC-FOUND
               compute WS-TREND-LATEST-DATE =
                   function numval(PC-VALUE)
           end-if.

       COUNT-HISTORY-SNAPSHOTS.
           move zeros to WS-SNAPSHOT-COUNT
           move zeros to WS-LAST-SNAPSHOT-DATE
           move "N" to WS-EOF-SWITCH
           move low-values to AH-KEY
           start AGE-HISTORY key is greater than AH-KEY
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read AGE-HISTORY next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       if AH-RUN-DATE not = WS-LAST-SNAPSHOT-DATE
                           add 1 to WS-SNAPSHOT-COUNT
                           move AH-RUN-DATE to WS-LAST-SNAPSHOT-DATE
                       end-if
               end-read
           end-perform
           if WS-KEEP-SNAPSHOTS < 2
               move 2 to WS-SNAPSHOTS-TO-KEEP
           else
               move WS-KEEP-SNAPSHOTS to WS-SNAPSHOTS-TO-KEEP
           end-if
           move spaces to WS-PROTECT-NOTE
           string
               "  SNAPSHOTS ON FILE " delimited by size
               WS-SNAPSHOT-COUNT delimited by size
               ", NEWEST " delimited by size
               WS-SNAPSHOTS-TO-KEEP delimited by size
               " KEPT, TREND DATES " delimited by size
               WS-TREND-PRIOR-DATE delimited by size
               " " delimited by size
               WS-TREND-LATEST-DATE delimited by size
               " KEPT" delimited by size
               into WS-PROTECT-NOTE
           end-string.

       SPLIT-AGE-HISTORY.
           move zeros to WS-SNAPSHOT-RANK
           move zeros to WS-LAST-SNAPSHOT-DATE
           move "N" to WS-EOF-SWITCH
           move low-values to AH-KEY
           start AGE-HISTORY key is greater than AH-KEY
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read AGE-HISTORY next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-HISTORY-RECORD
               end-read
           end-perform.

       JUDGE-HISTORY-RECORD.
           if AH-RUN-DATE not = WS-LAST-SNAPSHOT-DATE
               add 1 to WS-SNAPSHOT-RANK
               move AH-RUN-DATE to WS-LAST-SNAPSHOT-DATE
           end-if
           move AH-RUN-DATE to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           if WS-OFFLOAD-ENTRY
               if WS-SNAPSHOT-RANK + WS-SNAPSHOTS-TO-KEEP
                       > WS-SNAPSHOT-COUNT
                   or AH-RUN-DATE = WS-TREND-PRIOR-DATE
                   or AH-RUN-DATE = WS-TREND-LATEST-DATE
                   set WS-PROTECT-ENTRY to true
               end-if
           end-if
           move AGE-HISTORY-RECORD to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if WS-OFFLOAD-ENTRY
               delete AGE-HISTORY record
                   invalid key
                       display "Unable to delete history "
                           AH-RUN-DATE " " AH-SRNO
                       set WS-RUN-FAILED to true
               end-delete
           end-if.

       HOUSEKEEP-RUN-CONTROL.
           move "RUNCONTROL" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               open i-o RUN-CONTROL
               evaluate true
                   when WS-CONTROL-STATUS = "35"
                       move "NOT ON FILE" to WS-FILE-NOTE
                   when WS-CONTROL-STATUS not = "00"
                       display "Unable to open RUN-CONTROL, status "
                           WS-CONTROL-STATUS
                       move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                       set WS-RUN-FAILED to true
                   when other
                       perform FIND-HIGHEST-RUN
                       perform SPLIT-RUN-CONTROL
                       close RUN-CONTROL
                       move "  RUNS IN FLIGHT AND THE LATEST RUN KEPT"
                           to WS-PROTECT-NOTE
               end-evaluate
           end-if
           perform FINISH-FILE.

       FIND-HIGHEST-RUN.
           move zeros to WS-HIGHEST-RUN
           move "N" to WS-EOF-SWITCH
           move zeros to RC-RUN-NUMBER
           start RUN-CONTROL key is greater than RC-RUN-NUMBER
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read RUN-CONTROL next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       move RC-RUN-NUMBER to WS-HIGHEST-RUN
               end-read
           end-perform.

       SPLIT-RUN-CONTROL.
           move "N" to WS-EOF-SWITCH
           move zeros to RC-RUN-NUMBER
           start RUN-CONTROL key is greater than RC-RUN-NUMBER
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read RUN-CONTROL next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-RUN-RECORD
               end-read
           end-perform.

       JUDGE-RUN-RECORD.
           move RC-START-TIMESTAMP(1:8) to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           if WS-OFFLOAD-ENTRY
               if RC-IN-FLIGHT
                   or RC-RUN-NUMBER = WS-HIGHEST-RUN
                   set WS-PROTECT-ENTRY to true
               end-if
           end-if
           move RUN-CONTROL-RECORD to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if WS-OFFLOAD-ENTRY
               delete RUN-CONTROL record
                   invalid key
                       display "Unable to delete run "
                           RC-RUN-NUMBER
                       set WS-RUN-FAILED to true
               end-delete
           end-if.

       HOUSEKEEP-REJECT-MASTER.
           move "REJECTMASTER" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               open i-o REJECT-MASTER
               evaluate true
                   when WS-REJMST-STATUS = "35"
                       move "NOT ON FILE" to WS-FILE-NOTE
                   when WS-REJMST-STATUS not = "00"
                       display "Unable to open REJECT-MASTER, status "
                           WS-REJMST-STATUS
                       move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                       set WS-RUN-FAILED to true
                   when other
                       perform FIND-HIGHEST-REJECT
                       perform SPLIT-REJECT-MASTER
                       close REJECT-MASTER
                       move "  OPEN, CORRECTED AND LATEST REJECTS KEPT"
                           to WS-PROTECT-NOTE
               end-evaluate
           end-if
           perform FINISH-FILE.

       FIND-HIGHEST-REJECT.
           move zeros to WS-HIGHEST-REJECT
           move "N" to WS-EOF-SWITCH
           move zeros to RM-REJECT-NUMBER
           start REJECT-MASTER key is greater than RM-REJECT-NUMBER
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read REJECT-MASTER next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       move RM-REJECT-NUMBER to WS-HIGHEST-REJECT
               end-read
           end-perform.

       SPLIT-REJECT-MASTER.
           move "N" to WS-EOF-SWITCH
           move zeros to RM-REJECT-NUMBER
           start REJECT-MASTER key is greater than RM-REJECT-NUMBER
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read REJECT-MASTER next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-REJECT-RECORD
               end-read
           end-perform.

       JUDGE-REJECT-RECORD.
           move RM-REJECT-DATE to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           if WS-OFFLOAD-ENTRY
               if RM-OPEN or RM-CORRECTED
                   or RM-REJECT-NUMBER = WS-HIGHEST-REJECT
                   set WS-PROTECT-ENTRY to true
               end-if
           end-if
           move REJECT-MASTER-RECORD to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if WS-OFFLOAD-ENTRY
               delete REJECT-MASTER record
                   invalid key
                       display "Unable to delete reject "
                           RM-REJECT-NUMBER
                       set WS-RUN-FAILED to true
               end-delete
           end-if.

       HOUSEKEEP-PENDING-TRANSACTIONS.
           move "PENDTRANS" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               open i-o PENDING-TRANSACTIONS
               evaluate true
                   when WS-PENDING-STATUS = "35"
                       move "NOT ON FILE" to WS-FILE-NOTE
                   when WS-PENDING-STATUS not = "00"
                       display "Unable to open PENDING-TRANSACTIONS, "
                           "status " WS-PENDING-STATUS
                       move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                       set WS-RUN-FAILED to true
                   when other
                       perform SPLIT-PENDING-TRANSACTIONS
                       close PENDING-TRANSACTIONS
                       move "  ENTRIES STILL PENDING ARE ALWAYS KEPT"
                           to WS-PROTECT-NOTE
               end-evaluate
           end-if
           perform FINISH-FILE.

       SPLIT-PENDING-TRANSACTIONS.
           move "N" to WS-EOF-SWITCH
           move low-values to PT-KEY
           start PENDING-TRANSACTIONS key is greater than PT-KEY
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read PENDING-TRANSACTIONS next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-PENDING-RECORD
               end-read
           end-perform.

       JUDGE-PENDING-RECORD.
           move PT-DISPOSITION-DATE to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           if WS-OFFLOAD-ENTRY and PT-PENDING
               set WS-PROTECT-ENTRY to true
           end-if
           move PENDING-TRANSACTION-RECORD to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if WS-OFFLOAD-ENTRY
               delete PENDING-TRANSACTIONS record
                   invalid key
                       display "Unable to delete pending entry "
                           PT-SRNO " " PT-EFFECTIVE-DATE
                           " " PT-SEQUENCE
                       set WS-RUN-FAILED to true
               end-delete
           end-if.

       HOUSEKEEP-SECURITY-LOG.
           move "SECVIOL" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               open input SECURITY-VIOLATIONS
               evaluate true
                   when WS-VIOLATION-STATUS = "35"
                       move "NOT ON FILE" to WS-FILE-NOTE
                   when WS-VIOLATION-STATUS not = "00"
                       display "Unable to open SECURITY-VIOLATIONS, "
                           "status " WS-VIOLATION-STATUS
                       move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                       set WS-RUN-FAILED to true
                   when other
                       close SECURITY-VIOLATIONS
               end-evaluate
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform OPEN-WORK-FILE
           end-if
           if WS-POLICY-FOUND and WS-FILE-NOTE = spaces
               perform SPLIT-SECURITY-LOG
               close WORK-FILE
               if WS-FILE-OFFLOADED > zeros
                   perform COPY-BACK-SECURITY-LOG
               end-if
           end-if
           perform FINISH-FILE.

       SPLIT-SECURITY-LOG.
           open input SECURITY-VIOLATIONS
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read SECURITY-VIOLATIONS
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-VIOLATION-ENTRY
               end-read
           end-perform
           close SECURITY-VIOLATIONS.

       JUDGE-VIOLATION-ENTRY.
           move SV-TIMESTAMP(1:8) to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           move SECURITY-VIOLATION-RECORD to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if not WS-OFFLOAD-ENTRY
               perform KEEP-ENTRY-LINE
           end-if.

       COPY-BACK-SECURITY-LOG.
           perform REOPEN-WORK-FILE
           if not WS-WORK-FAILED
               open output SECURITY-VIOLATIONS
               if WS-VIOLATION-STATUS not = "00"
                   display "Unable to rewrite SECURITY-VIOLATIONS, "
                       "status " WS-VIOLATION-STATUS
                   move "REWRITE FAILED, SEE HOUSEKPG.TMP"
                       to WS-FILE-NOTE
                   set WS-RUN-FAILED to true
               else
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read WORK-FILE
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               move WK-WORK-LINE
                                   to SECURITY-VIOLATION-RECORD
                               write SECURITY-VIOLATION-RECORD
                       end-read
                   end-perform
                   close SECURITY-VIOLATIONS
               end-if
               close WORK-FILE
           end-if.

       HOUSEKEEP-SEND-CONTROL.
           move "SENDCTL" to WS-FILE-KEY
           perform START-FILE
           if WS-POLICY-FOUND
               open i-o SEND-CONTROL
               evaluate true
                   when WS-SENDCTL-STATUS = "35"
                       move "NOT ON FILE" to WS-FILE-NOTE
                   when WS-SENDCTL-STATUS not = "00"
                       display "Unable to open SEND-CONTROL, status "
                           WS-SENDCTL-STATUS
                       move "OPEN ERROR, LEFT ALONE" to WS-FILE-NOTE
                       set WS-RUN-FAILED to true
                   when other
                       perform FIND-HIGHEST-SEQUENCE
                       perform SPLIT-SEND-CONTROL
                       close SEND-CONTROL
                       move spaces to WS-PROTECT-NOTE
                       string
                           "  UNACCEPTED SENDS, LAST ACCEPTED "
                               delimited by size
                           WS-ACCEPTED-SEQUENCE delimited by size
                           " AND LATEST SEQUENCE "
                               delimited by size
                           WS-HIGHEST-SEQUENCE delimited by size
                           " KEPT" delimited by size
                           into WS-PROTECT-NOTE
                       end-string
               end-evaluate
           end-if
           perform FINISH-FILE.

       FIND-HIGHEST-SEQUENCE.
           move zeros to WS-HIGHEST-SEQUENCE
           move zeros to WS-ACCEPTED-SEQUENCE
           move "N" to WS-EOF-SWITCH
           move zeros to SC-SEQUENCE
           start SEND-CONTROL key is greater than SC-SEQUENCE
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read SEND-CONTROL next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       move SC-SEQUENCE to WS-HIGHEST-SEQUENCE
                       if SC-ACCEPTED
                           move SC-SEQUENCE to WS-ACCEPTED-SEQUENCE
                       end-if
               end-read
           end-perform.

       SPLIT-SEND-CONTROL.
           move "N" to WS-EOF-SWITCH
           move zeros to SC-SEQUENCE
           start SEND-CONTROL key is greater than SC-SEQUENCE
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read SEND-CONTROL next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform JUDGE-SEND-RECORD
               end-read
           end-perform.

       JUDGE-SEND-RECORD.
           move SC-ACK-TIMESTAMP(1:8) to WS-ENTRY-DATE
           perform JUDGE-ENTRY-DATE
           if WS-OFFLOAD-ENTRY
               if not SC-ACCEPTED
                   or SC-SEQUENCE = WS-HIGHEST-SEQUENCE
                   or SC-SEQUENCE = WS-ACCEPTED-SEQUENCE
                   set WS-PROTECT-ENTRY to true
               end-if
           end-if
           move SEND-CONTROL-RECORD to WS-ENTRY-LINE
           perform OFFLOAD-IF-DUE
           perform COUNT-DECISION
           if WS-OFFLOAD-ENTRY
               delete SEND-CONTROL record
                   invalid key
                       display "Unable to delete send sequence "
                           SC-SEQUENCE
                       set WS-RUN-FAILED to true
               end-delete
           end-if.

       WRITE-REPORT-HEADER.
           move spaces to HK-REPORT-LINE
           string
               "LOG, HISTORY AND CONTROL FILE HOUSEKEEPING  RUN DATE "
                   delimited by size
               WS-TODAY delimited by size
               "  RUN " delimited by size
               RN-RUN-NUMBER delimited by size
               into HK-REPORT-LINE
           end-string
           write HK-REPORT-LINE
           move spaces to HK-REPORT-LINE
           write HK-REPORT-LINE
           move spaces to HK-REPORT-LINE
           string
               "FILE          DAYS  CUTOFF      READ    KEPT "
                   delimited by size
               "OFFLOAD PROTECT  OFFLOAD FILE / NOTE"
                   delimited by size
               into HK-REPORT-LINE
           end-string
           write HK-REPORT-LINE.

       WRITE-FILE-LINE.
           move spaces to HK-REPORT-LINE
           move spaces to WS-ENTRY-LINE
           if WS-POLICY-FOUND
               move WS-RETAIN-DAYS to WS-ENTRY-LINE(1:4)
               move WS-CUTOFF-DATE to WS-ENTRY-LINE(5:8)
           end-if
           string
               WS-FILE-KEY           delimited by size
               "  "                  delimited by size
               WS-ENTRY-LINE(1:4)    delimited by size
               "  "                  delimited by size
               WS-ENTRY-LINE(5:8)    delimited by size
               "  "                  delimited by size
               WS-FILE-READ          delimited by size
               "  "                  delimited by size
               WS-FILE-KEPT          delimited by size
               "  "                  delimited by size
               WS-FILE-OFFLOADED     delimited by size
               "  "                  delimited by size
               WS-FILE-PROTECTED     delimited by size
               "  "                  delimited by size
               WS-FILE-NOTE          delimited by size
               into HK-REPORT-LINE
           end-string
           write HK-REPORT-LINE
           if WS-PROTECT-NOTE not = spaces
               move WS-PROTECT-NOTE to HK-REPORT-LINE
               write HK-REPORT-LINE
           end-if
           if WS-DELTA-NOTE not = spaces
               move WS-DELTA-NOTE to HK-REPORT-LINE
               write HK-REPORT-LINE
           end-if.

       WRITE-REPORT-TRAILER.
           move spaces to HK-REPORT-LINE
           write HK-REPORT-LINE
           move spaces to HK-REPORT-LINE
           string
               "TOTALS                      " delimited by size
               WS-TOTAL-READ         delimited by size
               "  "                  delimited by size
               WS-TOTAL-KEPT         delimited by size
               "  "                  delimited by size
               WS-TOTAL-OFFLOADED    delimited by size
               "  "                  delimited by size
               WS-TOTAL-PROTECTED    delimited by size
               into HK-REPORT-LINE
           end-string
           write HK-REPORT-LINE
           if WS-RUN-FAILED
               move spaces to HK-REPORT-LINE
               move "*** HOUSEKEEPING DID NOT COMPLETE CLEANLY ***"
                   to HK-REPORT-LINE
               write HK-REPORT-LINE
           end-if.

       end program "HouseKpg".
