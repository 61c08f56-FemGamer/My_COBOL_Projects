       program-id. "PendRel".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional PENDING-TRANSACTIONS
               assign to "PENDTRANS.DAT"
               organization is indexed
               access mode is dynamic
               record key is PT-KEY
               file status is WS-PENDING-STATUS.

           select RELEASE-REPORT assign to "PENDREL.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select RELEASE-SORT-FILE assign to "PENDREL.TMP".

       data division.
       file section.
       fd  PENDING-TRANSACTIONS.
           copy "PENDREC.cpy".

       sd  RELEASE-SORT-FILE.
       01  RELEASE-SORT-RECORD.
           05  RS-EFFECTIVE-DATE       pic 9(8).
           05  RS-ENTERED-TIMESTAMP    pic x(21).
           05  RS-PENDING-KEY          pic x(16).

       fd  RELEASE-REPORT.
       01  PR-REPORT-LINE           pic x(100).

       working-storage section.
       01  WS-PENDING-STATUS        pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-SORT-EOF-SWITCH       pic x value "N".
           88  WS-END-OF-SORT               value "Y".
       01  WS-TODAY                 pic 9(8).
       01  WS-ENTRIES-READ          pic 9(6) value zeros.
       01  WS-ENTRIES-RELEASED      pic 9(6) value zeros.
       01  WS-ENTRIES-REJECTED      pic 9(6) value zeros.
       01  WS-ENTRIES-WAITING       pic 9(6) value zeros.
       01  WS-RESULT-TEXT           pic x(8) value spaces.

           copy "APPLCOMM.cpy".

           copy "RUNCOMM.cpy".

       procedure division.
       RELEASE-DUE-TRANSACTIONS.
           display "Pending Transaction Release"
           perform REGISTER-THIS-RUN
           accept WS-TODAY from date yyyymmdd
           open i-o PENDING-TRANSACTIONS
           if WS-PENDING-STATUS not = "00"
               and WS-PENDING-STATUS not = "05"
               display "Unable to open PENDING-TRANSACTIONS, status "
                   WS-PENDING-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           move spaces to COMPANY-APPLY-COMM
           move WS-TODAY to AX-RUN-DATE
           set AX-OPEN to true
           call "CompApply" using COMPANY-APPLY-COMM
           if AX-FILE-ERROR
               close PENDING-TRANSACTIONS
               perform MARK-RUN-FAILED
               goback
           end-if
           open output RELEASE-REPORT
           perform WRITE-REPORT-HEADER
           sort RELEASE-SORT-FILE
               on ascending key RS-EFFECTIVE-DATE
                                RS-ENTERED-TIMESTAMP
                                RS-PENDING-KEY
               input procedure SELECT-DUE-ENTRIES
               output procedure RELEASE-DUE-ENTRIES
           perform WRITE-REPORT-TOTALS
           set AX-CLOSE to true
           call "CompApply" using COMPANY-APPLY-COMM
           close RELEASE-REPORT
           close PENDING-TRANSACTIONS
           perform SIGN-OFF-THIS-RUN
           display " Pending entries read = " WS-ENTRIES-READ
           display " Released and applied = " WS-ENTRIES-RELEASED
           display " Rejected on release  = " WS-ENTRIES-REJECTED
           display " Still waiting        = " WS-ENTRIES-WAITING
           goback.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "PendRel" to RN-PROGRAM-NAME
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
           move WS-ENTRIES-READ to RN-RECORDS-READ
           move WS-ENTRIES-RELEASED to RN-RECORDS-WRITTEN
           move WS-ENTRIES-REJECTED to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-ENTRIES-READ to RN-RECORDS-READ
           move WS-ENTRIES-RELEASED to RN-RECORDS-WRITTEN
           move WS-ENTRIES-REJECTED to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       SELECT-DUE-ENTRIES.
           move "N" to WS-EOF-SWITCH
           move low-values to PT-KEY
           start PENDING-TRANSACTIONS key is not less than PT-KEY
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read PENDING-TRANSACTIONS next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       add 1 to WS-ENTRIES-READ
                       perform JUDGE-PENDING-ENTRY
               end-read
           end-perform.

       JUDGE-PENDING-ENTRY.
           if PT-PENDING
               if PT-EFFECTIVE-DATE > WS-TODAY
                   add 1 to WS-ENTRIES-WAITING
               else
                   move PT-EFFECTIVE-DATE to RS-EFFECTIVE-DATE
                   move PT-ENTERED-TIMESTAMP to RS-ENTERED-TIMESTAMP
                   move PT-KEY to RS-PENDING-KEY
                   release RELEASE-SORT-RECORD
               end-if
           end-if.

       RELEASE-DUE-ENTRIES.
           perform until WS-END-OF-SORT
               return RELEASE-SORT-FILE
                   at end
                       set WS-END-OF-SORT to true
                   not at end
                       perform REREAD-DUE-ENTRY
               end-return
           end-perform.

       REREAD-DUE-ENTRY.
           move RS-PENDING-KEY to PT-KEY
           read PENDING-TRANSACTIONS
               invalid key
                   display "Pending entry no longer on file for SrNo "
                       PT-SRNO
               not invalid key
                   if PT-PENDING
                       perform RELEASE-ONE-ENTRY
                   end-if
           end-read.

       RELEASE-ONE-ENTRY.
           set AX-APPLY to true
           move PT-ACTION to AX-ACTION
           move PT-SRNO to AX-SRNO
           move PT-COMPANY to AX-COMPANY
           move PT-FOUNDED-DATE to AX-FOUNDED-DATE
           move PT-INDUSTRY-CODE to AX-INDUSTRY-CODE
           move PT-SUCCESSOR-SRNO to AX-SUCCESSOR-SRNO
           move PT-EFFECTIVE-DATE to AX-EFFECTIVE-DATE-N
           move PT-ENTERED-BY to AX-OPERATOR-ID
           call "CompApply" using COMPANY-APPLY-COMM
           if AX-APPLIED
               set PT-RELEASED to true
               move zeros to PT-REJECT-NUMBER
               move spaces to PT-REASON-CODE
               move "APPLIED" to WS-RESULT-TEXT
               add 1 to WS-ENTRIES-RELEASED
           else
               set PT-RELEASE-REJECTED to true
               move AX-REJECT-NUMBER to PT-REJECT-NUMBER
               move AX-REASON-CODE to PT-REASON-CODE
               move "REJECTED" to WS-RESULT-TEXT
               add 1 to WS-ENTRIES-REJECTED
           end-if
           move WS-TODAY to PT-DISPOSITION-DATE
           move RN-OPERATOR-ID to PT-DISPOSED-BY
           rewrite PENDING-TRANSACTION-RECORD
               invalid key
                   display "Unable to rewrite pending entry for SrNo "
                       PT-SRNO
           end-rewrite
           perform WRITE-RELEASE-LINE.

       WRITE-REPORT-HEADER.
           move spaces to PR-REPORT-LINE
           string
               "PENDING TRANSACTION RELEASE  RUN DATE "
                   delimited by size
               WS-TODAY delimited by size
               "  RUN " delimited by size
               RN-RUN-NUMBER delimited by size
               into PR-REPORT-LINE
           end-string
           write PR-REPORT-LINE
           move spaces to PR-REPORT-LINE
           write PR-REPORT-LINE
           move spaces to PR-REPORT-LINE
           string
               "SRNO EFF DATE SEQ  A COMPANY                        "
                   delimited by size
               "RESULT   REJECT REASON" delimited by size
               into PR-REPORT-LINE
           end-string
           write PR-REPORT-LINE.

       WRITE-RELEASE-LINE.
           move spaces to PR-REPORT-LINE
           if AX-APPLIED
               string
                   PT-SRNO delimited by size
                   " " delimited by size
                   PT-EFFECTIVE-DATE delimited by size
                   " " delimited by size
                   PT-SEQUENCE delimited by size
                   " " delimited by size
                   PT-ACTION delimited by size
                   " " delimited by size
                   PT-COMPANY delimited by size
                   " " delimited by size
                   WS-RESULT-TEXT delimited by size
                   into PR-REPORT-LINE
               end-string
           else
               string
                   PT-SRNO delimited by size
                   " " delimited by size
                   PT-EFFECTIVE-DATE delimited by size
                   " " delimited by size
                   PT-SEQUENCE delimited by size
                   " " delimited by size
                   PT-ACTION delimited by size
                   " " delimited by size
                   PT-COMPANY delimited by size
                   " " delimited by size
                   WS-RESULT-TEXT delimited by size
                   " " delimited by size
                   AX-REJECT-NUMBER delimited by size
                   " " delimited by size
                   AX-REASON-CODE delimited by size
                   " " delimited by size
                   AX-REASON-TEXT delimited by size
                   into PR-REPORT-LINE
               end-string
           end-if
           write PR-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           move spaces to PR-REPORT-LINE
           write PR-REPORT-LINE
           move spaces to PR-REPORT-LINE
           string
               "RELEASED AND APPLIED " delimited by size
               WS-ENTRIES-RELEASED delimited by size
               "  REJECTED TO REJECT MASTER " delimited by size
               WS-ENTRIES-REJECTED delimited by size
               "  STILL WAITING " delimited by size
               WS-ENTRIES-WAITING delimited by size
               into PR-REPORT-LINE
           end-string
           write PR-REPORT-LINE.

       end program "PendRel".
