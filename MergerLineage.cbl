       program-id. "MergeLin".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select COMPANY-MASTER assign to "COMPANYMASTER.DAT"
               organization is indexed
               access mode is sequential
               record key is CR-SRNO
               alternate record key is CR-COMPANY
                   with duplicates
               file status is WS-MASTER-STATUS.

           select optional COMPANY-ARCHIVE assign to "COMPANYARCH.DAT"
               organization is line sequential
               file status is WS-ARCHIVE-STATUS.

           select LINEAGE-SORT-FILE assign to "MERGELIN.TMP".

           select LINEAGE-REPORT assign to "MERGELIN.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       fd  COMPANY-ARCHIVE.
           copy "ARCHREC.cpy".

       sd  LINEAGE-SORT-FILE.
       01  LINEAGE-SORT-RECORD.
           05  LS-SECTION              pic 9(1).
               88  LS-LINEAGE                  value 1.
               88  LS-EXCEPTION                value 2.
           05  LS-SURVIVOR-SRNO        pic 9(4).
           05  LS-DEPTH                pic 9(4).
           05  LS-SRNO                 pic 9(4).
           05  LS-END-SRNO             pic 9(4).
           05  LS-REASON               pic x(40).

       fd  LINEAGE-REPORT.
       01  LR-REPORT-LINE           pic x(96).

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-ARCHIVE-STATUS        pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-SORT-EOF-SWITCH       pic x value "N".
           88  WS-END-OF-SORT               value "Y".
       01  WS-TODAY                 pic 9(8).
       01  WS-SRNO-SUB              pic 9(5) value zeros.
       01  WS-CHAIN-SUB             pic 9(5) value zeros.
       01  WS-WALK-NUMBER           pic 9(5) value zeros.
       01  WS-DEPTH                 pic 9(4) value zeros.
       01  WS-WALK-DONE-SWITCH      pic x value "N".
           88  WS-WALK-DONE                 value "Y".
       01  WS-FIRST-SURVIVOR-SWITCH pic x value "Y".
           88  WS-FIRST-SURVIVOR            value "Y".
       01  WS-FIRST-EXCEPTION-SWITCH
                                    pic x value "Y".
           88  WS-FIRST-EXCEPTION           value "Y".
       01  WS-PREV-SURVIVOR         pic 9(4) value zeros.
       01  WS-FAMILY-COUNT          pic 9(6) value zeros.
       01  WS-OLDEST-FOUNDED        pic 9(8) value zeros.
       01  WS-OLDEST-SRNO           pic 9(4) value zeros.
       01  WS-MASTER-LOADED         pic 9(6) value zeros.
       01  WS-ARCHIVE-LOADED        pic 9(6) value zeros.
       01  WS-MERGED-WALKED         pic 9(6) value zeros.
       01  WS-SURVIVOR-COUNT        pic 9(6) value zeros.
       01  WS-EXCEPTION-COUNT       pic 9(6) value zeros.
       01  WS-WHERE-TEXT            pic x(9) value spaces.

       01  WS-LINEAGE-TABLE.
           05  WS-LINEAGE-ENTRY      occurs 9999 times.
               10  LT-ON-FILE          pic x(1).
                   88  LT-ON-MASTER            value "M".
                   88  LT-ON-ARCHIVE           value "A".
                   88  LT-NOT-ON-FILE          value " ".
               10  LT-STATUS           pic x(1).
                   88  LT-ACTIVE               value "A".
                   88  LT-DELETED              value "D".
                   88  LT-MERGED               value "M".
               10  LT-COMPANY          pic x(30).
               10  LT-FOUNDED-DATE     pic 9(8).
               10  LT-SUCCESSOR-SRNO   pic 9(4).
               10  LT-WALK-MARK        pic 9(5).

           copy "RUNCOMM.cpy".

       procedure division.
       PRODUCE-LINEAGE-REPORT.
           display "Merger Lineage Report"
           perform REGISTER-THIS-RUN
           accept WS-TODAY from date yyyymmdd
           perform INITIALIZE-LINEAGE-TABLE
           perform LOAD-ARCHIVE-RECORDS
           perform LOAD-MASTER-RECORDS
           open output LINEAGE-REPORT
           perform WRITE-PAGE-HEADER
           sort LINEAGE-SORT-FILE
               on ascending key LS-SECTION LS-SURVIVOR-SRNO
                   LS-DEPTH LS-SRNO
               input procedure WALK-MERGER-CHAINS
               output procedure PRINT-LINEAGE
           perform WRITE-REPORT-TRAILER
           close LINEAGE-REPORT
           perform SIGN-OFF-THIS-RUN
           display " Merged companies  = " WS-MERGED-WALKED
           display " Survivors listed  = " WS-SURVIVOR-COUNT
           display " Exceptions        = " WS-EXCEPTION-COUNT
           goback.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "MergeLin" to RN-PROGRAM-NAME
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
           add WS-MASTER-LOADED WS-ARCHIVE-LOADED
               giving RN-RECORDS-READ
           move WS-MERGED-WALKED to RN-RECORDS-WRITTEN
           move WS-EXCEPTION-COUNT to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           add WS-MASTER-LOADED WS-ARCHIVE-LOADED
               giving RN-RECORDS-READ
           move WS-MERGED-WALKED to RN-RECORDS-WRITTEN
           move WS-EXCEPTION-COUNT to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       INITIALIZE-LINEAGE-TABLE.
           perform varying WS-SRNO-SUB from 1 by 1
               until WS-SRNO-SUB > 9999
               move spaces to LT-ON-FILE(WS-SRNO-SUB)
               move spaces to LT-STATUS(WS-SRNO-SUB)
               move spaces to LT-COMPANY(WS-SRNO-SUB)
               move zeros to LT-FOUNDED-DATE(WS-SRNO-SUB)
               move zeros to LT-SUCCESSOR-SRNO(WS-SRNO-SUB)
               move zeros to LT-WALK-MARK(WS-SRNO-SUB)
           end-perform.

       LOAD-ARCHIVE-RECORDS.
           open input COMPANY-ARCHIVE
           if WS-ARCHIVE-STATUS not = "00"
               and WS-ARCHIVE-STATUS not = "05"
               display "Unable to open COMPANY-ARCHIVE, status "
                   WS-ARCHIVE-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read COMPANY-ARCHIVE
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       if AR-SRNO numeric and AR-SRNO > zeros
                           move AR-SRNO to WS-SRNO-SUB
                           set LT-ON-ARCHIVE(WS-SRNO-SUB) to true
                           move AR-STATUS to LT-STATUS(WS-SRNO-SUB)
                           move AR-COMPANY to LT-COMPANY(WS-SRNO-SUB)
                           move AR-FOUNDED-DATE
                               to LT-FOUNDED-DATE(WS-SRNO-SUB)
                           move AR-SUCCESSOR-SRNO
                               to LT-SUCCESSOR-SRNO(WS-SRNO-SUB)
                           add 1 to WS-ARCHIVE-LOADED
                       end-if
               end-read
           end-perform
           close COMPANY-ARCHIVE.

       LOAD-MASTER-RECORDS.
           open input COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to open COMPANY-MASTER, status "
                   WS-MASTER-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read COMPANY-MASTER
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       if CR-SRNO > zeros
                           move CR-SRNO to WS-SRNO-SUB
                           set LT-ON-MASTER(WS-SRNO-SUB) to true
                           move CR-STATUS to LT-STATUS(WS-SRNO-SUB)
                           move CR-COMPANY to LT-COMPANY(WS-SRNO-SUB)
                           move CR-FOUNDED-DATE
                               to LT-FOUNDED-DATE(WS-SRNO-SUB)
                           move CR-SUCCESSOR-SRNO
                               to LT-SUCCESSOR-SRNO(WS-SRNO-SUB)
                           add 1 to WS-MASTER-LOADED
                       end-if
               end-read
           end-perform
           close COMPANY-MASTER.

       WALK-MERGER-CHAINS.
           perform varying WS-SRNO-SUB from 1 by 1
               until WS-SRNO-SUB > 9999
               if LT-MERGED(WS-SRNO-SUB)
                   and not LT-NOT-ON-FILE(WS-SRNO-SUB)
                   perform WALK-ONE-CHAIN
               end-if
           end-perform.

       WALK-ONE-CHAIN.
           add 1 to WS-MERGED-WALKED
           add 1 to WS-WALK-NUMBER
           move WS-WALK-NUMBER to LT-WALK-MARK(WS-SRNO-SUB)
           move WS-SRNO-SUB to WS-CHAIN-SUB
           move zeros to WS-DEPTH
           move "N" to WS-WALK-DONE-SWITCH
           perform until WS-WALK-DONE
               add 1 to WS-DEPTH
               move LT-SUCCESSOR-SRNO(WS-CHAIN-SUB) to WS-CHAIN-SUB
               perform EXAMINE-CHAIN-LINK
           end-perform.

       EXAMINE-CHAIN-LINK.
           evaluate true
               when WS-CHAIN-SUB = zeros
                   move "MERGED WITH NO SUCCESSOR RECORDED"
                       to LS-REASON
                   perform RELEASE-EXCEPTION
               when LT-NOT-ON-FILE(WS-CHAIN-SUB)
                   move "CHAIN ENDS ON SRNO NOT ON ANY FILE"
                       to LS-REASON
                   perform RELEASE-EXCEPTION
               when LT-WALK-MARK(WS-CHAIN-SUB) = WS-WALK-NUMBER
                   move "CIRCULAR CHAIN - RETURNS TO SRNO"
                       to LS-REASON
                   perform RELEASE-EXCEPTION
               when LT-MERGED(WS-CHAIN-SUB)
                   move WS-WALK-NUMBER to LT-WALK-MARK(WS-CHAIN-SUB)
               when LT-ACTIVE(WS-CHAIN-SUB)
                   and LT-ON-MASTER(WS-CHAIN-SUB)
                   perform RELEASE-LINEAGE
               when LT-DELETED(WS-CHAIN-SUB)
                   and LT-ON-MASTER(WS-CHAIN-SUB)
                   move "CHAIN ENDS ON DELETED SRNO"
                       to LS-REASON
                   perform RELEASE-EXCEPTION
               when LT-ON-ARCHIVE(WS-CHAIN-SUB)
                   move "CHAIN ENDS ON PURGED SRNO"
                       to LS-REASON
                   perform RELEASE-EXCEPTION
               when other
                   move "CHAIN ENDS ON SRNO WITH INVALID STATUS"
                       to LS-REASON
                   perform RELEASE-EXCEPTION
           end-evaluate.

       RELEASE-LINEAGE.
           set LS-LINEAGE to true
           move WS-CHAIN-SUB to LS-SURVIVOR-SRNO
           move WS-DEPTH to LS-DEPTH
           move WS-SRNO-SUB to LS-SRNO
           move WS-CHAIN-SUB to LS-END-SRNO
           move spaces to LS-REASON
           release LINEAGE-SORT-RECORD
           set WS-WALK-DONE to true.

       RELEASE-EXCEPTION.
           set LS-EXCEPTION to true
           move zeros to LS-SURVIVOR-SRNO
           move WS-DEPTH to LS-DEPTH
           move WS-SRNO-SUB to LS-SRNO
           move WS-CHAIN-SUB to LS-END-SRNO
           release LINEAGE-SORT-RECORD
           set WS-WALK-DONE to true.

       PRINT-LINEAGE.
           perform until WS-END-OF-SORT
               return LINEAGE-SORT-FILE
                   at end
                       set WS-END-OF-SORT to true
                   not at end
                       perform PRINT-ONE-LINEAGE-RECORD
               end-return
           end-perform
           if not WS-FIRST-SURVIVOR
               perform WRITE-FAMILY-TOTAL
           end-if
           if WS-FIRST-EXCEPTION
               perform WRITE-EXCEPTION-HEADER
               move spaces to LR-REPORT-LINE
               string
                   "  NO BROKEN OR CIRCULAR CHAINS" delimited by size
                   into LR-REPORT-LINE
               end-string
               write LR-REPORT-LINE
           end-if.

       PRINT-ONE-LINEAGE-RECORD.
           if LS-LINEAGE
               if WS-FIRST-SURVIVOR
                   move "N" to WS-FIRST-SURVIVOR-SWITCH
                   perform WRITE-SURVIVOR-HEADER
               else
                   if LS-SURVIVOR-SRNO not = WS-PREV-SURVIVOR
                       perform WRITE-FAMILY-TOTAL
                       perform WRITE-SURVIVOR-HEADER
                   end-if
               end-if
               perform WRITE-PREDECESSOR-LINE
           else
               if WS-FIRST-EXCEPTION
                   if not WS-FIRST-SURVIVOR
                       perform WRITE-FAMILY-TOTAL
                       set WS-FIRST-SURVIVOR to true
                   end-if
                   move "N" to WS-FIRST-EXCEPTION-SWITCH
                   perform WRITE-EXCEPTION-HEADER
               end-if
               perform WRITE-EXCEPTION-LINE
           end-if.

       WRITE-PAGE-HEADER.
           move spaces to LR-REPORT-LINE
           string
               "MERGER LINEAGE REPORT  RUN DATE " delimited by size
               WS-TODAY delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           string
               "SURVIVING COMPANIES AND THEIR ABSORBED PREDECESSORS"
                   delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           write LR-REPORT-LINE.

       WRITE-SURVIVOR-HEADER.
           move LS-SURVIVOR-SRNO to WS-PREV-SURVIVOR
           move zeros to WS-FAMILY-COUNT
           move zeros to WS-OLDEST-FOUNDED
           move zeros to WS-OLDEST-SRNO
           add 1 to WS-SURVIVOR-COUNT
           move LS-SURVIVOR-SRNO to WS-CHAIN-SUB
           move spaces to LR-REPORT-LINE
           string
               "SURVIVOR " delimited by size
               LS-SURVIVOR-SRNO delimited by size
               "  " delimited by size
               LT-COMPANY(WS-CHAIN-SUB) delimited by size
               "  FOUNDED " delimited by size
               LT-FOUNDED-DATE(WS-CHAIN-SUB) delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           string
               "    DEPTH  SRNO  COMPANY                         "
                   delimited by size
               "  FOUNDED   HELD ON" delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE.

       WRITE-PREDECESSOR-LINE.
           move LS-SRNO to WS-CHAIN-SUB
           add 1 to WS-FAMILY-COUNT
           if LT-FOUNDED-DATE(WS-CHAIN-SUB) > zeros
               if WS-OLDEST-FOUNDED = zeros
                   or LT-FOUNDED-DATE(WS-CHAIN-SUB) < WS-OLDEST-FOUNDED
                   move LT-FOUNDED-DATE(WS-CHAIN-SUB)
                       to WS-OLDEST-FOUNDED
                   move LS-SRNO to WS-OLDEST-SRNO
               end-if
           end-if
           if LT-ON-MASTER(WS-CHAIN-SUB)
               move "MASTER" to WS-WHERE-TEXT
           else
               move "ARCHIVE" to WS-WHERE-TEXT
           end-if
           move spaces to LR-REPORT-LINE
           string
               "    " delimited by size
               LS-DEPTH delimited by size
               "   " delimited by size
               LS-SRNO delimited by size
               "  " delimited by size
               LT-COMPANY(WS-CHAIN-SUB) delimited by size
               "  " delimited by size
               LT-FOUNDED-DATE(WS-CHAIN-SUB) delimited by size
               "  " delimited by size
               WS-WHERE-TEXT delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE.

       WRITE-FAMILY-TOTAL.
           move spaces to LR-REPORT-LINE
           string
               "    PREDECESSORS: " delimited by size
               WS-FAMILY-COUNT delimited by size
               "  OLDEST PREDECESSOR FOUNDED " delimited by size
               WS-OLDEST-FOUNDED delimited by size
               " (SRNO " delimited by size
               WS-OLDEST-SRNO delimited by size
               ")" delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           write LR-REPORT-LINE.

       WRITE-EXCEPTION-HEADER.
           move spaces to LR-REPORT-LINE
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           string
               "LINEAGE EXCEPTIONS" delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           string
               "  SRNO  COMPANY                         "
                   delimited by size
               "  DEPTH  END   REASON" delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           add 1 to WS-EXCEPTION-COUNT
           move LS-SRNO to WS-CHAIN-SUB
           move spaces to LR-REPORT-LINE
           string
               "  " delimited by size
               LS-SRNO delimited by size
               "  " delimited by size
               LT-COMPANY(WS-CHAIN-SUB) delimited by size
               "  " delimited by size
               LS-DEPTH delimited by size
               "   " delimited by size
               LS-END-SRNO delimited by size
               "  " delimited by size
               LS-REASON delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE.

       WRITE-REPORT-TRAILER.
           move spaces to LR-REPORT-LINE
           write LR-REPORT-LINE
           move spaces to LR-REPORT-LINE
           string
               "MERGED COMPANIES WALKED: " delimited by size
               WS-MERGED-WALKED delimited by size
               "  SURVIVORS: " delimited by size
               WS-SURVIVOR-COUNT delimited by size
               "  EXCEPTIONS: " delimited by size
               WS-EXCEPTION-COUNT delimited by size
               into LR-REPORT-LINE
           end-string
           write LR-REPORT-LINE.

       end program "MergeLin".
