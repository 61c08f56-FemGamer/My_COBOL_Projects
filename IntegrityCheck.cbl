       program-id. "IntegChk".

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

           select optional INDUSTRY-MASTER
               assign to "INDUSTRYMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is IM-CODE
               file status is WS-INDUSTRY-STATUS.

           select optional REGISTRY-XREF assign to "REGXREF.DAT"
               organization is indexed
               access mode is sequential
               record key is XR-SRNO
               alternate record key is XR-REG-NUMBER
               file status is WS-XREF-STATUS.

           select optional REJECT-MASTER assign to "REJECTMASTER.DAT"
               organization is indexed
               access mode is sequential
               record key is RM-REJECT-NUMBER
               file status is WS-REJMST-STATUS.

           select optional AGE-HISTORY assign to "AGEHISTORY.DAT"
               organization is indexed
               access mode is sequential
               record key is AH-KEY
               file status is WS-HISTORY-STATUS.

           select EXCEPTION-REPORT assign to "INTEGCHK.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select FIX-FILE assign to "INTEGFIX.DAT"
               organization is line sequential
               file status is WS-FIX-STATUS.

       data division.
       file section.
       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       fd  COMPANY-ARCHIVE.
           copy "ARCHREC.cpy".

       fd  INDUSTRY-MASTER.
           copy "INDREC.cpy".

       fd  REGISTRY-XREF.
           copy "XREFREC.cpy".

       fd  REJECT-MASTER.
           copy "REJREC.cpy".

       fd  AGE-HISTORY.
           copy "HISTREC.cpy".

       fd  EXCEPTION-REPORT.
       01  EX-REPORT-LINE           pic x(100).

       fd  FIX-FILE.
       01  FX-TRANSACTION-RECORD.
           05  FX-ACTION               pic x(1).
           05  FX-SRNO                 pic 9(4).
           05  FX-COMPANY              pic x(30).
           05  FX-FOUNDED-DATE         pic 9(8).
           05  FX-INDUSTRY-CODE        pic x(4).
           05  FX-SUCCESSOR-SRNO       pic 9(4).

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-ARCHIVE-STATUS        pic xx value spaces.
       01  WS-INDUSTRY-STATUS       pic xx value spaces.
       01  WS-XREF-STATUS           pic xx value spaces.
       01  WS-REJMST-STATUS         pic xx value spaces.
       01  WS-HISTORY-STATUS        pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-FIX-STATUS            pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-TODAY                 pic 9(8).
       01  WS-SRNO-SUB              pic 9(5) value zeros.
       01  WS-NEXT-SUB              pic 9(5) value zeros.
       01  WS-RULE-SUB              pic 9(1) value zeros.
       01  WS-MASTER-LOADED         pic 9(6) value zeros.
       01  WS-ARCHIVE-LOADED        pic 9(6) value zeros.
       01  WS-RECORDS-READ          pic 9(6) value zeros.
       01  WS-TOTAL-EXCEPTIONS      pic 9(6) value zeros.
       01  WS-TOTAL-FIXES           pic 9(6) value zeros.
       01  WS-REASON-TEXT           pic x(40) value spaces.
       01  WS-DETAIL-TEXT           pic x(40) value spaces.
       01  WS-FIX-SWITCH            pic x value "N".
           88  WS-FIX-PROPOSED              value "Y".

       01  WS-RULE-TABLE.
           05  filler               pic x(44) value
               "I01 COMPANY INDUSTRY CODE NOT ON FILE       ".
           05  filler               pic x(44) value
               "I02 REGISTRY LINK TO SRNO NOT ON MASTER     ".
           05  filler               pic x(44) value
               "I03 OPEN REJECT FOR COMPANY NOT ON MASTER   ".
           05  filler               pic x(44) value
               "I04 AGE HISTORY SRNO ON NEITHER FILE        ".
           05  filler               pic x(44) value
               "I05 SUCCESSOR POINTER NOT VALID             ".
       01  WS-RULE-ENTRIES redefines WS-RULE-TABLE.
           05  WS-RULE-ENTRY        occurs 5 times.
               10  WS-RULE-ID          pic x(3).
               10  filler              pic x(1).
               10  WS-RULE-TITLE       pic x(40).
       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT-ENTRY  occurs 5 times.
               10  WS-RULE-EXCEPTIONS  pic 9(6).
               10  WS-RULE-FIXES       pic 9(6).

       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY      occurs 9999 times.
               10  CT-ON-FILE          pic x(1).
                   88  CT-ON-MASTER            value "M".
                   88  CT-ON-ARCHIVE           value "A".
                   88  CT-NOT-ON-FILE          value " ".
               10  CT-STATUS           pic x(1).
                   88  CT-ACTIVE               value "A".
                   88  CT-DELETED              value "D".
                   88  CT-MERGED               value "M".
               10  CT-COMPANY          pic x(30).
               10  CT-INDUSTRY-CODE    pic x(4).
               10  CT-SUCCESSOR-SRNO   pic 9(4).
               10  CT-HISTORY-COUNT    pic 9(5).

           copy "RUNCOMM.cpy".

       procedure division.
       SWEEP-REFERENCES.
           display "Cross-File Referential Integrity Sweep"
           perform REGISTER-THIS-RUN
           accept WS-TODAY from date yyyymmdd
           perform INITIALIZE-COMPANY-TABLE
           perform LOAD-MASTER-RECORDS
           perform LOAD-ARCHIVE-RECORDS
           open output EXCEPTION-REPORT
           open output FIX-FILE
           perform WRITE-REPORT-HEADER
           perform CHECK-INDUSTRY-CODES
           perform CHECK-REGISTRY-LINKS
           perform CHECK-OPEN-REJECTS
           perform CHECK-AGE-HISTORY
           perform CHECK-SUCCESSOR-POINTERS
           perform WRITE-RULE-SUMMARY
           close FIX-FILE
           close EXCEPTION-REPORT
           perform SIGN-OFF-THIS-RUN
           display " Records read      = " WS-RECORDS-READ
           display " Exceptions        = " WS-TOTAL-EXCEPTIONS
           display " Fixes proposed    = " WS-TOTAL-FIXES
           goback.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "IntegChk" to RN-PROGRAM-NAME
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
           move WS-RECORDS-READ to RN-RECORDS-READ
           move WS-TOTAL-FIXES to RN-RECORDS-WRITTEN
           move WS-TOTAL-EXCEPTIONS to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-RECORDS-READ to RN-RECORDS-READ
           move WS-TOTAL-FIXES to RN-RECORDS-WRITTEN
           move WS-TOTAL-EXCEPTIONS to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       INITIALIZE-COMPANY-TABLE.
           perform varying WS-SRNO-SUB from 1 by 1
               until WS-SRNO-SUB > 9999
               move spaces to CT-ON-FILE(WS-SRNO-SUB)
               move spaces to CT-STATUS(WS-SRNO-SUB)
               move spaces to CT-COMPANY(WS-SRNO-SUB)
               move spaces to CT-INDUSTRY-CODE(WS-SRNO-SUB)
               move zeros to CT-SUCCESSOR-SRNO(WS-SRNO-SUB)
               move zeros to CT-HISTORY-COUNT(WS-SRNO-SUB)
           end-perform
           perform varying WS-RULE-SUB from 1 by 1
               until WS-RULE-SUB > 5
               move zeros to WS-RULE-EXCEPTIONS(WS-RULE-SUB)
               move zeros to WS-RULE-FIXES(WS-RULE-SUB)
           end-perform.

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
                       if CR-SRNO numeric and CR-SRNO > zeros
                           move CR-SRNO to WS-SRNO-SUB
                           set CT-ON-MASTER(WS-SRNO-SUB) to true
                           move CR-STATUS to CT-STATUS(WS-SRNO-SUB)
                           move CR-COMPANY to CT-COMPANY(WS-SRNO-SUB)
                           move CR-INDUSTRY-CODE
                               to CT-INDUSTRY-CODE(WS-SRNO-SUB)
                           move CR-SUCCESSOR-SRNO
                               to CT-SUCCESSOR-SRNO(WS-SRNO-SUB)
                           add 1 to WS-MASTER-LOADED
                       end-if
               end-read
           end-perform
           close COMPANY-MASTER
           add WS-MASTER-LOADED to WS-RECORDS-READ.

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
                           if CT-NOT-ON-FILE(WS-SRNO-SUB)
                               set CT-ON-ARCHIVE(WS-SRNO-SUB) to true
                               move AR-STATUS
                                   to CT-STATUS(WS-SRNO-SUB)
                               move AR-COMPANY
                                   to CT-COMPANY(WS-SRNO-SUB)
                           end-if
                           add 1 to WS-ARCHIVE-LOADED
                       end-if
               end-read
           end-perform
           close COMPANY-ARCHIVE
           add WS-ARCHIVE-LOADED to WS-RECORDS-READ.

       CHECK-INDUSTRY-CODES.
           move 1 to WS-RULE-SUB
           perform WRITE-RULE-HEADER
           open input INDUSTRY-MASTER
           if WS-INDUSTRY-STATUS not = "00"
               and WS-INDUSTRY-STATUS not = "05"
               display "Unable to open INDUSTRY-MASTER, status "
                   WS-INDUSTRY-STATUS
               close FIX-FILE
               close EXCEPTION-REPORT
               perform MARK-RUN-FAILED
               goback
           end-if
           perform varying WS-SRNO-SUB from 1 by 1
               until WS-SRNO-SUB > 9999
               if CT-ON-MASTER(WS-SRNO-SUB)
                   and CT-INDUSTRY-CODE(WS-SRNO-SUB) not = spaces
                   move CT-INDUSTRY-CODE(WS-SRNO-SUB) to IM-CODE
                   read INDUSTRY-MASTER
                       invalid key
                           move spaces to WS-REASON-TEXT
                           string
                               "INDUSTRY CODE " delimited by size
                               CT-INDUSTRY-CODE(WS-SRNO-SUB)
                                   delimited by size
                               " NOT ON FILE" delimited by size
                               into WS-REASON-TEXT
                           end-string
                           move CT-COMPANY(WS-SRNO-SUB)
                               to WS-DETAIL-TEXT
                           move "N" to WS-FIX-SWITCH
                           perform WRITE-EXCEPTION-LINE
                   end-read
               end-if
           end-perform
           close INDUSTRY-MASTER
           perform WRITE-RULE-FOOTER.

       CHECK-REGISTRY-LINKS.
           move 2 to WS-RULE-SUB
           perform WRITE-RULE-HEADER
           open input REGISTRY-XREF
           if WS-XREF-STATUS not = "00"
               and WS-XREF-STATUS not = "05"
               display "Unable to open REGISTRY-XREF, status "
                   WS-XREF-STATUS
               close FIX-FILE
               close EXCEPTION-REPORT
               perform MARK-RUN-FAILED
               goback
           end-if
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read REGISTRY-XREF
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       add 1 to WS-RECORDS-READ
                       perform CHECK-ONE-REGISTRY-LINK
               end-read
           end-perform
           close REGISTRY-XREF
           perform WRITE-RULE-FOOTER.

       CHECK-ONE-REGISTRY-LINK.
           move zeros to WS-SRNO-SUB
           if XR-SRNO numeric
               move XR-SRNO to WS-SRNO-SUB
           end-if
           move spaces to WS-REASON-TEXT
           evaluate true
               when WS-SRNO-SUB = zeros
                   move "LINKED SRNO NOT ON MASTER OR ARCHIVE"
                       to WS-REASON-TEXT
               when CT-ON-MASTER(WS-SRNO-SUB)
                   continue
               when CT-ON-ARCHIVE(WS-SRNO-SUB)
                   move "LINKED SRNO PURGED TO ARCHIVE"
                       to WS-REASON-TEXT
               when other
                   move "LINKED SRNO NOT ON MASTER OR ARCHIVE"
                       to WS-REASON-TEXT
           end-evaluate
           if WS-REASON-TEXT not = spaces
               move spaces to WS-DETAIL-TEXT
               string
                   "REGISTRY NUMBER " delimited by size
                   XR-REG-NUMBER      delimited by size
                   into WS-DETAIL-TEXT
               end-string
               move "N" to WS-FIX-SWITCH
               perform WRITE-EXCEPTION-LINE
           end-if.

       CHECK-OPEN-REJECTS.
           move 3 to WS-RULE-SUB
           perform WRITE-RULE-HEADER
           open input REJECT-MASTER
           if WS-REJMST-STATUS not = "00"
               and WS-REJMST-STATUS not = "05"
               display "Unable to open REJECT-MASTER, status "
                   WS-REJMST-STATUS
               close FIX-FILE
               close EXCEPTION-REPORT
               perform MARK-RUN-FAILED
               goback
           end-if
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read REJECT-MASTER
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       add 1 to WS-RECORDS-READ
                       if (RM-OPEN or RM-CORRECTED)
                           and RM-ACTION not = "A"
                           and RM-ACTION not = "a"
                           perform CHECK-ONE-OPEN-REJECT
                       end-if
               end-read
           end-perform
           close REJECT-MASTER
           perform WRITE-RULE-FOOTER.

       CHECK-ONE-OPEN-REJECT.
           move zeros to WS-SRNO-SUB
           if RM-SRNO numeric
               move RM-SRNO to WS-SRNO-SUB
           end-if
           move spaces to WS-REASON-TEXT
           evaluate true
               when WS-SRNO-SUB = zeros
                   move "COMPANY NOT ON MASTER OR ARCHIVE"
                       to WS-REASON-TEXT
               when CT-ON-MASTER(WS-SRNO-SUB)
                   continue
               when CT-ON-ARCHIVE(WS-SRNO-SUB)
                   move "COMPANY PURGED TO ARCHIVE"
                       to WS-REASON-TEXT
               when other
                   move "COMPANY NOT ON MASTER OR ARCHIVE"
                       to WS-REASON-TEXT
           end-evaluate
           if WS-REASON-TEXT not = spaces
               move spaces to WS-DETAIL-TEXT
               string
                   "REJECT " delimited by size
                   RM-REJECT-NUMBER delimited by size
                   " ACTION " delimited by size
                   RM-ACTION delimited by size
                   " OF " delimited by size
                   RM-REJECT-DATE delimited by size
                   into WS-DETAIL-TEXT
               end-string
               move "N" to WS-FIX-SWITCH
               perform WRITE-EXCEPTION-LINE
           end-if.

       CHECK-AGE-HISTORY.
           move 4 to WS-RULE-SUB
           perform WRITE-RULE-HEADER
           open input AGE-HISTORY
           if WS-HISTORY-STATUS not = "00"
               and WS-HISTORY-STATUS not = "05"
               display "Unable to open AGE-HISTORY, status "
                   WS-HISTORY-STATUS
               close FIX-FILE
               close EXCEPTION-REPORT
               perform MARK-RUN-FAILED
               goback
           end-if
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read AGE-HISTORY
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       add 1 to WS-RECORDS-READ
                       if AH-SRNO numeric and AH-SRNO > zeros
                           move AH-SRNO to WS-SRNO-SUB
                           if CT-NOT-ON-FILE(WS-SRNO-SUB)
                               add 1 to CT-HISTORY-COUNT(WS-SRNO-SUB)
                               move AH-COMPANY
                                   to CT-COMPANY(WS-SRNO-SUB)
                           end-if
                       end-if
               end-read
           end-perform
           close AGE-HISTORY
           perform varying WS-SRNO-SUB from 1 by 1
               until WS-SRNO-SUB > 9999
               if CT-HISTORY-COUNT(WS-SRNO-SUB) > zeros
                   move spaces to WS-REASON-TEXT
                   string
                       "SRNO ON NEITHER FILE, " delimited by size
                       CT-HISTORY-COUNT(WS-SRNO-SUB) delimited by size
                       " SNAPSHOTS" delimited by size
                       into WS-REASON-TEXT
                   end-string
                   move CT-COMPANY(WS-SRNO-SUB) to WS-DETAIL-TEXT
                   move "N" to WS-FIX-SWITCH
                   perform WRITE-EXCEPTION-LINE
               end-if
           end-perform
           perform WRITE-RULE-FOOTER.

       CHECK-SUCCESSOR-POINTERS.
           move 5 to WS-RULE-SUB
           perform WRITE-RULE-HEADER
           perform varying WS-SRNO-SUB from 1 by 1
               until WS-SRNO-SUB > 9999
               if CT-ON-MASTER(WS-SRNO-SUB)
                   perform CHECK-ONE-SUCCESSOR
               end-if
           end-perform
           perform WRITE-RULE-FOOTER.

       CHECK-ONE-SUCCESSOR.
           move spaces to WS-REASON-TEXT
           move "N" to WS-FIX-SWITCH
           move CT-SUCCESSOR-SRNO(WS-SRNO-SUB) to WS-NEXT-SUB
           evaluate true
               when WS-NEXT-SUB = zeros
                   if CT-MERGED(WS-SRNO-SUB)
                       move "MERGED COMPANY HAS NO SUCCESSOR"
                           to WS-REASON-TEXT
                   end-if
               when WS-NEXT-SUB = WS-SRNO-SUB
                   move "SUCCESSOR IS THE COMPANY ITSELF"
                       to WS-REASON-TEXT
               when CT-NOT-ON-FILE(WS-NEXT-SUB)
                   move "SUCCESSOR NOT ON MASTER OR ARCHIVE"
                       to WS-REASON-TEXT
               when CT-ON-ARCHIVE(WS-NEXT-SUB)
                   move "SUCCESSOR PURGED TO ARCHIVE"
                       to WS-REASON-TEXT
               when CT-ACTIVE(WS-SRNO-SUB)
                   move "ACTIVE COMPANY CARRIES A SUCCESSOR"
                       to WS-REASON-TEXT
                   if CT-ACTIVE(WS-NEXT-SUB)
                       set WS-FIX-PROPOSED to true
                   end-if
               when CT-DELETED(WS-SRNO-SUB)
                   move "DELETED COMPANY CARRIES A SUCCESSOR"
                       to WS-REASON-TEXT
               when CT-DELETED(WS-NEXT-SUB)
                   move "SUCCESSOR IS A DELETED COMPANY"
                       to WS-REASON-TEXT
               when other
                   continue
           end-evaluate
           if WS-REASON-TEXT not = spaces
               move spaces to WS-DETAIL-TEXT
               string
                   "SUCCESSOR " delimited by size
                   CT-SUCCESSOR-SRNO(WS-SRNO-SUB) delimited by size
                   " " delimited by size
                   CT-COMPANY(WS-SRNO-SUB) delimited by size
                   into WS-DETAIL-TEXT
               end-string
               if WS-FIX-PROPOSED
                   move spaces to FX-TRANSACTION-RECORD
                   move "M" to FX-ACTION
                   move WS-SRNO-SUB to FX-SRNO
                   move zeros to FX-FOUNDED-DATE
                   move WS-NEXT-SUB to FX-SUCCESSOR-SRNO
                   write FX-TRANSACTION-RECORD
               end-if
               perform WRITE-EXCEPTION-LINE
           end-if.

       WRITE-REPORT-HEADER.
           move spaces to EX-REPORT-LINE
           string
               "CROSS-FILE INTEGRITY SWEEP  RUN DATE " delimited by size
               WS-TODAY delimited by size
               "  RUN " delimited by size
               RN-RUN-NUMBER delimited by size
               into EX-REPORT-LINE
           end-string
           write EX-REPORT-LINE
           move spaces to EX-REPORT-LINE
           string
               "MASTER RECORDS " delimited by size
               WS-MASTER-LOADED delimited by size
               "  ARCHIVE RECORDS " delimited by size
               WS-ARCHIVE-LOADED delimited by size
               into EX-REPORT-LINE
           end-string
           write EX-REPORT-LINE.

       WRITE-RULE-HEADER.
           move spaces to EX-REPORT-LINE
           write EX-REPORT-LINE
           move spaces to EX-REPORT-LINE
           string
               "RULE " delimited by size
               WS-RULE-ID(WS-RULE-SUB) delimited by size
               "  " delimited by size
               WS-RULE-TITLE(WS-RULE-SUB) delimited by size
               into EX-REPORT-LINE
           end-string
           write EX-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           add 1 to WS-RULE-EXCEPTIONS(WS-RULE-SUB)
           add 1 to WS-TOTAL-EXCEPTIONS
           move spaces to EX-REPORT-LINE
           string
               "  SRNO " delimited by size
               WS-SRNO-SUB(2:4) delimited by size
               "  " delimited by size
               WS-REASON-TEXT delimited by size
               "  " delimited by size
               WS-DETAIL-TEXT delimited by size
               into EX-REPORT-LINE
           end-string
           write EX-REPORT-LINE
           if WS-FIX-PROPOSED
               add 1 to WS-RULE-FIXES(WS-RULE-SUB)
               add 1 to WS-TOTAL-FIXES
               move spaces to EX-REPORT-LINE
               string
                   "             FIX PROPOSED: " delimited by size
                   FX-TRANSACTION-RECORD delimited by size
                   into EX-REPORT-LINE
               end-string
               write EX-REPORT-LINE
           end-if.

       WRITE-RULE-FOOTER.
           if WS-RULE-EXCEPTIONS(WS-RULE-SUB) = zeros
               move "  NO EXCEPTIONS" to EX-REPORT-LINE
               write EX-REPORT-LINE
           end-if.

       WRITE-RULE-SUMMARY.
           move spaces to EX-REPORT-LINE
           write EX-REPORT-LINE
           move "EXCEPTIONS BY RULE" to EX-REPORT-LINE
           write EX-REPORT-LINE
           perform varying WS-RULE-SUB from 1 by 1
               until WS-RULE-SUB > 5
               move spaces to EX-REPORT-LINE
               string
                   "  " delimited by size
                   WS-RULE-ID(WS-RULE-SUB) delimited by size
                   "  " delimited by size
                   WS-RULE-TITLE(WS-RULE-SUB) delimited by size
                   "  EXCEPTIONS " delimited by size
                   WS-RULE-EXCEPTIONS(WS-RULE-SUB) delimited by size
                   "  FIXES " delimited by size
                   WS-RULE-FIXES(WS-RULE-SUB) delimited by size
                   into EX-REPORT-LINE
               end-string
               write EX-REPORT-LINE
           end-perform
           move spaces to EX-REPORT-LINE
           string
               "  TOTAL" delimited by size
               "                                          "
                   delimited by size
               "EXCEPTIONS " delimited by size
               WS-TOTAL-EXCEPTIONS delimited by size
               "  FIXES " delimited by size
               WS-TOTAL-FIXES delimited by size
               into EX-REPORT-LINE
           end-string
           write EX-REPORT-LINE
           if WS-TOTAL-FIXES > zeros
               move spaces to EX-REPORT-LINE
               move "PROPOSED FIXES WRITTEN TO INTEGFIX.DAT"
                   to EX-REPORT-LINE
               write EX-REPORT-LINE
           end-if.

       end program "IntegChk".
