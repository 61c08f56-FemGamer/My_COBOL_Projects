       program-id. "CompSel".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select SELECTION-CARDS assign to "SELCARDS.DAT"
               organization is line sequential
               file status is WS-CARDS-STATUS.

           select COMPANY-MASTER assign to "COMPANYMASTER.DAT"
               organization is indexed
               access mode is sequential
               record key is CR-SRNO
               alternate record key is CR-COMPANY
                   with duplicates
               file status is WS-MASTER-STATUS.

           select optional AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is dynamic
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

           select optional REGISTRY-XREF assign to "REGXREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is XR-SRNO
               alternate record key is XR-REG-NUMBER
               file status is WS-XREF-STATUS.

           select optional INDUSTRY-MASTER
               assign to "INDUSTRYMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is IM-CODE
               file status is WS-INDUSTRY-STATUS.

           select SELECTION-SORT-FILE assign to "COMPSELSORT.TMP".

           select SELECTION-LISTING assign to "COMPSEL.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

           select SELECTION-CSV assign to "COMPSEL.CSV"
               organization is line sequential
               file status is WS-CSV-STATUS.

       data division.
       file section.
       fd  SELECTION-CARDS.
           copy "SELCARD.cpy".

       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       fd  REGISTRY-XREF.
           copy "XREFREC.cpy".

       fd  INDUSTRY-MASTER.
           copy "INDREC.cpy".

       sd  SELECTION-SORT-FILE.
       01  SELECTION-SORT-RECORD.
           05  SS-SORT-KEY             pic x(34).
           05  SS-SRNO                 pic 9(4).
           05  SS-BREAK-KEY            pic x(4).
           05  SS-COMPANY              pic x(30).
           05  SS-STATUS               pic x(1).
           05  SS-INDUSTRY-CODE        pic x(4).
           05  SS-FOUNDED-DATE         pic 9(8).
           05  SS-FOUNDED-BASIS        pic x(1).
           05  SS-HAS-AGE              pic x(1).
               88  SS-AGED                     value "Y".
           05  SS-AGE-NOW              pic 9(4).
           05  SS-BAND-CODE            pic 9(1).
           05  SS-REG-LINKED           pic x(1).
           05  SS-SUCCESSOR-SRNO       pic 9(4).

       fd  SELECTION-LISTING.
       01  SP-REPORT-LINE           pic x(100).

       fd  SELECTION-CSV.
       01  SV-CSV-LINE              pic x(120).

       working-storage section.
       01  WS-CARDS-STATUS          pic xx value spaces.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-AGERES-STATUS         pic xx value spaces.
       01  WS-XREF-STATUS           pic xx value spaces.
       01  WS-INDUSTRY-STATUS       pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-CSV-STATUS            pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-SORT-EOF-SWITCH       pic x value "N".
           88  WS-END-OF-SORT               value "Y".
       01  WS-CSV-SWITCH            pic x value "N".
           88  WS-CSV-WANTED                value "Y".
       01  WS-AGES-SWITCH           pic x value "N".
           88  WS-AGES-AVAILABLE            value "Y".
       01  WS-SORT-ORDER            pic x(8) value "SRNO".
           88  WS-SORT-BY-SRNO              value "SRNO".
           88  WS-SORT-BY-NAME              value "NAME".
           88  WS-SORT-BY-AGE               value "AGE".
           88  WS-SORT-BY-INDUSTRY          value "INDUSTRY".
       01  WS-SELECTED-SWITCH       pic x value "Y".
           88  WS-COMPANY-SELECTED          value "Y".
       01  WS-MATCH-SWITCH          pic x value "N".
           88  WS-CARD-MATCHES              value "Y".
       01  WS-FIRST-GROUP-SWITCH    pic x value "Y".
           88  WS-FIRST-GROUP               value "Y".
       01  WS-CARD-SUB              pic 9(2) value zeros.
       01  WS-VALUE-SUB             pic 9(2) value zeros.
       01  WS-CARD-COUNT            pic 9(2) value zeros.
       01  WS-CARDS-IGNORED         pic 9(2) value zeros.
       01  WS-TODAY                 pic 9(8).
       01  WS-HAS-AGE               pic x(1) value "N".
           88  WS-COMPANY-AGED              value "Y".
       01  WS-AGE-NOW               pic 9(4) value zeros.
       01  WS-BAND-CODE             pic 9(1) value zeros.
       01  WS-REG-LINKED            pic x(1) value "N".
       01  WS-HAS-SUCCESSOR         pic x(1) value "N".
       01  WS-BASIS-CODE            pic x(1) value spaces.
       01  WS-DECADE                pic 9(4) value zeros.
       01  WS-DECADE-END            pic 9(4) value zeros.
       01  WS-PREV-BREAK-KEY        pic x(4) value spaces.
       01  WS-MASTER-READ           pic 9(6) value zeros.
       01  WS-SELECTED-COUNT        pic 9(6) value zeros.
       01  WS-GROUP-COUNT           pic 9(6) value zeros.
       01  WS-GROUP-AGED            pic 9(6) value zeros.
       01  WS-GROUP-AGE-TOTAL       pic 9(8) value zeros.
       01  WS-TOTAL-AGED            pic 9(6) value zeros.
       01  WS-TOTAL-AGE-TOTAL       pic 9(8) value zeros.
       01  WS-AVERAGE-AGE           pic 9(4) value zeros.
       01  WS-MODE-TEXT             pic x(7) value spaces.
       01  WS-GROUP-TEXT            pic x(40) value spaces.
       01  WS-BREAK-TEXT            pic x(28) value spaces.
       01  WS-AGE-TEXT              pic x(4) value spaces.
       01  WS-BAND-TEXT             pic x(1) value spaces.
       01  WS-SUCCESSOR-TEXT        pic x(4) value spaces.

       01  WS-CARD-TABLE.
           05  WS-CARD-IMAGE        pic x(63) occurs 20 times.

           copy "SELCARD.cpy"
               replacing ==SELECTION-CARD== by ==WS-TEST-CARD==
               leading ==SL== by ==TC==.

           copy "RUNCOMM.cpy".

           copy "AGECOMM.cpy".

       procedure division.
       PRODUCE-SELECTION-LISTING.
           display "Company Selection Listing"
           perform REGISTER-THIS-RUN
           accept WS-TODAY from date yyyymmdd
           perform LOAD-SELECTION-CARDS
           perform INITIALIZE-RUN
           sort SELECTION-SORT-FILE
               on ascending key SS-SORT-KEY SS-SRNO
               input procedure SELECT-COMPANIES
               output procedure PRINT-SELECTION
           perform TERMINATE-RUN
           perform SIGN-OFF-THIS-RUN
           display " Companies read     = " WS-MASTER-READ
           display " Companies selected = " WS-SELECTED-COUNT
           goback.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "CompSel" to RN-PROGRAM-NAME
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
           move WS-MASTER-READ to RN-RECORDS-READ
           move WS-SELECTED-COUNT to RN-RECORDS-WRITTEN
           move WS-CARDS-IGNORED to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-MASTER-READ to RN-RECORDS-READ
           move WS-SELECTED-COUNT to RN-RECORDS-WRITTEN
           move WS-CARDS-IGNORED to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       LOAD-SELECTION-CARDS.
           open input SELECTION-CARDS
           if WS-CARDS-STATUS not = "00"
               display "No selection cards on file, "
                   "every company is selected"
           else
               move "N" to WS-EOF-SWITCH
               perform until WS-END-OF-FILE
                   read SELECTION-CARDS
                       at end
                           set WS-END-OF-FILE to true
                       not at end
                           perform LOAD-ONE-CARD
                   end-read
               end-perform
               close SELECTION-CARDS
           end-if.

       LOAD-ONE-CARD.
           if SL-MODE = spaces
               set SL-INCLUDE to true
           end-if
           evaluate true
               when SL-CRITERION = spaces
                   continue
               when SL-SORT
                   move SL-VALUES(1:8) to WS-SORT-ORDER
                   if not WS-SORT-BY-SRNO and not WS-SORT-BY-NAME
                       and not WS-SORT-BY-AGE
                       and not WS-SORT-BY-INDUSTRY
                       display "Sort order " SL-VALUES(1:8)
                           " not known, sorted by SrNo"
                       move "SRNO" to WS-SORT-ORDER
                   end-if
               when SL-CSV
                   move SL-VALUES(1:1) to WS-CSV-SWITCH
               when not SL-INCLUDE and not SL-EXCLUDE
                   display "Card ignored, mode not I or E: "
                       SL-CRITERION
                   add 1 to WS-CARDS-IGNORED
               when (SL-FOUNDED or SL-AGE)
                   and (SL-RANGE-FROM not numeric
                   or SL-RANGE-TO not numeric)
                   display "Card ignored, range not numeric: "
                       SL-CRITERION
                   add 1 to WS-CARDS-IGNORED
               when SL-STATUS or SL-INDUSTRY or SL-BAND or SL-BASIS
                   or SL-REG-LINKED or SL-SUCCESSOR
                   or SL-FOUNDED or SL-AGE
                   if WS-CARD-COUNT = 20
                       display "More than 20 criteria, card ignored: "
                           SL-CRITERION
                       add 1 to WS-CARDS-IGNORED
                   else
                       add 1 to WS-CARD-COUNT
                       move SELECTION-CARD
                           to WS-CARD-IMAGE(WS-CARD-COUNT)
                   end-if
               when other
                   display "Card ignored, criterion not known: "
                       SL-CRITERION
                   add 1 to WS-CARDS-IGNORED
           end-evaluate.

       INITIALIZE-RUN.
           call "AgeChk" using AGE-CHECK-COMM
           if AC-NO-RESULTS or AC-FILE-ERROR
               display "No usable aging results, ages not shown"
           else
               set WS-AGES-AVAILABLE to true
           end-if
           open input COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to open COMPANY-MASTER, status "
                   WS-MASTER-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           if WS-AGES-AVAILABLE
               open input AGE-RESULT-MASTER
               if WS-AGERES-STATUS not = "00"
                   and WS-AGERES-STATUS not = "05"
                   display "Unable to open AGE-RESULT-MASTER, status "
                       WS-AGERES-STATUS
                   perform MARK-RUN-FAILED
                   goback
               end-if
           end-if
           open input REGISTRY-XREF
           if WS-XREF-STATUS not = "00"
               and WS-XREF-STATUS not = "05"
               display "Unable to open REGISTRY-XREF, status "
                   WS-XREF-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           open input INDUSTRY-MASTER
           if WS-INDUSTRY-STATUS not = "00"
               and WS-INDUSTRY-STATUS not = "05"
               display "Unable to open INDUSTRY-MASTER, status "
                   WS-INDUSTRY-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           open output SELECTION-LISTING
           perform WRITE-PAGE-HEADER
           if WS-CSV-WANTED
               open output SELECTION-CSV
               perform WRITE-CSV-HEADER
           end-if.

       TERMINATE-RUN.
           close COMPANY-MASTER
           if WS-AGES-AVAILABLE
               close AGE-RESULT-MASTER
           end-if
           close REGISTRY-XREF
           close INDUSTRY-MASTER
           close SELECTION-LISTING
           if WS-CSV-WANTED
               close SELECTION-CSV
           end-if.

       SELECT-COMPANIES.
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-FILE
               read COMPANY-MASTER
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       add 1 to WS-MASTER-READ
                       perform GATHER-COMPANY-FACTS
                       perform APPLY-CRITERIA
                       if WS-COMPANY-SELECTED
                           perform RELEASE-SELECTED-COMPANY
                       end-if
               end-read
           end-perform.

       GATHER-COMPANY-FACTS.
           move "N" to WS-HAS-AGE
           move zeros to WS-AGE-NOW
           move zeros to WS-BAND-CODE
           if WS-AGES-AVAILABLE
               move CR-SRNO to AG-SRNO
               read AGE-RESULT-MASTER
                   invalid key
                       continue
                   not invalid key
                       if AG-AGED
                           move "Y" to WS-HAS-AGE
                           move AG-AGE-NOW to WS-AGE-NOW
                           move AG-BAND-CODE to WS-BAND-CODE
                       end-if
               end-read
           end-if
           move "N" to WS-REG-LINKED
           move CR-SRNO to XR-SRNO
           read REGISTRY-XREF
               invalid key
                   continue
               not invalid key
                   move "Y" to WS-REG-LINKED
           end-read
           if CR-SUCCESSOR-SRNO numeric
               and CR-SUCCESSOR-SRNO > zeros
               move "Y" to WS-HAS-SUCCESSOR
           else
               move "N" to WS-HAS-SUCCESSOR
           end-if
           if CR-FOUNDED-ESTIMATED
               move "E" to WS-BASIS-CODE
           else
               move "X" to WS-BASIS-CODE
           end-if.

       APPLY-CRITERIA.
           set WS-COMPANY-SELECTED to true
           perform varying WS-CARD-SUB from 1 by 1
               until WS-CARD-SUB > WS-CARD-COUNT
               or not WS-COMPANY-SELECTED
               move WS-CARD-IMAGE(WS-CARD-SUB) to WS-TEST-CARD
               perform TEST-ONE-CARD
               if (TC-INCLUDE and not WS-CARD-MATCHES)
                   or (TC-EXCLUDE and WS-CARD-MATCHES)
                   move "N" to WS-SELECTED-SWITCH
               end-if
           end-perform.

       TEST-ONE-CARD.
           move "N" to WS-MATCH-SWITCH
           evaluate true
               when TC-STATUS
                   perform varying WS-VALUE-SUB from 1 by 1
                       until WS-VALUE-SUB > 10
                       if TC-VALUE(WS-VALUE-SUB) not = spaces
                           and TC-VALUE(WS-VALUE-SUB)(1:1) = CR-STATUS
                           set WS-CARD-MATCHES to true
                       end-if
                   end-perform
               when TC-INDUSTRY
                   perform varying WS-VALUE-SUB from 1 by 1
                       until WS-VALUE-SUB > 10
                       if TC-VALUE(WS-VALUE-SUB) not = spaces
                           and TC-VALUE(WS-VALUE-SUB)(1:4)
                               = CR-INDUSTRY-CODE
                           set WS-CARD-MATCHES to true
                       end-if
                   end-perform
               when TC-BAND
                   if WS-COMPANY-AGED
                       move WS-BAND-CODE to WS-BAND-TEXT
                       perform varying WS-VALUE-SUB from 1 by 1
                           until WS-VALUE-SUB > 10
                           if TC-VALUE(WS-VALUE-SUB)(1:1)
                                   = WS-BAND-TEXT
                               set WS-CARD-MATCHES to true
                           end-if
                       end-perform
                   end-if
               when TC-BASIS
                   perform varying WS-VALUE-SUB from 1 by 1
                       until WS-VALUE-SUB > 10
                       if TC-VALUE(WS-VALUE-SUB)(1:1) = WS-BASIS-CODE
                           set WS-CARD-MATCHES to true
                       end-if
                   end-perform
               when TC-REG-LINKED
                   if TC-VALUE(1)(1:1) = "N"
                       if WS-REG-LINKED = "N"
                           set WS-CARD-MATCHES to true
                       end-if
                   else
                       if WS-REG-LINKED = "Y"
                           set WS-CARD-MATCHES to true
                       end-if
                   end-if
               when TC-SUCCESSOR
                   if TC-VALUE(1)(1:1) = "N"
                       if WS-HAS-SUCCESSOR = "N"
                           set WS-CARD-MATCHES to true
                       end-if
                   else
                       if WS-HAS-SUCCESSOR = "Y"
                           set WS-CARD-MATCHES to true
                       end-if
                   end-if
               when TC-FOUNDED
                   if CR-FOUNDED-DATE not < TC-RANGE-FROM
                       and (CR-FOUNDED-DATE not > TC-RANGE-TO
                       or TC-RANGE-TO = zeros)
                       set WS-CARD-MATCHES to true
                   end-if
               when TC-AGE
                   if WS-COMPANY-AGED
                       and WS-AGE-NOW not < TC-RANGE-FROM
                       and (WS-AGE-NOW not > TC-RANGE-TO
                       or TC-RANGE-TO = zeros)
                       set WS-CARD-MATCHES to true
                   end-if
           end-evaluate.

       RELEASE-SELECTED-COMPANY.
           move spaces to SELECTION-SORT-RECORD
           move CR-SRNO to SS-SRNO
           move CR-COMPANY to SS-COMPANY
           move CR-STATUS to SS-STATUS
           move CR-INDUSTRY-CODE to SS-INDUSTRY-CODE
           move CR-FOUNDED-DATE to SS-FOUNDED-DATE
           move WS-BASIS-CODE to SS-FOUNDED-BASIS
           move WS-HAS-AGE to SS-HAS-AGE
           move WS-AGE-NOW to SS-AGE-NOW
           move WS-BAND-CODE to SS-BAND-CODE
           move WS-REG-LINKED to SS-REG-LINKED
           move CR-SUCCESSOR-SRNO to SS-SUCCESSOR-SRNO
           evaluate true
               when WS-SORT-BY-NAME
                   move CR-COMPANY to SS-SORT-KEY
                   move CR-COMPANY(1:1) to SS-BREAK-KEY
               when WS-SORT-BY-AGE
                   if WS-COMPANY-AGED
                       divide WS-AGE-NOW by 10 giving WS-DECADE
                       multiply 10 by WS-DECADE
                       string
                           "0" delimited by size
                           WS-AGE-NOW delimited by size
                           into SS-SORT-KEY
                       end-string
                       move WS-DECADE to SS-BREAK-KEY
                   else
                       move "1" to SS-SORT-KEY
                       move "NONE" to SS-BREAK-KEY
                   end-if
               when WS-SORT-BY-INDUSTRY
                   string
                       CR-INDUSTRY-CODE delimited by size
                       CR-COMPANY delimited by size
                       into SS-SORT-KEY
                   end-string
                   move CR-INDUSTRY-CODE to SS-BREAK-KEY
               when other
                   move CR-SRNO to SS-SORT-KEY
                   move CR-SRNO to SS-BREAK-KEY
                   move "00" to SS-BREAK-KEY(3:2)
           end-evaluate
           release SELECTION-SORT-RECORD.

       PRINT-SELECTION.
           perform until WS-END-OF-SORT
               return SELECTION-SORT-FILE
                   at end
                       set WS-END-OF-SORT to true
                   not at end
                       perform PRINT-ONE-COMPANY
               end-return
           end-perform
           if not WS-FIRST-GROUP
               perform WRITE-GROUP-SUBTOTAL
           end-if
           perform WRITE-GRAND-TOTAL.

       PRINT-ONE-COMPANY.
           if WS-FIRST-GROUP
               move SS-BREAK-KEY to WS-PREV-BREAK-KEY
               move "N" to WS-FIRST-GROUP-SWITCH
               perform WRITE-GROUP-HEADER
           else
               if SS-BREAK-KEY not = WS-PREV-BREAK-KEY
                   perform WRITE-GROUP-SUBTOTAL
                   move SS-BREAK-KEY to WS-PREV-BREAK-KEY
                   perform WRITE-GROUP-HEADER
               end-if
           end-if
           perform WRITE-DETAIL-LINE
           if WS-CSV-WANTED
               perform WRITE-CSV-DETAIL-LINE
           end-if
           add 1 to WS-GROUP-COUNT
           add 1 to WS-SELECTED-COUNT
           if SS-AGED
               add 1 to WS-GROUP-AGED
               add SS-AGE-NOW to WS-GROUP-AGE-TOTAL
               add 1 to WS-TOTAL-AGED
               add SS-AGE-NOW to WS-TOTAL-AGE-TOTAL
           end-if.

       DESCRIBE-GROUP.
           move spaces to WS-GROUP-TEXT
           evaluate true
               when WS-SORT-BY-NAME
                   string
                       "NAMES BEGINNING " delimited by size
                       WS-PREV-BREAK-KEY(1:1) delimited by size
                       into WS-GROUP-TEXT
                   end-string
               when WS-SORT-BY-AGE
                   if WS-PREV-BREAK-KEY = "NONE"
                       move "NO AGING RESULT" to WS-GROUP-TEXT
                   else
                       move WS-PREV-BREAK-KEY to WS-DECADE
                       compute WS-DECADE-END = WS-DECADE + 9
                       string
                           "AGES " delimited by size
                           WS-DECADE delimited by size
                           " TO " delimited by size
                           WS-DECADE-END delimited by size
                           into WS-GROUP-TEXT
                       end-string
                   end-if
               when WS-SORT-BY-INDUSTRY
                   move WS-PREV-BREAK-KEY to IM-CODE
                   move spaces to IM-DESC
                   if WS-PREV-BREAK-KEY = spaces
                       move "(NO CODE)" to IM-DESC
                   else
                       read INDUSTRY-MASTER
                           invalid key
                               move "(NOT ON FILE)" to IM-DESC
                       end-read
                   end-if
                   string
                       "INDUSTRY " delimited by size
                       WS-PREV-BREAK-KEY delimited by size
                       " " delimited by size
                       IM-DESC delimited by size
                       into WS-GROUP-TEXT
                   end-string
               when other
                   move WS-PREV-BREAK-KEY to WS-DECADE
                   compute WS-DECADE-END = WS-DECADE + 99
                   string
                       "SRNO " delimited by size
                       WS-DECADE delimited by size
                       " TO " delimited by size
                       WS-DECADE-END delimited by size
                       into WS-GROUP-TEXT
                   end-string
           end-evaluate.

       WRITE-PAGE-HEADER.
           move spaces to SP-REPORT-LINE
           string
               "COMPANY SELECTION LISTING  RUN DATE " delimited by size
               WS-TODAY delimited by size
               "  RUN " delimited by size
               RN-RUN-NUMBER delimited by size
               into SP-REPORT-LINE
           end-string
           write SP-REPORT-LINE
           move spaces to SP-REPORT-LINE
           if WS-AGES-AVAILABLE
               string
                   "AGES AS OF " delimited by size
                   AC-EFFECTIVE-DATE delimited by size
                   "  AGING RUN " delimited by size
                   AC-RUN-NUMBER delimited by size
                   "  " delimited by size
                   AC-RUN-TIMESTAMP(1:14) delimited by size
                   into SP-REPORT-LINE
               end-string
           else
               move "NO AGING RESULTS ON FILE - AGE AND BAND NOT SHOWN"
                   to SP-REPORT-LINE
           end-if
           write SP-REPORT-LINE
           if AC-MASTER-CHANGED
               move spaces to SP-REPORT-LINE
               string
                   "*** MASTER CHANGED SINCE AGING RUN - "
                       delimited by size
                   AC-DIFFERENCES delimited by size
                   " COMPANIES DIFFER ***" delimited by size
                   into SP-REPORT-LINE
               end-string
               write SP-REPORT-LINE
           end-if
           move spaces to SP-REPORT-LINE
           write SP-REPORT-LINE
           move "SELECTION CRITERIA (A COMPANY MUST PASS EVERY ONE)"
               to SP-REPORT-LINE
           write SP-REPORT-LINE
           if WS-CARD-COUNT = zeros
               move "  NONE - EVERY COMPANY ON THE MASTER"
                   to SP-REPORT-LINE
               write SP-REPORT-LINE
           end-if
           perform varying WS-CARD-SUB from 1 by 1
               until WS-CARD-SUB > WS-CARD-COUNT
               move WS-CARD-IMAGE(WS-CARD-SUB) to WS-TEST-CARD
               perform WRITE-CRITERION-LINE
           end-perform
           move spaces to SP-REPORT-LINE
           evaluate true
               when WS-SORT-BY-NAME
                   move "INITIAL LETTER" to WS-BREAK-TEXT
               when WS-SORT-BY-AGE
                   move "AGE DECADE" to WS-BREAK-TEXT
               when WS-SORT-BY-INDUSTRY
                   move "INDUSTRY CODE" to WS-BREAK-TEXT
               when other
                   move "HUNDRED SRNOS" to WS-BREAK-TEXT
           end-evaluate
           string
               "  SORTED BY " delimited by size
               WS-SORT-ORDER delimited by space
               ", SUBTOTALS BY " delimited by size
               WS-BREAK-TEXT delimited by size
               into SP-REPORT-LINE
           end-string
           write SP-REPORT-LINE
           if WS-CARDS-IGNORED > zeros
               move spaces to SP-REPORT-LINE
               string
                   "  CARDS IGNORED AS NOT VALID: " delimited by size
                   WS-CARDS-IGNORED delimited by size
                   into SP-REPORT-LINE
               end-string
               write SP-REPORT-LINE
           end-if
           move spaces to SP-REPORT-LINE
           write SP-REPORT-LINE
           move spaces to SP-REPORT-LINE
           string
               "  SRNO  COMPANY                         S IND  "
                   delimited by size
               "FOUNDED  B  AGE BD REG SUCC" delimited by size
               into SP-REPORT-LINE
           end-string
           write SP-REPORT-LINE.

       WRITE-CRITERION-LINE.
           if TC-INCLUDE
               move "INCLUDE" to WS-MODE-TEXT
           else
               move "EXCLUDE" to WS-MODE-TEXT
           end-if
           move spaces to SP-REPORT-LINE
           if TC-FOUNDED or TC-AGE
               string
                   "  " delimited by size
                   WS-MODE-TEXT delimited by size
                   " " delimited by size
                   TC-CRITERION delimited by size
                   " FROM " delimited by size
                   TC-RANGE-FROM delimited by size
                   " TO " delimited by size
                   TC-RANGE-TO delimited by size
                   into SP-REPORT-LINE
               end-string
           else
               string
                   "  " delimited by size
                   WS-MODE-TEXT delimited by size
                   " " delimited by size
                   TC-CRITERION delimited by size
                   " " delimited by size
                   TC-VALUES delimited by size
                   into SP-REPORT-LINE
               end-string
           end-if
           write SP-REPORT-LINE.

       WRITE-GROUP-HEADER.
           move zeros to WS-GROUP-COUNT
           move zeros to WS-GROUP-AGED
           move zeros to WS-GROUP-AGE-TOTAL
           perform DESCRIBE-GROUP
           move spaces to SP-REPORT-LINE
           write SP-REPORT-LINE
           move WS-GROUP-TEXT to SP-REPORT-LINE
           write SP-REPORT-LINE.

       WRITE-DETAIL-LINE.
           if SS-AGED
               move SS-AGE-NOW to WS-AGE-TEXT
               move SS-BAND-CODE to WS-BAND-TEXT
           else
               move "   -" to WS-AGE-TEXT
               move "-" to WS-BAND-TEXT
           end-if
           if SS-SUCCESSOR-SRNO > zeros
               move SS-SUCCESSOR-SRNO to WS-SUCCESSOR-TEXT
           else
               move spaces to WS-SUCCESSOR-TEXT
           end-if
           move spaces to SP-REPORT-LINE
           string
               "  " delimited by size
               SS-SRNO delimited by size
               "  " delimited by size
               SS-COMPANY delimited by size
               "  " delimited by size
               SS-STATUS delimited by size
               " " delimited by size
               SS-INDUSTRY-CODE delimited by size
               " " delimited by size
               SS-FOUNDED-DATE delimited by size
               " " delimited by size
               SS-FOUNDED-BASIS delimited by size
               " " delimited by size
               WS-AGE-TEXT delimited by size
               "  " delimited by size
               WS-BAND-TEXT delimited by size
               "  " delimited by size
               SS-REG-LINKED delimited by size
               "  " delimited by size
               WS-SUCCESSOR-TEXT delimited by size
               into SP-REPORT-LINE
           end-string
           write SP-REPORT-LINE.

       WRITE-GROUP-SUBTOTAL.
           perform DESCRIBE-GROUP
           move zeros to WS-AVERAGE-AGE
           if WS-GROUP-AGED > zeros
               compute WS-AVERAGE-AGE rounded =
                   WS-GROUP-AGE-TOTAL / WS-GROUP-AGED
           end-if
           move spaces to SP-REPORT-LINE
           string
               "  SUBTOTAL " delimited by size
               WS-GROUP-TEXT delimited by size
               " COMPANIES " delimited by size
               WS-GROUP-COUNT delimited by size
               "  AVG AGE " delimited by size
               WS-AVERAGE-AGE delimited by size
               into SP-REPORT-LINE
           end-string
           write SP-REPORT-LINE.

       WRITE-GRAND-TOTAL.
           move zeros to WS-AVERAGE-AGE
           if WS-TOTAL-AGED > zeros
               compute WS-AVERAGE-AGE rounded =
                   WS-TOTAL-AGE-TOTAL / WS-TOTAL-AGED
           end-if
           move spaces to SP-REPORT-LINE
           write SP-REPORT-LINE
           move spaces to SP-REPORT-LINE
           string
               "TOTAL COMPANIES SELECTED " delimited by size
               WS-SELECTED-COUNT delimited by size
               " OF " delimited by size
               WS-MASTER-READ delimited by size
               "  AVG AGE " delimited by size
               WS-AVERAGE-AGE delimited by size
               into SP-REPORT-LINE
           end-string
           write SP-REPORT-LINE
           if WS-CSV-WANTED
               move "CSV COPY WRITTEN TO COMPSEL.CSV" to SP-REPORT-LINE
               write SP-REPORT-LINE
           end-if.

       WRITE-CSV-HEADER.
           move spaces to SV-CSV-LINE
           string
               "SrNo,Company,Status,IndustryCode,FoundedDate,"
                   delimited by size
               "FoundedBasis,AgeNow,BandCode,RegistryLinked,"
                   delimited by size
               "SuccessorSrNo" delimited by size
               into SV-CSV-LINE
           end-string
           write SV-CSV-LINE.

       WRITE-CSV-DETAIL-LINE.
           if SS-AGED
               move SS-AGE-NOW to WS-AGE-TEXT
               move SS-BAND-CODE to WS-BAND-TEXT
           else
               move spaces to WS-AGE-TEXT
               move spaces to WS-BAND-TEXT
           end-if
           move spaces to SV-CSV-LINE
           string
               SS-SRNO                    delimited by size
               ","                        delimited by size
               '"'                        delimited by size
               function trim(SS-COMPANY)  delimited by size
               '"'                        delimited by size
               ","                        delimited by size
               SS-STATUS                  delimited by size
               ","                        delimited by size
               function trim(SS-INDUSTRY-CODE) delimited by size
               ","                        delimited by size
               SS-FOUNDED-DATE            delimited by size
               ","                        delimited by size
               SS-FOUNDED-BASIS           delimited by size
               ","                        delimited by size
               function trim(WS-AGE-TEXT) delimited by size
               ","                        delimited by size
               function trim(WS-BAND-TEXT) delimited by size
               ","                        delimited by size
               SS-REG-LINKED              delimited by size
               ","                        delimited by size
               SS-SUCCESSOR-SRNO          delimited by size
               into SV-CSV-LINE
           end-string
           write SV-CSV-LINE.

       end program "CompSel".
