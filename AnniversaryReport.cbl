       program-id. "AnnivRpt".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is sequential
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

           select optional INDUSTRY-MASTER
               assign to "INDUSTRYMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is IM-CODE
               file status is WS-INDUSTRY-STATUS.

           select ANNIVERSARY-SORT-FILE assign to "ANNIVSORT.TMP".

           select ANNIVERSARY-REPORT assign to "ANNIVRPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       fd  INDUSTRY-MASTER.
           copy "INDREC.cpy".

       sd  ANNIVERSARY-SORT-FILE.
       01  ANNIVERSARY-SORT-RECORD.
           05  AS-INDUSTRY-CODE        pic x(4).
           05  AS-DAYS-TO-GO           pic 9(3).
           05  AS-SRNO                 pic 9(4).
           05  AS-COMPANY              pic x(30).
           05  AS-FOUNDED-DATE         pic 9(8).
           05  AS-ANNIVERSARY-DATE     pic 9(8).
           05  AS-AGE-REACHED          pic 9(4).
           05  AS-MILESTONE-FLAG       pic x(1).
               88  AS-MILESTONE                value "Y".
           05  AS-NEW-BAND-NAME        pic x(12).
           05  AS-FOUNDED-BASIS        pic x(1).
               88  AS-FOUNDED-ESTIMATED        value "E".

       fd  ANNIVERSARY-REPORT.
       01  AN-REPORT-LINE           pic x(132).

       working-storage section.
       01  WS-AGERES-STATUS         pic xx value spaces.
       01  WS-INDUSTRY-STATUS       pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-RESULTS            value "Y".
       01  WS-SORT-EOF-SWITCH       pic x value "N".
           88  WS-END-OF-SORT               value "Y".
       01  WS-WINDOW-DAYS           pic 9(3) value 30.
       01  WS-WINDOW-END-DATE       pic 9(8) value zeros.
       01  WS-EFFECTIVE-INTEGER     pic 9(8) value zeros.
       01  WS-ANNIV-INTEGER         pic 9(8) value zeros.
       01  WS-ANNIV-DATE            pic 9(8) value zeros.
       01  WS-ANNIV-YEAR            pic 9(4) value zeros.
       01  WS-FOUNDED-YEAR          pic 9(4) value zeros.
       01  WS-DAYS-TO-GO            pic 9(8) value zeros.
       01  WS-AGE-REACHED           pic 9(4) value zeros.
       01  WS-PRIOR-AGE             pic 9(4) value zeros.
       01  WS-CHECK-YEAR            pic 9(4) value zeros.
       01  WS-CHECK-QUOTIENT        pic 9(4) value zeros.
       01  WS-CHECK-REMAINDER       pic 9(4) value zeros.
       01  WS-LEAP-SWITCH           pic x value "N".
           88  WS-LEAP-YEAR                 value "Y".
       01  WS-LOOKUP-AGE            pic 9(4) value zeros.
       01  WS-BAND-SUB              pic 9(2) value zeros.
       01  WS-NEW-BAND-SUB          pic 9(2) value zeros.
       01  WS-PRIOR-BAND-SUB        pic 9(2) value zeros.
       01  WS-MS-POINTER            pic 9(2) value zeros.
       01  WS-MS-PIECE              pic x(10) value spaces.
       01  WS-MS-SUB                pic 9(2) value zeros.
       01  WS-MS-COUNT              pic 9(2) value zeros.
       01  WS-MILESTONE-TABLE.
           05  WS-MILESTONE-AGE      pic 9(4) occurs 10 times.
       01  WS-MS-EDITED             pic zzz9.
       01  WS-MS-LIST-TEXT          pic x(60) value spaces.
       01  WS-MS-LIST-POINTER       pic 9(2) value 1.
       01  WS-FIRST-IND-SWITCH      pic x value "Y".
           88  WS-FIRST-INDUSTRY            value "Y".
       01  WS-PREV-INDUSTRY         pic x(4) value spaces.
       01  WS-IND-DESC              pic x(30) value spaces.
       01  WS-IND-COUNT             pic 9(6) value zeros.
       01  WS-RESULTS-READ          pic 9(6) value zeros.
       01  WS-COMPANIES-LISTED      pic 9(6) value zeros.
       01  WS-MILESTONE-COUNT       pic 9(6) value zeros.
       01  WS-BAND-CROSS-COUNT      pic 9(6) value zeros.
       01  WS-ESTIMATED-COUNT       pic 9(6) value zeros.
       01  WS-FLAG-TEXT             pic x(50) value spaces.
       01  WS-FLAG-POINTER          pic 9(2) value 1.

           copy "RUNCOMM.cpy".

           copy "BANDCOMM.cpy".

           copy "PARMCOMM.cpy".

           copy "AGECOMM.cpy".

       procedure division.
       PRODUCE-ANNIVERSARY-REPORT.
           display "Founding Anniversary and Milestone Report"
           perform GET-WINDOW-DAYS
           perform GET-MILESTONE-AGES
           perform REGISTER-THIS-RUN
           perform INITIALIZE-RUN
           sort ANNIVERSARY-SORT-FILE
               on ascending key AS-INDUSTRY-CODE AS-DAYS-TO-GO
                   AS-SRNO
               input procedure SELECT-ANNIVERSARIES
               output procedure PRINT-ANNIVERSARIES
           perform TERMINATE-RUN
           perform SIGN-OFF-THIS-RUN
           display " Companies listed  = " WS-COMPANIES-LISTED
           display " Milestones        = " WS-MILESTONE-COUNT
           display " Band crossings    = " WS-BAND-CROSS-COUNT
           goback.

       GET-WINDOW-DAYS.
           move "ANNIVDAYS" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           evaluate true
               when PC-FOUND
                   compute WS-WINDOW-DAYS =
                       function numval(PC-VALUE)
               when PC-NOT-FOUND
                   move 30 to WS-WINDOW-DAYS
               when other
                   display "Look-ahead window in days (0 = 30): "
                   accept WS-WINDOW-DAYS
           end-evaluate
           if WS-WINDOW-DAYS = zeros
               move 30 to WS-WINDOW-DAYS
           end-if.

       GET-MILESTONE-AGES.
           move zeros to WS-MS-COUNT
           move "MILESTONES" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           if PC-FOUND
               move 1 to WS-MS-POINTER
               perform until WS-MS-POINTER > 30 or WS-MS-COUNT = 10
                   move spaces to WS-MS-PIECE
                   unstring PC-VALUE delimited by ","
                       into WS-MS-PIECE
                       with pointer WS-MS-POINTER
                   end-unstring
                   if WS-MS-PIECE not = spaces
                       add 1 to WS-MS-COUNT
                       compute WS-MILESTONE-AGE(WS-MS-COUNT) =
                           function numval(WS-MS-PIECE)
                   end-if
               end-perform
           end-if
           if WS-MS-COUNT = zeros
               move 5 to WS-MS-COUNT
               move 5 to WS-MILESTONE-AGE(1)
               move 10 to WS-MILESTONE-AGE(2)
               move 25 to WS-MILESTONE-AGE(3)
               move 50 to WS-MILESTONE-AGE(4)
               move 100 to WS-MILESTONE-AGE(5)
           end-if
           move spaces to WS-MS-LIST-TEXT
           move 1 to WS-MS-LIST-POINTER
           perform varying WS-MS-SUB from 1 by 1
               until WS-MS-SUB > WS-MS-COUNT
               move WS-MILESTONE-AGE(WS-MS-SUB) to WS-MS-EDITED
               string
                   WS-MS-EDITED delimited by size
                   into WS-MS-LIST-TEXT
                   with pointer WS-MS-LIST-POINTER
               end-string
           end-perform.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "AnnivRpt" to RN-PROGRAM-NAME
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
           move WS-RESULTS-READ to RN-RECORDS-READ
           move WS-COMPANIES-LISTED to RN-RECORDS-WRITTEN
           move zeros to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-RESULTS-READ to RN-RECORDS-READ
           move WS-COMPANIES-LISTED to RN-RECORDS-WRITTEN
           move zeros to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       INITIALIZE-RUN.
           call "BandTbl" using AGE-BAND-TABLE-COMM
           if BT-FILE-ERROR
               display "Age band reference unusable, run stopped"
               perform MARK-RUN-FAILED
               goback
           end-if
           call "AgeChk" using AGE-CHECK-COMM
           if AC-NO-RESULTS or AC-FILE-ERROR
               display "Aging results unusable, run stopped"
               perform MARK-RUN-FAILED
               goback
           end-if
           compute WS-EFFECTIVE-INTEGER =
               function integer-of-date(AC-EFFECTIVE-DATE)
           compute WS-WINDOW-END-DATE = function date-of-integer
               (WS-EFFECTIVE-INTEGER + WS-WINDOW-DAYS)
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS not = "00"
               display "Unable to open AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
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
           open output ANNIVERSARY-REPORT
           perform WRITE-PAGE-HEADER.

       SELECT-ANNIVERSARIES.
           perform until WS-END-OF-RESULTS
               read AGE-RESULT-MASTER
                   at end
                       set WS-END-OF-RESULTS to true
                   not at end
                       add 1 to WS-RESULTS-READ
                       if AG-AGED
                           perform CHECK-ONE-COMPANY
                       end-if
               end-read
           end-perform.

       CHECK-ONE-COMPANY.
           move AC-EFFECTIVE-DATE(1:4) to WS-ANNIV-YEAR
           perform BUILD-ANNIVERSARY-DATE
           if WS-ANNIV-DATE < AC-EFFECTIVE-DATE
               add 1 to WS-ANNIV-YEAR
               perform BUILD-ANNIVERSARY-DATE
           end-if
           compute WS-ANNIV-INTEGER =
               function integer-of-date(WS-ANNIV-DATE)
           compute WS-DAYS-TO-GO =
               WS-ANNIV-INTEGER - WS-EFFECTIVE-INTEGER
           move AG-FOUNDED-DATE(1:4) to WS-FOUNDED-YEAR
           compute WS-AGE-REACHED = WS-ANNIV-YEAR - WS-FOUNDED-YEAR
           if WS-DAYS-TO-GO <= WS-WINDOW-DAYS
               and WS-AGE-REACHED > zeros
               perform RELEASE-ANNIVERSARY
           end-if.

       BUILD-ANNIVERSARY-DATE.
           move WS-ANNIV-YEAR to WS-ANNIV-DATE(1:4)
           move AG-FOUNDED-DATE(5:4) to WS-ANNIV-DATE(5:4)
           if AG-FOUNDED-DATE(5:4) = "0229"
               move WS-ANNIV-YEAR to WS-CHECK-YEAR
               perform CHECK-FOR-LEAP-YEAR
               if not WS-LEAP-YEAR
                   move "0228" to WS-ANNIV-DATE(5:4)
               end-if
           end-if.

       CHECK-FOR-LEAP-YEAR.
           move "N" to WS-LEAP-SWITCH
           divide WS-CHECK-YEAR by 4
               giving WS-CHECK-QUOTIENT
               remainder WS-CHECK-REMAINDER
           if WS-CHECK-REMAINDER = zeros
               set WS-LEAP-YEAR to true
               divide WS-CHECK-YEAR by 100
                   giving WS-CHECK-QUOTIENT
                   remainder WS-CHECK-REMAINDER
               if WS-CHECK-REMAINDER = zeros
                   move "N" to WS-LEAP-SWITCH
                   divide WS-CHECK-YEAR by 400
                       giving WS-CHECK-QUOTIENT
                       remainder WS-CHECK-REMAINDER
                   if WS-CHECK-REMAINDER = zeros
                       set WS-LEAP-YEAR to true
                   end-if
               end-if
           end-if.

       RELEASE-ANNIVERSARY.
           move AG-INDUSTRY-CODE to AS-INDUSTRY-CODE
           move WS-DAYS-TO-GO to AS-DAYS-TO-GO
           move AG-SRNO to AS-SRNO
           move AG-COMPANY to AS-COMPANY
           move AG-FOUNDED-DATE to AS-FOUNDED-DATE
           move WS-ANNIV-DATE to AS-ANNIVERSARY-DATE
           move WS-AGE-REACHED to AS-AGE-REACHED
           move AG-FOUNDED-BASIS to AS-FOUNDED-BASIS
           move "N" to AS-MILESTONE-FLAG
           perform varying WS-MS-SUB from 1 by 1
               until WS-MS-SUB > WS-MS-COUNT
               if WS-MILESTONE-AGE(WS-MS-SUB) = WS-AGE-REACHED
                   set AS-MILESTONE to true
               end-if
           end-perform
           move spaces to AS-NEW-BAND-NAME
           move WS-AGE-REACHED to WS-LOOKUP-AGE
           perform DETERMINE-BAND-ENTRY
           move WS-BAND-SUB to WS-NEW-BAND-SUB
           subtract 1 from WS-AGE-REACHED giving WS-PRIOR-AGE
           move WS-PRIOR-AGE to WS-LOOKUP-AGE
           perform DETERMINE-BAND-ENTRY
           move WS-BAND-SUB to WS-PRIOR-BAND-SUB
           if WS-NEW-BAND-SUB not = WS-PRIOR-BAND-SUB
               move BT-BAND-NAME(WS-NEW-BAND-SUB) to AS-NEW-BAND-NAME
           end-if
           release ANNIVERSARY-SORT-RECORD.

       DETERMINE-BAND-ENTRY.
           move 1 to WS-BAND-SUB
           perform until WS-BAND-SUB >= BT-BAND-COUNT
               or WS-LOOKUP-AGE <= BT-UPPER-AGE(WS-BAND-SUB)
               add 1 to WS-BAND-SUB
           end-perform.

       PRINT-ANNIVERSARIES.
           perform until WS-END-OF-SORT
               return ANNIVERSARY-SORT-FILE
                   at end
                       set WS-END-OF-SORT to true
                   not at end
                       perform PRINT-ONE-ANNIVERSARY
               end-return
           end-perform
           if WS-FIRST-INDUSTRY
               move spaces to AN-REPORT-LINE
               string
                   "NO FOUNDING ANNIVERSARIES IN THE WINDOW"
                       delimited by size
                   into AN-REPORT-LINE
               end-string
               write AN-REPORT-LINE
           else
               perform WRITE-INDUSTRY-TOTAL
           end-if.

       PRINT-ONE-ANNIVERSARY.
           if WS-FIRST-INDUSTRY
               move "N" to WS-FIRST-IND-SWITCH
               move AS-INDUSTRY-CODE to WS-PREV-INDUSTRY
               perform WRITE-INDUSTRY-HEADER
           else
               if AS-INDUSTRY-CODE not = WS-PREV-INDUSTRY
                   perform WRITE-INDUSTRY-TOTAL
                   move AS-INDUSTRY-CODE to WS-PREV-INDUSTRY
                   perform WRITE-INDUSTRY-HEADER
               end-if
           end-if
           perform WRITE-DETAIL-LINE
           add 1 to WS-IND-COUNT
           add 1 to WS-COMPANIES-LISTED.

       WRITE-PAGE-HEADER.
           move spaces to AN-REPORT-LINE
           string
               "FOUNDING ANNIVERSARIES AND MILESTONE AGES  AS OF "
                   delimited by size
               AC-EFFECTIVE-DATE delimited by size
               "  AGING RUN " delimited by size
               AC-RUN-NUMBER delimited by size
               "  " delimited by size
               AC-RUN-TIMESTAMP(1:14) delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE
           move spaces to AN-REPORT-LINE
           string
               "WINDOW: NEXT " delimited by size
               WS-WINDOW-DAYS delimited by size
               " DAYS, THROUGH " delimited by size
               WS-WINDOW-END-DATE delimited by size
               "   MILESTONE AGES:" delimited by size
               WS-MS-LIST-TEXT delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE
           if AC-MASTER-CHANGED
               move spaces to AN-REPORT-LINE
               string
                   "*** MASTER CHANGED SINCE AGING RUN - "
                       delimited by size
                   AC-DIFFERENCES delimited by size
                   " COMPANIES DIFFER, RERUN AGING ***"
                       delimited by size
                   into AN-REPORT-LINE
               end-string
               write AN-REPORT-LINE
           end-if
           move spaces to AN-REPORT-LINE
           string
               "FOUNDED DATES MARKED ESTIMATED ARE KNOWN TO THE YEAR "
                   delimited by size
               "ONLY - CONFIRM BEFORE ANY CONTACT" delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE
           move spaces to AN-REPORT-LINE
           write AN-REPORT-LINE.

       WRITE-INDUSTRY-HEADER.
           move zeros to WS-IND-COUNT
           perform LOOKUP-INDUSTRY-DESC
           move spaces to AN-REPORT-LINE
           string
               "INDUSTRY: " delimited by size
               WS-PREV-INDUSTRY delimited by size
               "  " delimited by size
               WS-IND-DESC delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE
           move spaces to AN-REPORT-LINE
           string
               "  SRNO  COMPANY                         "
                   delimited by size
               "  FOUNDED   ANNIVERSARY  DAYS  AGE  "
                   delimited by size
               "NOTES" delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE.

       LOOKUP-INDUSTRY-DESC.
           if WS-PREV-INDUSTRY = spaces
               move "UNCLASSIFIED" to WS-IND-DESC
           else
               move WS-PREV-INDUSTRY to IM-CODE
               read INDUSTRY-MASTER
                   invalid key
                       move "(CODE NOT ON FILE)" to WS-IND-DESC
                   not invalid key
                       move IM-DESC to WS-IND-DESC
               end-read
           end-if.

       WRITE-DETAIL-LINE.
           move spaces to WS-FLAG-TEXT
           move 1 to WS-FLAG-POINTER
           if AS-MILESTONE
               add 1 to WS-MILESTONE-COUNT
               string
                   "MILESTONE  " delimited by size
                   into WS-FLAG-TEXT
                   with pointer WS-FLAG-POINTER
               end-string
           end-if
           if AS-NEW-BAND-NAME not = spaces
               add 1 to WS-BAND-CROSS-COUNT
               string
                   "ENTERS BAND " delimited by size
                   AS-NEW-BAND-NAME delimited by size
                   into WS-FLAG-TEXT
                   with pointer WS-FLAG-POINTER
               end-string
           end-if
           move spaces to AN-REPORT-LINE
           string
               "  " delimited by size
               AS-SRNO delimited by size
               "  " delimited by size
               AS-COMPANY delimited by size
               "  " delimited by size
               AS-FOUNDED-DATE delimited by size
               "  " delimited by size
               AS-ANNIVERSARY-DATE delimited by size
               "     " delimited by size
               AS-DAYS-TO-GO delimited by size
               "  " delimited by size
               AS-AGE-REACHED delimited by size
               "  " delimited by size
               WS-FLAG-TEXT delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE
           if AS-FOUNDED-ESTIMATED
               add 1 to WS-ESTIMATED-COUNT
               move spaces to AN-REPORT-LINE
               string
                   "        *** FOUNDED DATE ESTIMATED - "
                       delimited by size
                   "ANNIVERSARY NOT CONFIRMED ***" delimited by size
                   into AN-REPORT-LINE
               end-string
               write AN-REPORT-LINE
           end-if.

       WRITE-INDUSTRY-TOTAL.
           move spaces to AN-REPORT-LINE
           string
               "  INDUSTRY COUNT: " delimited by size
               WS-IND-COUNT delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE
           move spaces to AN-REPORT-LINE
           write AN-REPORT-LINE.

       TERMINATE-RUN.
           move spaces to AN-REPORT-LINE
           string
               "COMPANIES LISTED: " delimited by size
               WS-COMPANIES-LISTED delimited by size
               "  MILESTONES: " delimited by size
               WS-MILESTONE-COUNT delimited by size
               "  BAND CROSSINGS: " delimited by size
               WS-BAND-CROSS-COUNT delimited by size
               "  ESTIMATED DATES: " delimited by size
               WS-ESTIMATED-COUNT delimited by size
               into AN-REPORT-LINE
           end-string
           write AN-REPORT-LINE
           close AGE-RESULT-MASTER
           close INDUSTRY-MASTER
           close ANNIVERSARY-REPORT.

       end program "AnnivRpt".
