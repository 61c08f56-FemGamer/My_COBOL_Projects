
       input-output section.
       file-control.
           select AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is sequential
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

           select STATS-REPORT assign to "AGESTATS.DAT"
               organization is line sequential

       data division.
       file section.
       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       fd  STATS-REPORT.
       01  ST-REPORT-LINE           pic x(96).

       working-storage section.
       01  WS-AGERES-STATUS         pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-RESULTS            value "Y".
       01  WS-AGE-NOW               pic 9(4).
       01  WS-BAND-SUB              pic 9(2).
       01  WS-TABLE-SUB             pic 9(2).
       01  WS-GRAND-TOTAL           pic 9(6) value zeros.

           copy "BANDCOMM.cpy".

           copy "AGECOMM.cpy".

       procedure division.
       PRODUCE-AGE-STATISTICS.
           call "BandTbl" using AGE-BAND-TABLE-COMM
           if BT-FILE-ERROR
               display "Age band reference unusable, run stopped"
               goback
           end-if
           call "AgeChk" using AGE-CHECK-COMM
           if AC-NO-RESULTS or AC-FILE-ERROR
               display "Aging results unusable, run stopped"
               goback
           end-if
           perform INITIALIZE-RUN
           perform until WS-END-OF-RESULTS
               read AGE-RESULT-MASTER
                   at end
                       set WS-END-OF-RESULTS to true
                   not at end
                       if AG-AGED
                           perform TALLY-COMPANY-RECORD
                       end-if
               end-read
           goback.

       INITIALIZE-RUN.
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS not = "00"
               display "Unable to open AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
               goback
           end-if
           open output STATS-REPORT
           move spaces to WS-BAND-MAX-COMPANY(WS-BAND-SUB).

       TALLY-COMPANY-RECORD.
           move AG-AGE-NOW to WS-AGE-NOW
           move AG-BAND-CODE to WS-BAND-SUB
           add 1 to WS-BAND-COUNT(WS-BAND-SUB)
           add WS-AGE-NOW to WS-BAND-AGE-TOTAL(WS-BAND-SUB)
           add 1 to WS-GRAND-TOTAL
           add WS-AGE-NOW to WS-GRAND-AGE-TOTAL
           if WS-AGE-NOW < WS-BAND-MIN-AGE(WS-BAND-SUB)
               move WS-AGE-NOW to WS-BAND-MIN-AGE(WS-BAND-SUB)
               move AG-COMPANY to WS-BAND-MIN-COMPANY(WS-BAND-SUB)
           end-if
           if WS-AGE-NOW >= WS-BAND-MAX-AGE(WS-BAND-SUB)
               move WS-AGE-NOW to WS-BAND-MAX-AGE(WS-BAND-SUB)
               move AG-COMPANY to WS-BAND-MAX-COMPANY(WS-BAND-SUB)
           end-if.

       WRITE-STATISTICS-REPORT.
           move spaces to ST-REPORT-LINE
           string
               "COMPANY AGE STATISTICS  AS OF "
                   delimited by size
               AC-EFFECTIVE-DATE delimited by size
               "  AGING RUN " delimited by size
               AC-RUN-NUMBER delimited by size
               "  " delimited by size
               AC-RUN-TIMESTAMP(1:14) delimited by size
               into ST-REPORT-LINE
           end-string
           write ST-REPORT-LINE
           if AC-MASTER-CHANGED
               move spaces to ST-REPORT-LINE
               string
                   "*** MASTER CHANGED SINCE AGING RUN - "
                       delimited by size
                   AC-DIFFERENCES delimited by size
                   " COMPANIES DIFFER, RERUN AGING ***"
                       delimited by size
                   into ST-REPORT-LINE
               end-string
               write ST-REPORT-LINE
           end-if
           move spaces to ST-REPORT-LINE
           write ST-REPORT-LINE
           perform WRITE-ONE-BAND-SECTION
           write ST-REPORT-LINE.

       TERMINATE-RUN.
           close AGE-RESULT-MASTER
           close STATS-REPORT.

       end program "AgeStats".
