
       input-output section.
       file-control.
           select AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is sequential
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

           select optional INDUSTRY-MASTER
               assign to "INDUSTRYMASTER.DAT"

       data division.
       file section.
       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       fd  INDUSTRY-MASTER.
           copy "INDREC.cpy".
       01  RP-REPORT-LINE           pic x(80).

       working-storage section.
       01  WS-AGERES-STATUS         pic xx value spaces.
       01  WS-INDUSTRY-STATUS       pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-RESULTS            value "Y".
       01  WS-SORT-EOF-SWITCH       pic x value "N".
           88  WS-END-OF-SORT               value "Y".
       01  WS-PREV-BAND-CODE        pic 9(1) value zeros.
       01  WS-FIRST-BAND-SWITCH     pic x value "Y".
           88  WS-FIRST-BAND                value "Y".

           copy "BANDCOMM.cpy".

           copy "AGECOMM.cpy".

       01  WS-BAND-SUB              pic 9(2).
       01  WS-LOOKUP-CODE           pic 9(1).
       01  WS-LOOKUP-NAME           pic x(12) value spaces.
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
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS not = "00"
               display "Unable to open AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           perform WRITE-PAGE-HEADER.

       BUILD-SORT-FILE.
           perform until WS-END-OF-RESULTS
               read AGE-RESULT-MASTER
                   at end
                       set WS-END-OF-RESULTS to true
                   not at end
                       if AG-AGED
                           move AG-BAND-CODE to SR-BAND-CODE
                           move AG-SRNO      to SR-SRNO
                           move AG-COMPANY   to SR-COMPANY
                           move AG-FOUNDED-DATE to SR-FOUNDED-DATE
                           move AG-AGE-NOW   to SR-AGE-NOW
                           release SORT-RECORD
                       end-if
               end-read
           end-perform.

       FIND-BAND-NAME.
           move "(NO BAND)" to WS-LOOKUP-NAME
           perform varying WS-BAND-SUB from 1 by 1
       WRITE-PAGE-HEADER.
           move spaces to RP-REPORT-LINE
           string
               "COMPANY AGE-BAND REPORT  AS OF " delimited by size
               AC-EFFECTIVE-DATE delimited by size
               "  AGING RUN " delimited by size
               AC-RUN-NUMBER delimited by size
               "  " delimited by size
               AC-RUN-TIMESTAMP(1:14) delimited by size
               into RP-REPORT-LINE
           end-string
           write RP-REPORT-LINE
           if AC-MASTER-CHANGED
               move spaces to RP-REPORT-LINE
               string
                   "*** MASTER CHANGED SINCE AGING RUN - "
                       delimited by size
                   AC-DIFFERENCES delimited by size
                   " COMPANIES DIFFER ***" delimited by size
                   into RP-REPORT-LINE
               end-string
               write RP-REPORT-LINE
           end-if
           move spaces to RP-REPORT-LINE
           write RP-REPORT-LINE.

           write RP-REPORT-LINE.

       BUILD-INDUSTRY-SORT-FILE.
           close AGE-RESULT-MASTER
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS not = "00"
               display "Unable to reopen AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           move "N" to WS-EOF-SWITCH
           perform until WS-END-OF-RESULTS
               read AGE-RESULT-MASTER
                   at end
                       set WS-END-OF-RESULTS to true
                   not at end
                       if AG-AGED
                           move AG-INDUSTRY-CODE
                               to IX-INDUSTRY-CODE
                           move AG-AGE-NOW to IX-AGE-NOW
                           release INDUSTRY-SORT-RECORD
                       end-if
               end-read
           end-if.

       TERMINATE-RUN.
           close AGE-RESULT-MASTER
           close INDUSTRY-MASTER
           close REPORT-LISTING.

