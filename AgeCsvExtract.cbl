
       input-output section.
       file-control.
           select AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is sequential
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

           select CSV-EXTRACT assign to "AGEEXTRACT.CSV"
               organization is line sequential

       data division.
       file section.
       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       fd  CSV-EXTRACT.
       01  CSV-LINE                pic x(80).
       01  AU-AUDIT-LINE           pic x(96).

       working-storage section.
       01  WS-AGERES-STATUS         pic xx value spaces.
       01  WS-EXTRACT-STATUS        pic xx value spaces.
       01  WS-FLAG-STATUS           pic xx value spaces.
       01  WS-AUDIT-STATUS          pic xx value spaces.
       01  WS-HELD-SWITCH           pic x value "N".
           88  WS-EXTRACT-HELD              value "Y".
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-RESULTS            value "Y".
       01  WS-RECORDS-EXTRACTED     pic 9(6) value zeros.

           copy "RUNCOMM.cpy".

           copy "AGECOMM.cpy".

       procedure division.
       EXTRACT-AGES-TO-CSV.
           perform CHECK-BALANCE-FLAG
                   "extract held pending investigation"
               goback
           end-if
           call "AgeChk" using AGE-CHECK-COMM
           if not AC-CURRENT
               display "Aging results do not match the company "
                   "master, extract held - rerun aging"
               goback
           end-if
           perform REGISTER-THIS-RUN
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS not = "00"
               display "Unable to open AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           open output CSV-EXTRACT
           perform WRITE-CSV-HEADER
           perform until WS-END-OF-RESULTS
               read AGE-RESULT-MASTER
                   at end
                       set WS-END-OF-RESULTS to true
                   not at end
                       if AG-AGED
                           perform WRITE-CSV-DETAIL-LINE
                       end-if
               end-read
           end-perform
           close AGE-RESULT-MASTER
           display " Aging run " AC-RUN-NUMBER
               " as of " AC-EFFECTIVE-DATE
           close CSV-EXTRACT
           perform SIGN-OFF-THIS-RUN
           display " Records extracted = " WS-RECORDS-EXTRACTED
       WRITE-CSV-HEADER.
           move spaces to CSV-LINE
           string
               "SrNo,Company,FoundedDate,AgeNow,AsOfDate,RunNumber"
                   delimited by size
               into CSV-LINE
           end-string
           write CSV-LINE.

       WRITE-CSV-DETAIL-LINE.
           move spaces to CSV-LINE
           string
               AG-SRNO                    delimited by size
               ","                        delimited by size
               '"'                        delimited by size
               function trim(AG-COMPANY)  delimited by size
               '"'                        delimited by size
               ","                        delimited by size
               AG-FOUNDED-DATE            delimited by size
               ","                        delimited by size
               AG-AGE-NOW                 delimited by size
               ","                        delimited by size
               AG-EFFECTIVE-DATE          delimited by size
               ","                        delimited by size
               AG-RUN-NUMBER              delimited by size
               into CSV-LINE
           end-string
           write CSV-LINE
           add 1 to WS-RECORDS-EXTRACTED.

       end program "AgeCsvExt".
