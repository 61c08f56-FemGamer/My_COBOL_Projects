               record key is AH-KEY
               file status is WS-HISTORY-STATUS.

           select optional AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is dynamic
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

       data division.
       file section.
       fd  COMPANY-MASTER.
       01  CK-RECORD.
           05  CK-LAST-SRNO        pic 9(4).
           05  CK-RUN-TIMESTAMP    pic x(21).
           05  CK-RUN-NUMBER       pic 9(6).

       fd  AGE-HISTORY.
           copy "HISTREC.cpy".

       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       working-storage section.
       01  SrNo                    pic 9(4).
       01  Company                 pic x(30).
       01  WS-AUDIT-STATUS         pic xx value spaces.
       01  WS-CHKPT-STATUS         pic xx value spaces.
       01  WS-HISTORY-STATUS       pic xx value spaces.
       01  WS-AGERES-STATUS        pic xx value spaces.
       01  WS-HIST-EOF-SWITCH      pic x value "N".
           88  WS-END-OF-HISTORY            value "Y".
       01  WS-EOF-SWITCH           pic x value "N".
       01  WS-TODAY                pic 9(8).
       01  WS-EFFECTIVE-DATE       pic 9(8) value zeros.
       01  WS-RUN-TIMESTAMP        pic x(21).
       01  WS-RUN-NUMBER           pic 9(6) value zeros.
       01  WS-FOUNDED-YEAR         pic 9(4) value zeros.
       01  WS-FOUNDED-MMDD         pic 9(4) value zeros.
       01  WS-EFFECTIVE-MMDD       pic 9(4) value zeros.
       CalculateAge.
           display UserPrompt
           perform REGISTER-THIS-RUN
           move RN-RUN-NUMBER to WS-RUN-NUMBER
           accept WS-TODAY from date yyyymmdd
           move function current-date to WS-RUN-TIMESTAMP
           perform GET-EFFECTIVE-DATE
           if not WS-RESTART-YES
               perform CLEAR-TODAYS-HISTORY
           end-if
           if WS-RESTART-YES
               open i-o AGE-RESULT-MASTER
           else
               open output AGE-RESULT-MASTER
           end-if
           if WS-AGERES-STATUS not = "00"
               and WS-AGERES-STATUS not = "05"
               display "Unable to open AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           if WS-RESTART-YES
               open extend AGE-RESULTS
               if WS-RESULTS-STATUS = "35"
               if CK-RUN-TIMESTAMP not = spaces
                   move CK-RUN-TIMESTAMP to WS-RUN-TIMESTAMP
               end-if
               if CK-RUN-NUMBER numeric
                   and CK-RUN-NUMBER not = zeros
                   move CK-RUN-NUMBER to WS-RUN-NUMBER
               end-if
               close CHECKPOINT-FILE
               move WS-LAST-SRNO-PROCESSED to CR-SRNO
               start COMPANY-MASTER key is greater than CR-SRNO
           else
               perform WRITE-ERROR-LISTING
           end-if
           perform WRITE-AGE-RESULT-MASTER
           move SrNo to WS-LAST-SRNO-PROCESSED
           add 1 to WS-SINCE-CHECKPOINT
           if WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
           open output CHECKPOINT-FILE
           move WS-LAST-SRNO-PROCESSED to CK-LAST-SRNO
           move WS-RUN-TIMESTAMP to CK-RUN-TIMESTAMP
           move WS-RUN-NUMBER to CK-RUN-NUMBER
           write CK-RECORD
           close CHECKPOINT-FILE
           move zeros to WS-SINCE-CHECKPOINT.
           write RS-RESULT-LINE
           add 1 to WS-RECORDS-WRITTEN.

       WRITE-AGE-RESULT-MASTER.
           move SrNo to AG-SRNO
           move Company to AG-COMPANY
           move FoundedDate to AG-FOUNDED-DATE
           move CR-INDUSTRY-CODE to AG-INDUSTRY-CODE
           move CR-FOUNDED-BASIS to AG-FOUNDED-BASIS
           move WS-EFFECTIVE-DATE to AG-EFFECTIVE-DATE
           move WS-RUN-NUMBER to AG-RUN-NUMBER
           move WS-RUN-TIMESTAMP to AG-RUN-TIMESTAMP
           if WS-RECORD-VALID
               move AgeNow to AG-AGE-NOW
               move WS-BAND-CODE to AG-BAND-CODE
               set AG-AGED to true
               move spaces to AG-REASON-CODE
           else
               move zeros to AG-AGE-NOW
               move zeros to AG-BAND-CODE
               set AG-REJECTED to true
               move WS-REASON-CODE to AG-REASON-CODE
           end-if
           write AGE-RESULT-RECORD
               invalid key
                   rewrite AGE-RESULT-RECORD
                   end-rewrite
           end-write.

       WRITE-ERROR-LISTING.
           move spaces to ER-ERROR-LINE
           string
           close AGE-RESULTS
           close ERROR-LISTING
           close AUDIT-LOG
           close AGE-HISTORY
           close AGE-RESULT-MASTER.

       CLEAR-CHECKPOINT.
           open output CHECKPOINT-FILE
