
           copy "PARMCOMM.cpy".

           copy "JRNCOMM.cpy".

       procedure division.
       PURGE-DELETED-COMPANIES.
           display "Company Master Purge"
           end-evaluate.

       INITIALIZE-RUN.
           move spaces to JN-OPERATOR-ID
           open i-o COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to open COMPANY-MASTER, status "
       PURGE-ONE-RECORD.
           perform WRITE-ARCHIVE-RECORD
           perform WRITE-REPORT-DETAIL
           move CR-SRNO to JN-SRNO
           move COMPANY-RECORD to JN-BEFORE-IMAGE
           delete COMPANY-MASTER record
           perform WRITE-PURGE-JOURNAL
           add 1 to WS-RECORDS-PURGED.

       WRITE-PURGE-JOURNAL.
           set JN-FROM-BATCH to true
           set JN-ACTION-PURGE to true
           move spaces to JN-AFTER-IMAGE
           call "CompJrnl" using COMPANY-JOURNAL-COMM
           if JN-FILE-ERROR
               display "Warning: journal write failed"
           end-if.

       WRITE-ARCHIVE-RECORD.
           move CR-SRNO to AR-SRNO
           move CR-COMPANY to AR-COMPANY
