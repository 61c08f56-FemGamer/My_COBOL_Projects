
       input-output section.
       file-control.
           select TRANSACTION-FILE assign to "COMPTRANS.DAT"
               organization is line sequential
               file status is WS-TRANS-STATUS.
               organization is line sequential
               file status is WS-REJECTS-STATUS.

       data division.
       file section.
       fd  TRANSACTION-FILE.
       01  TR-TRANSACTION-RECORD.
           05  TR-ACTION               pic x(1).
           05  TR-FOUNDED-DATE         pic 9(8).
           05  TR-INDUSTRY-CODE        pic x(4).
           05  TR-SUCCESSOR-SRNO       pic 9(4).
           05  TR-EFFECTIVE-DATE       pic x(8).

       fd  APPLIED-REPORT.
       01  AP-APPLIED-LINE          pic x(80).
       fd  REJECTS-FILE.
       01  RJ-REJECT-LINE           pic x(110).

       working-storage section.
       01  WS-TRANS-STATUS          pic xx value spaces.
       01  WS-APPLIED-STATUS        pic xx value spaces.
       01  WS-REJECTS-STATUS        pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-TRANS              value "Y".
       01  WS-TODAY                 pic 9(8).
       01  WS-TRANS-READ            pic 9(6) value zeros.
       01  WS-TRANS-APPLIED         pic 9(6) value zeros.
       01  WS-TRANS-HELD            pic 9(6) value zeros.
       01  WS-TRANS-REJECTED        pic 9(6) value zeros.

           copy "APPLCOMM.cpy".

       procedure division.
       APPLY-TRANSACTIONS.
           display "Company Master Batch Apply"
           accept WS-TODAY from date yyyymmdd
           perform INITIALIZE-RUN
           perform until WS-END-OF-TRANS
               read TRANSACTION-FILE
           perform TERMINATE-RUN
           display " Transactions read    = " WS-TRANS-READ
           display " Transactions applied = " WS-TRANS-APPLIED
           display " Transactions held    = " WS-TRANS-HELD
           display " Transactions rejected= " WS-TRANS-REJECTED
           stop run.

       INITIALIZE-RUN.
           move spaces to COMPANY-APPLY-COMM
           move WS-TODAY to AX-RUN-DATE
           set AX-OPEN to true
           call "CompApply" using COMPANY-APPLY-COMM
           if AX-FILE-ERROR
               stop run
           end-if
           open input TRANSACTION-FILE
           if WS-TRANS-STATUS not = "00"
               display "Unable to open TRANSACTION-FILE, status "
                   WS-TRANS-STATUS
               set AX-CLOSE to true
               call "CompApply" using COMPANY-APPLY-COMM
               stop run
           end-if
           open output APPLIED-REPORT
           open output REJECTS-FILE.

       APPLY-ONE-TRANSACTION.
           set AX-APPLY to true
           move TR-ACTION to AX-ACTION
           move TR-SRNO to AX-SRNO
           move TR-COMPANY to AX-COMPANY
           move TR-FOUNDED-DATE to AX-FOUNDED-DATE
           move TR-INDUSTRY-CODE to AX-INDUSTRY-CODE
           move TR-SUCCESSOR-SRNO to AX-SUCCESSOR-SRNO
           move TR-EFFECTIVE-DATE to AX-EFFECTIVE-DATE
           move spaces to AX-OPERATOR-ID
           call "CompApply" using COMPANY-APPLY-COMM
           evaluate true
               when AX-APPLIED
                   perform WRITE-APPLIED-LINE
               when AX-HELD
                   perform WRITE-HELD-LINE
               when other
                   perform WRITE-REJECT-LINE
           end-evaluate.

       WRITE-APPLIED-LINE.
           move spaces to AP-APPLIED-LINE
           string
               AX-ACTION-TAKEN   delimited by size
               "  "              delimited by size
               TR-SRNO           delimited by size
               "  "              delimited by size
           write AP-APPLIED-LINE
           add 1 to WS-TRANS-APPLIED.

       WRITE-HELD-LINE.
           move spaces to AP-APPLIED-LINE
           string
               AX-ACTION-TAKEN   delimited by size
               "  "              delimited by size
               TR-SRNO           delimited by size
               "  "              delimited by size
               TR-COMPANY        delimited by size
               "  "              delimited by size
               TR-ACTION         delimited by size
               " UNTIL "         delimited by size
               TR-EFFECTIVE-DATE delimited by size
               " SEQ "           delimited by size
               AX-PENDING-SEQUENCE delimited by size
               into AP-APPLIED-LINE
           end-string
           write AP-APPLIED-LINE
           add 1 to WS-TRANS-HELD.

       WRITE-REJECT-LINE.
           move spaces to RJ-REJECT-LINE
           string
               "  "              delimited by size
               TR-INDUSTRY-CODE  delimited by size
               "  "              delimited by size
               AX-REASON-CODE    delimited by size
               "  "              delimited by size
               AX-REASON-TEXT    delimited by size
               into RJ-REJECT-LINE
           end-string
           write RJ-REJECT-LINE
           add 1 to WS-TRANS-REJECTED.

       TERMINATE-RUN.
           set AX-CLOSE to true
           call "CompApply" using COMPANY-APPLY-COMM
           close TRANSACTION-FILE
           close APPLIED-REPORT
           close REJECTS-FILE.

       end program "CompBatch".
