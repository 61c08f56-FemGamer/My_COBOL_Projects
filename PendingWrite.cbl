       program-id. "PendWrt".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional PENDING-TRANSACTIONS
               assign to "PENDTRANS.DAT"
               organization is indexed
               access mode is dynamic
               record key is PT-KEY
               file status is WS-PENDING-STATUS.

       data division.
       file section.
       fd  PENDING-TRANSACTIONS.
           copy "PENDREC.cpy".

       working-storage section.
       01  WS-PENDING-STATUS        pic xx value spaces.
       01  WS-BATCH-OPERATOR-ID     pic x(8) value spaces.
       01  WS-WRITTEN-SWITCH        pic x value "N".
           88  WS-ENTRY-WRITTEN             value "Y".

           copy "PARMCOMM.cpy".

       linkage section.
           copy "PENDCOMM.cpy".

       procedure division using PENDING-WRITE-COMM.
       HOLD-ONE-TRANSACTION.
           open i-o PENDING-TRANSACTIONS
           if WS-PENDING-STATUS not = "00"
               and WS-PENDING-STATUS not = "05"
               display "Unable to open PENDING-TRANSACTIONS, status "
                   WS-PENDING-STATUS
               set PW-FILE-ERROR to true
               goback
           end-if
           move spaces to PENDING-TRANSACTION-RECORD
           move PW-SRNO to PT-SRNO
           move PW-EFFECTIVE-DATE to PT-EFFECTIVE-DATE
           set PT-PENDING to true
           move PW-ACTION to PT-ACTION
           move PW-COMPANY to PT-COMPANY
           move PW-FOUNDED-DATE to PT-FOUNDED-DATE
           move PW-INDUSTRY-CODE to PT-INDUSTRY-CODE
           move PW-SUCCESSOR-SRNO to PT-SUCCESSOR-SRNO
           move PW-SOURCE to PT-SOURCE
           move function current-date to PT-ENTERED-TIMESTAMP
           if PW-OPERATOR-ID = spaces
               perform FIND-BATCH-OPERATOR
               move WS-BATCH-OPERATOR-ID to PT-ENTERED-BY
           else
               move PW-OPERATOR-ID to PT-ENTERED-BY
           end-if
           move zeros to PT-DISPOSITION-DATE
           move spaces to PT-DISPOSED-BY
           move zeros to PT-REJECT-NUMBER
           move spaces to PT-REASON-CODE
           move "N" to WS-WRITTEN-SWITCH
           move zeros to PT-SEQUENCE
           perform until WS-ENTRY-WRITTEN
               or PT-SEQUENCE = 9999
               add 1 to PT-SEQUENCE
               write PENDING-TRANSACTION-RECORD
                   invalid key
                       continue
                   not invalid key
                       set WS-ENTRY-WRITTEN to true
               end-write
           end-perform
           close PENDING-TRANSACTIONS
           if WS-ENTRY-WRITTEN
               move PT-SEQUENCE to PW-SEQUENCE
               set PW-OK to true
           else
               display "No free pending sequence for SrNo " PW-SRNO
                   " effective " PW-EFFECTIVE-DATE
               set PW-FILE-ERROR to true
           end-if
           goback.

       FIND-BATCH-OPERATOR.
           if WS-BATCH-OPERATOR-ID = spaces
               move "OPERATOR" to PC-KEYWORD
               call "ParmCards" using PARM-CARD-COMM
               if PC-FOUND and PC-VALUE not = spaces
                   move PC-VALUE to WS-BATCH-OPERATOR-ID
               else
                   move "BATCH" to WS-BATCH-OPERATOR-ID
               end-if
           end-if.

       end program "PendWrt".
