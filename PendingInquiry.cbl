       program-id. "PendInq".

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
       01  WS-TRANS-CODE            pic x value spaces.
           88  WS-TRANS-LIST                value "L" "l".
           88  WS-TRANS-CANCEL              value "C" "c".
           88  WS-TRANS-QUIT                value "Q" "q".
       01  WS-DONE-SWITCH           pic x value "N".
           88  WS-DONE                      value "Y".
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-PENDING            value "Y".
       01  WS-HISTORY-ANSWER        pic x value "N".
           88  WS-SHOW-HISTORY              value "Y" "y".
       01  WS-TODAY                 pic 9(8).
       01  WS-SRNO-KEY              pic 9(4).
       01  WS-EFFECTIVE-KEY         pic 9(8).
       01  WS-SEQUENCE-KEY          pic 9(4).
       01  WS-LISTED-COUNT          pic 9(6) value zeros.
       01  WS-STATUS-TEXT           pic x(9) value spaces.
       01  WS-ACTION-TEXT           pic x(6) value spaces.

           copy "SIGNCOMM.cpy".

       procedure division.
       INQUIRE-ON-PENDING.
           display "Pending Transaction Inquiry"
           perform SIGN-ON-OPERATOR
           accept WS-TODAY from date yyyymmdd
           open i-o PENDING-TRANSACTIONS
           if WS-PENDING-STATUS not = "00"
               and WS-PENDING-STATUS not = "05"
               display "Unable to open PENDING-TRANSACTIONS, status "
                   WS-PENDING-STATUS
               stop run
           end-if
           perform until WS-DONE
               perform GET-TRANSACTION-CODE
               evaluate true
                   when WS-TRANS-LIST
                       perform LIST-PENDING-ENTRIES
                   when WS-TRANS-CANCEL
                       perform CANCEL-ONE-ENTRY
                   when WS-TRANS-QUIT
                       set WS-DONE to true
                   when other
                       display "Invalid code, use L/C/Q"
               end-evaluate
           end-perform
           close PENDING-TRANSACTIONS
           stop run.

       SIGN-ON-OPERATOR.
           set SG-SIGN-ON to true
           move "PendInq" to SG-PROGRAM-NAME
           call "SignOn" using SIGN-ON-COMM
           if not SG-OK
               display "PendInq ended"
               stop run
           end-if.

       AUTHORIZE-FUNCTION.
           set SG-AUTHORIZE to true
           call "SignOn" using SIGN-ON-COMM.

       GET-TRANSACTION-CODE.
           display "List, Cancel or Quit (L/C/Q): "
           accept WS-TRANS-CODE.

       LIST-PENDING-ENTRIES.
           display "Enter SrNo (0 = all): "
           accept WS-SRNO-KEY
           display "Include released, rejected and cancelled "
               "entries (Y/N): "
           accept WS-HISTORY-ANSWER
           move "N" to WS-EOF-SWITCH
           move zeros to WS-LISTED-COUNT
           move WS-SRNO-KEY to PT-SRNO
           move zeros to PT-EFFECTIVE-DATE
           move zeros to PT-SEQUENCE
           start PENDING-TRANSACTIONS key is not less than PT-KEY
               invalid key
                   set WS-END-OF-PENDING to true
           end-start
           perform until WS-END-OF-PENDING
               read PENDING-TRANSACTIONS next record
                   at end
                       set WS-END-OF-PENDING to true
                   not at end
                       if WS-SRNO-KEY not = zeros
                           and PT-SRNO not = WS-SRNO-KEY
                           set WS-END-OF-PENDING to true
                       else
                           if PT-PENDING or WS-SHOW-HISTORY
                               perform LIST-ONE-ENTRY
                               add 1 to WS-LISTED-COUNT
                           end-if
                       end-if
               end-read
           end-perform
           if WS-LISTED-COUNT = zeros
               display "No pending entries found"
           else
               display " Entries listed = " WS-LISTED-COUNT
           end-if.

       LIST-ONE-ENTRY.
           perform DECODE-PENDING-STATUS
           perform DECODE-PENDING-ACTION
           display " " PT-SRNO " " PT-EFFECTIVE-DATE " " PT-SEQUENCE
               " " WS-ACTION-TEXT " " WS-STATUS-TEXT
               " entered " PT-ENTERED-TIMESTAMP(1:8)
               " by " PT-ENTERED-BY
           evaluate true
               when PT-MERGE
                   display "        into SrNo " PT-SUCCESSOR-SRNO
               when PT-DELETE
                   continue
               when other
                   display "        " PT-COMPANY " " PT-FOUNDED-DATE
                       " " PT-INDUSTRY-CODE
           end-evaluate
           if not PT-PENDING
               display "        " WS-STATUS-TEXT " "
                   PT-DISPOSITION-DATE " by " PT-DISPOSED-BY
               if PT-RELEASE-REJECTED
                   display "        reject " PT-REJECT-NUMBER
                       " " PT-REASON-CODE
               end-if
           end-if.

       DECODE-PENDING-STATUS.
           evaluate true
               when PT-PENDING
                   move "PENDING" to WS-STATUS-TEXT
               when PT-RELEASED
                   move "RELEASED" to WS-STATUS-TEXT
               when PT-RELEASE-REJECTED
                   move "REJECTED" to WS-STATUS-TEXT
               when PT-CANCELLED
                   move "CANCELLED" to WS-STATUS-TEXT
               when other
                   move "?" to WS-STATUS-TEXT
           end-evaluate.

       DECODE-PENDING-ACTION.
           evaluate true
               when PT-ADD
                   move "ADD" to WS-ACTION-TEXT
               when PT-CHANGE
                   move "CHANGE" to WS-ACTION-TEXT
               when PT-DELETE
                   move "DELETE" to WS-ACTION-TEXT
               when PT-MERGE
                   move "MERGE" to WS-ACTION-TEXT
               when other
                   move "?" to WS-ACTION-TEXT
           end-evaluate.

       CANCEL-ONE-ENTRY.
           display "Enter SrNo: "
           accept WS-SRNO-KEY
           display "Enter Effective Date (YYYYMMDD): "
           accept WS-EFFECTIVE-KEY
           display "Enter Sequence: "
           accept WS-SEQUENCE-KEY
           move WS-SRNO-KEY to PT-SRNO
           move WS-EFFECTIVE-KEY to PT-EFFECTIVE-DATE
           move WS-SEQUENCE-KEY to PT-SEQUENCE
           read PENDING-TRANSACTIONS
               invalid key
                   display "Pending entry not found"
               not invalid key
                   if not PT-PENDING
                       perform DECODE-PENDING-STATUS
                       display "Entry is already " WS-STATUS-TEXT
                           ", not cancelled"
                   else
                       perform AUTHORIZE-PENDING-CANCEL
                       if SG-OK
                           perform MARK-ENTRY-CANCELLED
                       end-if
                   end-if
           end-read.

       AUTHORIZE-PENDING-CANCEL.
           evaluate true
               when PT-ADD
                   set SG-FUNC-ADD to true
               when PT-DELETE
                   set SG-FUNC-DELETE to true
               when PT-MERGE
                   set SG-FUNC-MERGE to true
               when other
                   set SG-FUNC-CHANGE to true
           end-evaluate
           perform AUTHORIZE-FUNCTION.

       MARK-ENTRY-CANCELLED.
           perform LIST-ONE-ENTRY
           set PT-CANCELLED to true
           move WS-TODAY to PT-DISPOSITION-DATE
           move SG-OPERATOR-ID to PT-DISPOSED-BY
           rewrite PENDING-TRANSACTION-RECORD
               invalid key
                   display "Unable to rewrite pending entry"
               not invalid key
                   display "Pending entry cancelled"
           end-rewrite.

       end program "PendInq".
