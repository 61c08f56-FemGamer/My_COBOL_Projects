       program-id. "DeltaOut".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional SEND-CONTROL assign to "SENDCTL.DAT"
               organization is indexed
               access mode is dynamic
               record key is SC-SEQUENCE
               file status is WS-SENDCTL-STATUS.

           select COMPANY-JOURNAL assign to "COMPJOURNAL.DAT"
               organization is line sequential
               file status is WS-JOURNAL-STATUS.

           select DELTA-FILE assign to "DELTAOUT.DAT"
               organization is line sequential
               file status is WS-DELTA-STATUS.

       data division.
       file section.
       fd  SEND-CONTROL.
           copy "SENDREC.cpy".

       fd  COMPANY-JOURNAL.
           copy "JRNLREC.cpy".

       fd  DELTA-FILE.
           copy "DELTREC.cpy".

       working-storage section.
       01  WS-SENDCTL-STATUS        pic xx value spaces.
       01  WS-JOURNAL-STATUS        pic xx value spaces.
       01  WS-DELTA-STATUS          pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-FAILED-SWITCH         pic x value "N".
           88  WS-RUN-FAILED                value "Y".
       01  WS-RESEND-SWITCH         pic x value "N".
           88  WS-RESEND-ALLOWED            value "Y".
       01  WS-SEND-ACTION           pic x(1) value spaces.
           88  WS-NEW-SEND                  value "N".
           88  WS-RESEND                    value "R".
           88  WS-HOLD                      value "H".
       01  WS-RUN-TIMESTAMP         pic x(21) value spaces.
       01  WS-LAST-SEQUENCE         pic 9(6) value zeros.
       01  WS-SEQUENCE              pic 9(6) value zeros.
       01  WS-SEND-COUNT            pic 9(2) value zeros.
       01  WS-FROM-TIMESTAMP        pic x(21) value spaces.
       01  WS-TO-TIMESTAMP          pic x(21) value spaces.
       01  WS-JOURNAL-READ          pic 9(6) value zeros.
       01  WS-PURGES-SKIPPED        pic 9(6) value zeros.
       01  WS-RECORD-COUNT          pic 9(6) value zeros.
       01  WS-ADD-COUNT             pic 9(6) value zeros.
       01  WS-CHANGE-COUNT          pic 9(6) value zeros.
       01  WS-DELETE-COUNT          pic 9(6) value zeros.
       01  WS-MERGE-COUNT           pic 9(6) value zeros.
       01  WS-REINSTATE-COUNT       pic 9(6) value zeros.
       01  WS-HASH-TOTAL            pic 9(10) value zeros.
       01  WS-RECEIVER-SUB          pic 9(1) value zeros.
       01  WS-RECEIVER-COUNT        pic 9(1) value zeros.
       01  WS-RECEIVER-LIST         pic x(30) value spaces.
       01  WS-RECEIVER-FIELDS.
           05  WS-RECEIVER-FIELD    pic x(8) occurs 3 times.
       01  WS-RECEIVER-TABLE.
           05  WS-RECEIVER-ID       pic x(8) occurs 3 times.

           copy "COMPREC.cpy"
               replacing ==COMPANY-RECORD== by ==WS-IMAGE-RECORD==
               leading ==CR== by ==WI==.

           copy "RUNCOMM.cpy".

           copy "PARMCOMM.cpy".

       procedure division.
       SEND-CHANGE-DELTA.
           display "Outbound Company Change Delta"
           perform REGISTER-THIS-RUN
           move function current-date to WS-RUN-TIMESTAMP
           perform GET-RESEND-OPTION
           perform GET-RECEIVER-LIST
           if WS-RECEIVER-COUNT = zeros
               display "No delta receivers named, nothing sent"
               perform MARK-RUN-FAILED
               goback
           end-if
           open i-o SEND-CONTROL
           if WS-SENDCTL-STATUS not = "00"
               and WS-SENDCTL-STATUS not = "05"
               display "Unable to open SEND-CONTROL, status "
                   WS-SENDCTL-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           perform DECIDE-SEND-ACTION
           if WS-NEW-SEND
               perform FIND-DELTA-RANGE
           end-if
           if WS-NEW-SEND or WS-RESEND
               perform BUILD-DELTA-FILE
           end-if
           if (WS-NEW-SEND or WS-RESEND) and not WS-RUN-FAILED
               perform RECORD-SEND
           end-if
           close SEND-CONTROL
           if WS-RUN-FAILED
               perform MARK-RUN-FAILED
               display " DELTA NOT SENT"
           else
               perform SIGN-OFF-THIS-RUN
           end-if
           goback.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "DeltaOut" to RN-PROGRAM-NAME
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
           move WS-JOURNAL-READ to RN-RECORDS-READ
           move WS-RECORD-COUNT to RN-RECORDS-WRITTEN
           move zeros to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-JOURNAL-READ to RN-RECORDS-READ
           move zeros to RN-RECORDS-WRITTEN
           move zeros to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       GET-RESEND-OPTION.
           move "DELTARESEND" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           evaluate true
               when PC-FOUND
                   move PC-VALUE(1:1) to WS-RESEND-SWITCH
               when PC-NOT-FOUND
                   move "N" to WS-RESEND-SWITCH
               when other
                   display "Resend a delta still awaiting "
                       "acknowledgment (Y/N): "
                   accept WS-RESEND-SWITCH
           end-evaluate.

       GET-RECEIVER-LIST.
           move "DELTARECVRS" to PC-KEYWORD
           call "ParmCards" using PARM-CARD-COMM
           evaluate true
               when PC-FOUND
                   move PC-VALUE to WS-RECEIVER-LIST
               when PC-NOT-FOUND
                   move "LEDGER,CRM" to WS-RECEIVER-LIST
               when other
                   display "Receivers expecting the delta "
                       "(e.g. LEDGER,CRM): "
                   accept WS-RECEIVER-LIST
           end-evaluate
           move spaces to WS-RECEIVER-FIELDS
           unstring WS-RECEIVER-LIST
               delimited by "," or all space
               into WS-RECEIVER-FIELD(1)
                    WS-RECEIVER-FIELD(2)
                    WS-RECEIVER-FIELD(3)
               on overflow
                   display "Only the first 3 delta receivers are used"
           end-unstring
           move zeros to WS-RECEIVER-COUNT
           move spaces to WS-RECEIVER-TABLE
           perform varying WS-RECEIVER-SUB from 1 by 1
               until WS-RECEIVER-SUB > 3
               if WS-RECEIVER-FIELD(WS-RECEIVER-SUB) not = spaces
                   add 1 to WS-RECEIVER-COUNT
                   move WS-RECEIVER-FIELD(WS-RECEIVER-SUB)
                       to WS-RECEIVER-ID(WS-RECEIVER-COUNT)
               end-if
           end-perform.

       DECIDE-SEND-ACTION.
           perform FIND-LAST-SEQUENCE
           if WS-LAST-SEQUENCE = zeros
               set WS-NEW-SEND to true
               move 1 to WS-SEQUENCE
               move spaces to WS-FROM-TIMESTAMP
           else
               move WS-LAST-SEQUENCE to SC-SEQUENCE
               read SEND-CONTROL
                   invalid key
                       display "Unable to read send sequence "
                           WS-LAST-SEQUENCE
                       set WS-RUN-FAILED to true
                       set WS-HOLD to true
                   not invalid key
                       perform DECIDE-FROM-LAST-SEND
               end-read
           end-if.

       DECIDE-FROM-LAST-SEND.
           evaluate true
               when SC-ACCEPTED
                   set WS-NEW-SEND to true
                   compute WS-SEQUENCE = WS-LAST-SEQUENCE + 1
                   move SC-TO-TIMESTAMP to WS-FROM-TIMESTAMP
               when SC-REJECTED
                   set WS-RESEND to true
                   display " Sequence " WS-LAST-SEQUENCE
                       " was rejected: " SC-ACK-REASON
               when SC-SENT and WS-RESEND-ALLOWED
                   set WS-RESEND to true
                   display " Sequence " WS-LAST-SEQUENCE
                       " was never acknowledged"
               when other
                   set WS-HOLD to true
                   display " Sequence " WS-LAST-SEQUENCE
                       " sent " SC-SEND-TIMESTAMP(1:8)
                       " is awaiting acknowledgment,"
                   display " nothing sent (DELTARESEND Y to resend)"
           end-evaluate
           if WS-RESEND
               move SC-SEQUENCE to WS-SEQUENCE
               move SC-FROM-TIMESTAMP to WS-FROM-TIMESTAMP
               move SC-TO-TIMESTAMP to WS-TO-TIMESTAMP
           end-if.

       FIND-LAST-SEQUENCE.
           move zeros to WS-LAST-SEQUENCE
           move "N" to WS-EOF-SWITCH
           move zeros to SC-SEQUENCE
           start SEND-CONTROL key is greater than SC-SEQUENCE
               invalid key
                   set WS-END-OF-FILE to true
           end-start
           perform until WS-END-OF-FILE
               read SEND-CONTROL next record
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       move SC-SEQUENCE to WS-LAST-SEQUENCE
               end-read
           end-perform.

       FIND-DELTA-RANGE.
           move spaces to WS-TO-TIMESTAMP
           open input COMPANY-JOURNAL
           evaluate true
               when WS-JOURNAL-STATUS = "35"
                   continue
               when WS-JOURNAL-STATUS not = "00"
                   display "Unable to open COMPANY-JOURNAL, status "
                       WS-JOURNAL-STATUS
                   set WS-RUN-FAILED to true
               when other
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read COMPANY-JOURNAL
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               if JL-TIMESTAMP > WS-FROM-TIMESTAMP
                                   and not JL-ACTION-PURGE
                                   and JL-TIMESTAMP > WS-TO-TIMESTAMP
                                   move JL-TIMESTAMP
                                       to WS-TO-TIMESTAMP
                               end-if
                       end-read
                   end-perform
                   close COMPANY-JOURNAL
           end-evaluate
           if WS-TO-TIMESTAMP = spaces
               set WS-HOLD to true
               if not WS-RUN-FAILED
                   display " No company changes since sequence "
                       WS-LAST-SEQUENCE ", nothing sent"
               end-if
           end-if.

       BUILD-DELTA-FILE.
           open input COMPANY-JOURNAL
           if WS-JOURNAL-STATUS not = "00"
               display "Unable to open COMPANY-JOURNAL, status "
                   WS-JOURNAL-STATUS
               set WS-RUN-FAILED to true
           else
               open output DELTA-FILE
               if WS-DELTA-STATUS not = "00"
                   display "Unable to open DELTA-FILE, status "
                       WS-DELTA-STATUS
                   set WS-RUN-FAILED to true
               else
                   perform WRITE-DELTA-HEADER
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read COMPANY-JOURNAL
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               add 1 to WS-JOURNAL-READ
                               perform SELECT-JOURNAL-ENTRY
                       end-read
                   end-perform
                   perform WRITE-DELTA-TRAILER
                   close DELTA-FILE
               end-if
               close COMPANY-JOURNAL
           end-if.

       SELECT-JOURNAL-ENTRY.
           if JL-TIMESTAMP > WS-FROM-TIMESTAMP
               and JL-TIMESTAMP not > WS-TO-TIMESTAMP
               if JL-ACTION-PURGE
                   add 1 to WS-PURGES-SKIPPED
               else
                   perform WRITE-DELTA-DETAIL
               end-if
           end-if.

       WRITE-DELTA-HEADER.
           if WS-NEW-SEND
               move 1 to WS-SEND-COUNT
           else
               compute WS-SEND-COUNT = SC-SEND-COUNT + 1
           end-if
           move spaces to DELTA-RECORD
           set DL-HEADER to true
           move WS-SEQUENCE to DL-HDR-SEQUENCE
           move WS-SEND-COUNT to DL-HDR-SEND-COUNT
           move WS-RUN-TIMESTAMP to DL-HDR-CREATED
           move WS-FROM-TIMESTAMP to DL-HDR-FROM
           move WS-TO-TIMESTAMP to DL-HDR-TO
           write DELTA-RECORD.

       WRITE-DELTA-DETAIL.
           if JL-AFTER-IMAGE = spaces
               move JL-BEFORE-IMAGE to WS-IMAGE-RECORD
           else
               move JL-AFTER-IMAGE to WS-IMAGE-RECORD
           end-if
           move spaces to DELTA-RECORD
           set DL-DETAIL to true
           move JL-ACTION to DL-DTL-ACTION
           move JL-TIMESTAMP to DL-DTL-TIMESTAMP
           move JL-SRNO to DL-DTL-SRNO
           move WI-COMPANY to DL-DTL-COMPANY
           move WI-FOUNDED-DATE to DL-DTL-FOUNDED-DATE
           move WI-FOUNDED-BASIS to DL-DTL-FOUNDED-BASIS
           move WI-STATUS to DL-DTL-STATUS
           move WI-DELETED-DATE to DL-DTL-DELETED-DATE
           move WI-INDUSTRY-CODE to DL-DTL-INDUSTRY-CODE
           move WI-SUCCESSOR-SRNO to DL-DTL-SUCCESSOR-SRNO
           write DELTA-RECORD
           add 1 to WS-RECORD-COUNT
           add JL-SRNO to WS-HASH-TOTAL
           evaluate true
               when JL-ACTION-ADD
                   add 1 to WS-ADD-COUNT
               when JL-ACTION-CHANGE
                   add 1 to WS-CHANGE-COUNT
               when JL-ACTION-DELETE
                   add 1 to WS-DELETE-COUNT
               when JL-ACTION-MERGE
                   add 1 to WS-MERGE-COUNT
               when JL-ACTION-REINSTATE
                   add 1 to WS-REINSTATE-COUNT
           end-evaluate.

       WRITE-DELTA-TRAILER.
           move spaces to DELTA-RECORD
           set DL-TRAILER to true
           move WS-SEQUENCE to DL-TRL-SEQUENCE
           move WS-RECORD-COUNT to DL-TRL-RECORD-COUNT
           move WS-ADD-COUNT to DL-TRL-ADD-COUNT
           move WS-CHANGE-COUNT to DL-TRL-CHANGE-COUNT
           move WS-DELETE-COUNT to DL-TRL-DELETE-COUNT
           move WS-MERGE-COUNT to DL-TRL-MERGE-COUNT
           move WS-REINSTATE-COUNT to DL-TRL-REINSTATE-COUNT
           move WS-HASH-TOTAL to DL-TRL-HASH-TOTAL
           write DELTA-RECORD.

       RECORD-SEND.
           if WS-NEW-SEND
               move spaces to SEND-CONTROL-RECORD
               move WS-SEQUENCE to SC-SEQUENCE
               move WS-FROM-TIMESTAMP to SC-FROM-TIMESTAMP
               move WS-TO-TIMESTAMP to SC-TO-TIMESTAMP
           end-if
           move WS-RUN-TIMESTAMP to SC-SEND-TIMESTAMP
           move WS-SEND-COUNT to SC-SEND-COUNT
           move WS-RECORD-COUNT to SC-RECORD-COUNT
           move WS-ADD-COUNT to SC-ADD-COUNT
           move WS-CHANGE-COUNT to SC-CHANGE-COUNT
           move WS-DELETE-COUNT to SC-DELETE-COUNT
           move WS-MERGE-COUNT to SC-MERGE-COUNT
           move WS-REINSTATE-COUNT to SC-REINSTATE-COUNT
           move WS-HASH-TOTAL to SC-HASH-TOTAL
           set SC-SENT to true
           move spaces to SC-ACK-TIMESTAMP
           move spaces to SC-ACK-REASON
           move WS-RECEIVER-COUNT to SC-RECEIVER-COUNT
           perform varying WS-RECEIVER-SUB from 1 by 1
               until WS-RECEIVER-SUB > 3
               move WS-RECEIVER-ID(WS-RECEIVER-SUB)
                   to SC-RECEIVER-ID(WS-RECEIVER-SUB)
               move zeros to SC-ACCEPTED-SEND-COUNT(WS-RECEIVER-SUB)
           end-perform
           if WS-NEW-SEND
               write SEND-CONTROL-RECORD
                   invalid key
                       display "Send sequence " WS-SEQUENCE
                           " already on file"
                       set WS-RUN-FAILED to true
               end-write
           else
               rewrite SEND-CONTROL-RECORD
                   invalid key
                       display "Unable to rewrite send sequence "
                           WS-SEQUENCE
                       set WS-RUN-FAILED to true
               end-rewrite
           end-if
           if not WS-RUN-FAILED
               display " Sequence " WS-SEQUENCE " transmission "
                   WS-SEND-COUNT " written to DELTAOUT.DAT"
               display " Changes sent      = " WS-RECORD-COUNT
               display "   Adds            = " WS-ADD-COUNT
               display "   Changes         = " WS-CHANGE-COUNT
               display "   Deletes         = " WS-DELETE-COUNT
               display "   Merges          = " WS-MERGE-COUNT
               display "   Reinstates      = " WS-REINSTATE-COUNT
               display " SrNo hash total   = " WS-HASH-TOTAL
               display " Purges not sent   = " WS-PURGES-SKIPPED
               display " Receivers         = " WS-RECEIVER-ID(1)
                   " " WS-RECEIVER-ID(2) " " WS-RECEIVER-ID(3)
           end-if.

       end program "DeltaOut".
