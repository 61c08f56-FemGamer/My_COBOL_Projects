       program-id. "DeltaAck".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional SEND-CONTROL assign to "SENDCTL.DAT"
               organization is indexed
               access mode is dynamic
               record key is SC-SEQUENCE
               file status is WS-SENDCTL-STATUS.

           select DELTA-ACK assign to "DELTAACK.DAT"
               organization is line sequential
               file status is WS-ACK-STATUS.

           select ACK-REPORT assign to "DELTAACKRPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd  SEND-CONTROL.
           copy "SENDREC.cpy".

       fd  DELTA-ACK.
           copy "ACKREC.cpy".

       fd  ACK-REPORT.
       01  AR-REPORT-LINE           pic x(100).

       working-storage section.
       01  WS-SENDCTL-STATUS        pic xx value spaces.
       01  WS-ACK-STATUS            pic xx value spaces.
       01  WS-REPORT-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-FAILED-SWITCH         pic x value "N".
           88  WS-RUN-FAILED                value "Y".
       01  WS-RUN-TIMESTAMP         pic x(21) value spaces.
       01  WS-LAST-SEQUENCE         pic 9(6) value zeros.
       01  WS-ACKS-READ             pic 9(6) value zeros.
       01  WS-ACKS-APPLIED          pic 9(6) value zeros.
       01  WS-ACKS-IGNORED          pic 9(6) value zeros.
       01  WS-SENDS-OUTSTANDING     pic 9(6) value zeros.
       01  WS-OUTCOME-TEXT          pic x(40) value spaces.
       01  WS-STATUS-TEXT           pic x(40) value spaces.
       01  WS-RECEIVER-SUB          pic 9(1) value zeros.
       01  WS-LIST-SUB              pic 9(1) value zeros.
       01  WS-RECEIVERS-ACCEPTED    pic 9(1) value zeros.

           copy "RUNCOMM.cpy".

       procedure division.
       APPLY-DELTA-ACKNOWLEDGMENTS.
           display "Outbound Delta Acknowledgments"
           perform REGISTER-THIS-RUN
           move function current-date to WS-RUN-TIMESTAMP
           open i-o SEND-CONTROL
           if WS-SENDCTL-STATUS not = "00"
               and WS-SENDCTL-STATUS not = "05"
               display "Unable to open SEND-CONTROL, status "
                   WS-SENDCTL-STATUS
               perform MARK-RUN-FAILED
               goback
           end-if
           open output ACK-REPORT
           perform WRITE-REPORT-HEADER
           perform FIND-LAST-SEQUENCE
           open input DELTA-ACK
           evaluate true
               when WS-ACK-STATUS = "35"
                   move spaces to AR-REPORT-LINE
                   move "NO ACKNOWLEDGMENT FILE RECEIVED"
                       to AR-REPORT-LINE
                   write AR-REPORT-LINE
               when WS-ACK-STATUS not = "00"
                   display "Unable to open DELTA-ACK, status "
                       WS-ACK-STATUS
                   set WS-RUN-FAILED to true
               when other
                   move "N" to WS-EOF-SWITCH
                   perform until WS-END-OF-FILE
                       read DELTA-ACK
                           at end
                               set WS-END-OF-FILE to true
                           not at end
                               add 1 to WS-ACKS-READ
                               perform APPLY-ONE-ACK
                       end-read
                   end-perform
                   close DELTA-ACK
           end-evaluate
           perform LIST-OUTSTANDING-SENDS
           perform WRITE-REPORT-TRAILER
           close ACK-REPORT
           close SEND-CONTROL
           if WS-RUN-FAILED
               perform MARK-RUN-FAILED
           else
               perform SIGN-OFF-THIS-RUN
           end-if
           display " Acknowledgments read    = " WS-ACKS-READ
           display " Acknowledgments applied = " WS-ACKS-APPLIED
           display " Acknowledgments ignored = " WS-ACKS-IGNORED
           display " Sends outstanding       = " WS-SENDS-OUTSTANDING
           goback.

       REGISTER-THIS-RUN.
           move spaces to RUN-CONTROL-COMM
           set RN-START to true
           move "DeltaAck" to RN-PROGRAM-NAME
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
           move WS-ACKS-READ to RN-RECORDS-READ
           move WS-ACKS-APPLIED to RN-RECORDS-WRITTEN
           move WS-ACKS-IGNORED to RN-RECORDS-REJECTED
           set RN-RUN-COMPLETED to true
           call "RunCtl" using RUN-CONTROL-COMM.

       MARK-RUN-FAILED.
           set RN-END to true
           move WS-ACKS-READ to RN-RECORDS-READ
           move WS-ACKS-APPLIED to RN-RECORDS-WRITTEN
           move WS-ACKS-IGNORED to RN-RECORDS-REJECTED
           set RN-RUN-FAILED to true
           call "RunCtl" using RUN-CONTROL-COMM.

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

       APPLY-ONE-ACK.
           move spaces to WS-OUTCOME-TEXT
           move AK-SEQUENCE to SC-SEQUENCE
           read SEND-CONTROL
               invalid key
                   move "IGNORED - SEQUENCE NEVER SENT"
                       to WS-OUTCOME-TEXT
               not invalid key
                   perform JUDGE-ONE-ACK
           end-read
           if WS-OUTCOME-TEXT(1:7) = "IGNORED"
               add 1 to WS-ACKS-IGNORED
           else
               add 1 to WS-ACKS-APPLIED
           end-if
           perform WRITE-ACK-LINE.

       JUDGE-ONE-ACK.
           perform FIND-RECEIVER
           evaluate true
               when AK-SEND-COUNT not = SC-SEND-COUNT
                   move "IGNORED - EARLIER TRANSMISSION"
                       to WS-OUTCOME-TEXT
               when WS-RECEIVER-SUB = zeros
                   move "IGNORED - RECEIVER NOT EXPECTED"
                       to WS-OUTCOME-TEXT
               when AK-ACCEPTED and not SC-SENT
                   move "IGNORED - ALREADY ACKNOWLEDGED"
                       to WS-OUTCOME-TEXT
               when AK-ACCEPTED
                   and SC-ACCEPTED-SEND-COUNT(WS-RECEIVER-SUB)
                       = SC-SEND-COUNT
                   move "IGNORED - RECEIVER ALREADY ACCEPTED"
                       to WS-OUTCOME-TEXT
               when AK-ACCEPTED
                   and (AK-RECORD-COUNT not = SC-RECORD-COUNT
                   or AK-HASH-TOTAL not = SC-HASH-TOTAL)
                   set SC-REJECTED to true
                   move "ACK TOTALS DO NOT MATCH SEND"
                       to SC-ACK-REASON
                   move "REJECTED - ACK TOTALS DO NOT MATCH"
                       to WS-OUTCOME-TEXT
                   perform UPDATE-SEND-STATUS
               when AK-ACCEPTED
                   perform RECORD-RECEIVER-ACCEPT
                   perform UPDATE-SEND-STATUS
               when AK-REJECTED and SC-REJECTED
                   move "IGNORED - ALREADY REJECTED"
                       to WS-OUTCOME-TEXT
               when AK-REJECTED and SC-ACCEPTED
                   and SC-SEQUENCE not = WS-LAST-SEQUENCE
                   move "IGNORED - LATER SEQUENCE ALREADY SENT"
                       to WS-OUTCOME-TEXT
               when AK-REJECTED
                   set SC-REJECTED to true
                   move AK-REASON-TEXT to SC-ACK-REASON
                   move "REJECTED - WILL BE RESENT"
                       to WS-OUTCOME-TEXT
                   perform UPDATE-SEND-STATUS
               when other
                   move "IGNORED - RESULT NOT A OR R"
                       to WS-OUTCOME-TEXT
           end-evaluate.

       FIND-RECEIVER.
           move zeros to WS-RECEIVER-SUB
           perform varying WS-LIST-SUB from 1 by 1
               until WS-LIST-SUB > SC-RECEIVER-COUNT
               or WS-RECEIVER-SUB not = zeros
               if SC-RECEIVER-ID(WS-LIST-SUB) = AK-RECEIVER-ID
                   move WS-LIST-SUB to WS-RECEIVER-SUB
               end-if
           end-perform.

       RECORD-RECEIVER-ACCEPT.
           move SC-SEND-COUNT
               to SC-ACCEPTED-SEND-COUNT(WS-RECEIVER-SUB)
           move zeros to WS-RECEIVERS-ACCEPTED
           perform varying WS-LIST-SUB from 1 by 1
               until WS-LIST-SUB > SC-RECEIVER-COUNT
               if SC-ACCEPTED-SEND-COUNT(WS-LIST-SUB) = SC-SEND-COUNT
                   add 1 to WS-RECEIVERS-ACCEPTED
               end-if
           end-perform
           move spaces to SC-ACK-REASON
           if WS-RECEIVERS-ACCEPTED = SC-RECEIVER-COUNT
               set SC-ACCEPTED to true
               move "ACCEPTED - ALL RECEIVERS IN" to WS-OUTCOME-TEXT
           else
               move "ACCEPTED - AWAITING OTHER RECEIVERS"
                   to WS-OUTCOME-TEXT
           end-if.

       UPDATE-SEND-STATUS.
           move WS-RUN-TIMESTAMP to SC-ACK-TIMESTAMP
           rewrite SEND-CONTROL-RECORD
               invalid key
                   display "Unable to rewrite send sequence "
                       SC-SEQUENCE
                   move "IGNORED - SEND CONTROL NOT UPDATED"
                       to WS-OUTCOME-TEXT
                   set WS-RUN-FAILED to true
           end-rewrite.

       LIST-OUTSTANDING-SENDS.
           move spaces to AR-REPORT-LINE
           write AR-REPORT-LINE
           move "SENDS NOT YET ACCEPTED BY EVERY RECEIVER"
               to AR-REPORT-LINE
           write AR-REPORT-LINE
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
                       if not SC-ACCEPTED
                           add 1 to WS-SENDS-OUTSTANDING
                           perform WRITE-OUTSTANDING-LINE
                       end-if
               end-read
           end-perform
           if WS-SENDS-OUTSTANDING = zeros
               move "  NONE" to AR-REPORT-LINE
               write AR-REPORT-LINE
           end-if.

       WRITE-OUTSTANDING-LINE.
           if SC-REJECTED
               move spaces to WS-STATUS-TEXT
               string
                   "REJECTED " delimited by size
                   SC-ACK-REASON delimited by size
                   into WS-STATUS-TEXT
               end-string
           else
               move "AWAITING RECEIVERS" to WS-STATUS-TEXT
           end-if
           move spaces to AR-REPORT-LINE
           string
               "  SEQUENCE "       delimited by size
               SC-SEQUENCE          delimited by size
               " TRANSMISSION "     delimited by size
               SC-SEND-COUNT        delimited by size
               " SENT "             delimited by size
               SC-SEND-TIMESTAMP(1:8) delimited by size
               "  "                 delimited by size
               WS-STATUS-TEXT       delimited by size
               into AR-REPORT-LINE
           end-string
           write AR-REPORT-LINE
           if SC-SENT
               perform varying WS-LIST-SUB from 1 by 1
                   until WS-LIST-SUB > SC-RECEIVER-COUNT
                   perform WRITE-RECEIVER-LINE
               end-perform
           end-if.

       WRITE-RECEIVER-LINE.
           if SC-ACCEPTED-SEND-COUNT(WS-LIST-SUB) = SC-SEND-COUNT
               move "ACCEPTED" to WS-STATUS-TEXT
           else
               move "AWAITING ACKNOWLEDGMENT" to WS-STATUS-TEXT
           end-if
           move spaces to AR-REPORT-LINE
           string
               "    RECEIVER "      delimited by size
               SC-RECEIVER-ID(WS-LIST-SUB) delimited by size
               "  "                 delimited by size
               WS-STATUS-TEXT       delimited by size
               into AR-REPORT-LINE
           end-string
           write AR-REPORT-LINE.

       WRITE-REPORT-HEADER.
           move spaces to AR-REPORT-LINE
           string
               "OUTBOUND DELTA ACKNOWLEDGMENTS  RUN "
                   delimited by size
               WS-RUN-TIMESTAMP(1:8) delimited by size
               "  RUN " delimited by size
               RN-RUN-NUMBER delimited by size
               into AR-REPORT-LINE
           end-string
           write AR-REPORT-LINE
           move spaces to AR-REPORT-LINE
           write AR-REPORT-LINE
           move "RECEIVER SEQUENCE TX R  RECORDS  HASH TOTAL  OUTCOME"
               to AR-REPORT-LINE
           write AR-REPORT-LINE.

       WRITE-ACK-LINE.
           move spaces to AR-REPORT-LINE
           string
               AK-RECEIVER-ID       delimited by size
               " "                  delimited by size
               AK-SEQUENCE          delimited by size
               "   "                delimited by size
               AK-SEND-COUNT        delimited by size
               " "                  delimited by size
               AK-RESULT            delimited by size
               "  "                 delimited by size
               AK-RECORD-COUNT      delimited by size
               "  "                 delimited by size
               AK-HASH-TOTAL        delimited by size
               "  "                 delimited by size
               WS-OUTCOME-TEXT      delimited by size
               into AR-REPORT-LINE
           end-string
           write AR-REPORT-LINE
           if AK-REJECTED and AK-REASON-TEXT not = spaces
               move spaces to AR-REPORT-LINE
               string
                   "         REASON: " delimited by size
                   AK-REASON-TEXT      delimited by size
                   into AR-REPORT-LINE
               end-string
               write AR-REPORT-LINE
           end-if.

       WRITE-REPORT-TRAILER.
           move spaces to AR-REPORT-LINE
           write AR-REPORT-LINE
           move spaces to AR-REPORT-LINE
           string
               "ACKNOWLEDGMENTS READ " delimited by size
               WS-ACKS-READ            delimited by size
               "  APPLIED "            delimited by size
               WS-ACKS-APPLIED         delimited by size
               "  IGNORED "            delimited by size
               WS-ACKS-IGNORED         delimited by size
               "  OUTSTANDING SENDS "  delimited by size
               WS-SENDS-OUTSTANDING    delimited by size
               into AR-REPORT-LINE
           end-string
           write AR-REPORT-LINE.

       end program "DeltaAck".
