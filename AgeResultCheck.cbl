       program-id. "AgeChk".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select COMPANY-MASTER assign to "COMPANYMASTER.DAT"
               organization is indexed
               access mode is sequential
               record key is CR-SRNO
               alternate record key is CR-COMPANY
                   with duplicates
               file status is WS-MASTER-STATUS.

           select optional AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is sequential
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

       data division.
       file section.
       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-AGERES-STATUS         pic xx value spaces.
       01  WS-MASTER-EOF-SWITCH     pic x value "N".
           88  WS-END-OF-MASTER             value "Y".
       01  WS-RESULT-EOF-SWITCH     pic x value "N".
           88  WS-END-OF-RESULTS            value "Y".
       01  WS-FOUND-SWITCH          pic x value "N".
           88  WS-FOUND-ACTIVE-RECORD       value "Y".
       01  WS-MASTER-KEY            pic 9(5) value zeros.
       01  WS-RESULT-KEY            pic 9(5) value zeros.

       linkage section.
           copy "AGECOMM.cpy".

       procedure division using AGE-CHECK-COMM.
       CHECK-AGE-RESULTS.
           move zeros to AC-RUN-NUMBER AC-EFFECTIVE-DATE
               AC-RESULTS-ON-FILE AC-NOT-AGED-COUNT
               AC-NO-LONGER-ACTIVE AC-DETAILS-CHANGED
               AC-OTHER-RUN-COUNT AC-DIFFERENCES
           move spaces to AC-RUN-TIMESTAMP
           set AC-CURRENT to true
           perform FIND-LATEST-AGING-RUN
           if not AC-CURRENT
               goback
           end-if
           open input COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to open COMPANY-MASTER, status "
                   WS-MASTER-STATUS
               set AC-FILE-ERROR to true
               goback
           end-if
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS not = "00"
               and WS-AGERES-STATUS not = "05"
               display "Unable to open AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
               close COMPANY-MASTER
               set AC-FILE-ERROR to true
               goback
           end-if
           move "N" to WS-MASTER-EOF-SWITCH
           move "N" to WS-RESULT-EOF-SWITCH
           perform READ-ACTIVE-MASTER
           perform READ-AGE-RESULT
           perform until WS-END-OF-MASTER and WS-END-OF-RESULTS
               evaluate true
                   when WS-MASTER-KEY < WS-RESULT-KEY
                       add 1 to AC-NOT-AGED-COUNT
                       display "  Not aged by run " AC-RUN-NUMBER
                           "    : " CR-SRNO " " CR-COMPANY
                       perform READ-ACTIVE-MASTER
                   when WS-MASTER-KEY > WS-RESULT-KEY
                       add 1 to AC-NO-LONGER-ACTIVE
                       display "  No longer active on master: "
                           AG-SRNO " " AG-COMPANY
                       perform READ-AGE-RESULT
                   when other
                       perform COMPARE-RESULT-TO-MASTER
                       perform READ-ACTIVE-MASTER
                       perform READ-AGE-RESULT
               end-evaluate
           end-perform
           close COMPANY-MASTER
           close AGE-RESULT-MASTER
           compute AC-DIFFERENCES = AC-NOT-AGED-COUNT
               + AC-NO-LONGER-ACTIVE + AC-DETAILS-CHANGED
               + AC-OTHER-RUN-COUNT
           if AC-DIFFERENCES > zeros
               set AC-MASTER-CHANGED to true
               display "  Master changed since aging run "
                   AC-RUN-NUMBER ", differences " AC-DIFFERENCES
           end-if
           goback.

       FIND-LATEST-AGING-RUN.
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS not = "00"
               and WS-AGERES-STATUS not = "05"
               display "Unable to open AGE-RESULT-MASTER, status "
                   WS-AGERES-STATUS
               set AC-FILE-ERROR to true
           else
               move "N" to WS-RESULT-EOF-SWITCH
               perform until WS-END-OF-RESULTS
                   read AGE-RESULT-MASTER
                       at end
                           set WS-END-OF-RESULTS to true
                       not at end
                           add 1 to AC-RESULTS-ON-FILE
                           if AG-RUN-NUMBER > AC-RUN-NUMBER
                               or AC-RESULTS-ON-FILE = 1
                               move AG-RUN-NUMBER to AC-RUN-NUMBER
                               move AG-RUN-TIMESTAMP
                                   to AC-RUN-TIMESTAMP
                               move AG-EFFECTIVE-DATE
                                   to AC-EFFECTIVE-DATE
                           end-if
                   end-read
               end-perform
               close AGE-RESULT-MASTER
               if AC-RESULTS-ON-FILE = zeros
                   display "No aging results on file"
                   set AC-NO-RESULTS to true
               end-if
           end-if.

       READ-ACTIVE-MASTER.
           move "N" to WS-FOUND-SWITCH
           perform until WS-END-OF-MASTER or WS-FOUND-ACTIVE-RECORD
               read COMPANY-MASTER
                   at end
                       set WS-END-OF-MASTER to true
                   not at end
                       if CR-ACTIVE
                           set WS-FOUND-ACTIVE-RECORD to true
                       end-if
               end-read
           end-perform
           if WS-END-OF-MASTER
               move 99999 to WS-MASTER-KEY
           else
               move CR-SRNO to WS-MASTER-KEY
           end-if.

       READ-AGE-RESULT.
           read AGE-RESULT-MASTER
               at end
                   set WS-END-OF-RESULTS to true
           end-read
           if WS-END-OF-RESULTS
               move 99999 to WS-RESULT-KEY
           else
               move AG-SRNO to WS-RESULT-KEY
           end-if.

       COMPARE-RESULT-TO-MASTER.
           if AG-COMPANY not = CR-COMPANY
               or AG-FOUNDED-DATE not = CR-FOUNDED-DATE
               or AG-INDUSTRY-CODE not = CR-INDUSTRY-CODE
               or AG-FOUNDED-BASIS not = CR-FOUNDED-BASIS
               add 1 to AC-DETAILS-CHANGED
               display "  Changed since aging run   : "
                   CR-SRNO " " CR-COMPANY
           else
               if AG-RUN-NUMBER not = AC-RUN-NUMBER
                   add 1 to AC-OTHER-RUN-COUNT
                   display "  Aged by earlier run " AG-RUN-NUMBER
                       " : " AG-SRNO " " AG-COMPANY
               end-if
           end-if.

       end program "AgeChk".
