           88  WS-IN-BALANCE                value "Y".
           88  WS-OUT-OF-BALANCE            value "N".

           copy "AGECOMM.cpy".

       procedure division.
       BALANCE-AGING-RUN.
           display "Aging Run Balancing"
           perform COUNT-AUDIT-RUN-ENTRIES
           perform CHECK-MASTER-BALANCE
           perform CHECK-AUDIT-BALANCE
           perform CHECK-RESULT-MASTER-BALANCE
           perform WRITE-VERDICT
           perform WRITE-BALANCE-FLAG
           close BALANCE-REPORT
               set WS-OUT-OF-BALANCE to true
           end-if.

       CHECK-RESULT-MASTER-BALANCE.
           call "AgeChk" using AGE-CHECK-COMM
           compute WS-DIFFERENCE =
               AC-RESULTS-ON-FILE - WS-OUTPUT-TOTAL
           move WS-DIFFERENCE to WS-EDITED-DIFF
           move spaces to BR-REPORT-LINE
           string
               "AGING RESULT RECORDS  : " delimited by size
               AC-RESULTS-ON-FILE delimited by size
               "  DISCREPANCY " delimited by size
               WS-EDITED-DIFF delimited by size
               into BR-REPORT-LINE
           end-string
           write BR-REPORT-LINE
           if WS-DIFFERENCE not = zeros
               set WS-OUT-OF-BALANCE to true
           end-if
           move spaces to BR-REPORT-LINE
           string
               "AGING RUN             : " delimited by size
               AC-RUN-NUMBER delimited by size
               "  AS OF " delimited by size
               AC-EFFECTIVE-DATE delimited by size
               "  " delimited by size
               AC-RUN-TIMESTAMP(1:14) delimited by size
               into BR-REPORT-LINE
           end-string
           write BR-REPORT-LINE
           move spaces to BR-REPORT-LINE
           evaluate true
               when AC-CURRENT
                   string
                       "MASTER SINCE AGING RUN: UNCHANGED"
                           delimited by size
                       into BR-REPORT-LINE
                   end-string
               when AC-MASTER-CHANGED
                   string
                       "MASTER SINCE AGING RUN: CHANGED, "
                           delimited by size
                       AC-DIFFERENCES delimited by size
                       " COMPANIES DIFFER" delimited by size
                       into BR-REPORT-LINE
                   end-string
               when other
                   string
                       "MASTER SINCE AGING RUN: NO USABLE "
                           delimited by size
                       "AGING RESULTS" delimited by size
                       into BR-REPORT-LINE
                   end-string
           end-evaluate
           write BR-REPORT-LINE
           if not AC-CURRENT
               set WS-OUT-OF-BALANCE to true
           end-if.

       WRITE-VERDICT.
           move spaces to BR-REPORT-LINE
           write BR-REPORT-LINE
