           88  WS-END-OF-CONTROL            value "Y".
       01  WS-RUNS-LISTED           pic 9(6) value zeros.
       01  WS-STATUS-TEXT           pic x(10) value spaces.
       01  WS-OPERATOR-TEXT         pic x(12) value spaces.

       procedure division.
       LIST-RUN-STATUSES.
               when other
                   move "UNKNOWN" to WS-STATUS-TEXT
           end-evaluate
           if RC-OPERATOR-ID = spaces
               move "NOT RECORDED" to WS-OPERATOR-TEXT
           else
               move RC-OPERATOR-ID to WS-OPERATOR-TEXT
           end-if
           display RC-RUN-NUMBER "  " RC-PROGRAM-NAME "  "
               WS-STATUS-TEXT "  " RC-START-TIMESTAMP "  "
               RC-END-TIMESTAMP
           display "        READ " RC-RECORDS-READ
               "  WRITTEN " RC-RECORDS-WRITTEN
               "  REJECTED " RC-RECORDS-REJECTED
               "  OPERATOR " WS-OPERATOR-TEXT
           add 1 to WS-RUNS-LISTED.

       end program "RunInq".
