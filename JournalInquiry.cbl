       01  WS-ENTRIES-SHOWN         pic 9(6) value zeros.
       01  WS-SOURCE-TEXT           pic x(6) value spaces.
       01  WS-ACTION-TEXT           pic x(9) value spaces.
       01  WS-OPERATOR-TEXT         pic x(12) value spaces.

           copy "COMPREC.cpy"
               replacing ==COMPANY-RECORD== by ==WS-IMAGE-RECORD==
                   move "REINSTATE" to WS-ACTION-TEXT
               when JL-ACTION-MERGE
                   move "MERGE" to WS-ACTION-TEXT
               when JL-ACTION-PURGE
                   move "PURGE" to WS-ACTION-TEXT
               when other
                   move JL-ACTION to WS-ACTION-TEXT
           end-evaluate
           display " When   : " JL-TIMESTAMP
               "  Source: " WS-SOURCE-TEXT
               "  Action: " WS-ACTION-TEXT
           if JL-OPERATOR-ID = spaces
               move "NOT RECORDED" to WS-OPERATOR-TEXT
           else
               move JL-OPERATOR-ID to WS-OPERATOR-TEXT
           end-if
           display " By     : " WS-OPERATOR-TEXT
           if JL-BEFORE-IMAGE not = spaces
               move JL-BEFORE-IMAGE to WS-IMAGE-RECORD
               display " Before : " WI-COMPANY
