       01  WS-OVERRIDE-ANSWER       pic x value "N".
           88  WS-OVERRIDE-YES             value "Y" "y".
       01  WS-RUN-TIMESTAMP         pic x(21).
       01  WS-BATCH-OPERATOR-ID     pic x(8) value spaces.

           copy "PARMCOMM.cpy".

           add 1 to WS-HIGHEST-RUN giving RC-RUN-NUMBER
           move RC-RUN-NUMBER to RN-RUN-NUMBER
           move RN-PROGRAM-NAME to RC-PROGRAM-NAME
           perform FIND-BATCH-OPERATOR
           move WS-BATCH-OPERATOR-ID to RC-OPERATOR-ID
           move WS-BATCH-OPERATOR-ID to RN-OPERATOR-ID
           move WS-RUN-TIMESTAMP to RC-START-TIMESTAMP
           move spaces to RC-END-TIMESTAMP
           move zeros to RC-RECORDS-READ
                   accept WS-OVERRIDE-ANSWER
           end-evaluate.

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

       SCAN-FOR-INFLIGHT-RUN.
           move "N" to WS-EOF-SWITCH
           move "N" to WS-INFLIGHT-SWITCH
