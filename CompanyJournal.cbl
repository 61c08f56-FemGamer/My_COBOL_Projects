
       working-storage section.
       01  WS-JOURNAL-STATUS        pic xx value spaces.
       01  WS-BATCH-OPERATOR-ID     pic x(8) value spaces.

           copy "PARMCOMM.cpy".

       linkage section.
           copy "JRNCOMM.cpy".
           move JN-ACTION to JL-ACTION
           move JN-BEFORE-IMAGE to JL-BEFORE-IMAGE
           move JN-AFTER-IMAGE to JL-AFTER-IMAGE
           if JN-OPERATOR-ID = spaces
               perform FIND-BATCH-OPERATOR
               move WS-BATCH-OPERATOR-ID to JL-OPERATOR-ID
           else
               move JN-OPERATOR-ID to JL-OPERATOR-ID
           end-if
           write COMPANY-JOURNAL-RECORD
           close COMPANY-JOURNAL
           set JN-OK to true
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

       end program "CompJrnl".
