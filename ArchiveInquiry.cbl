
           copy "JRNCOMM.cpy".

           copy "SIGNCOMM.cpy".

       procedure division.
       INQUIRE-ON-ARCHIVE.
           display "Company Archive Inquiry"
           perform SIGN-ON-OPERATOR
           perform until WS-DONE
               perform GET-TRANSACTION-CODE
               evaluate true
                   when WS-TRANS-NAME
                       perform SEARCH-BY-NAME
                   when WS-TRANS-REINSTATE
                       set SG-FUNC-REINSTATE to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform REINSTATE-COMPANY
                       end-if
                   when WS-TRANS-QUIT
                       set WS-DONE to true
                   when other
           end-perform
           stop run.

       SIGN-ON-OPERATOR.
           set SG-SIGN-ON to true
           move "ArchInq" to SG-PROGRAM-NAME
           call "SignOn" using SIGN-ON-COMM
           if not SG-OK
               display "ArchInq ended"
               stop run
           end-if.

       AUTHORIZE-FUNCTION.
           set SG-AUTHORIZE to true
           call "SignOn" using SIGN-ON-COMM.

       GET-TRANSACTION-CODE.
           display "Search by SrNo, Name, Reinstate or Quit "
               "(S/N/R/Q): "
           move CR-SRNO to JN-SRNO
           set JN-FROM-ONLINE to true
           set JN-ACTION-REINSTATE to true
           move SG-OPERATOR-ID to JN-OPERATOR-ID
           move spaces to JN-BEFORE-IMAGE
           move COMPANY-RECORD to JN-AFTER-IMAGE
           call "CompJrnl" using COMPANY-JOURNAL-COMM
