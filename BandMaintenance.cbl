       01  WS-FIRST-BAND-SWITCH     pic x value "Y".
           88  WS-FIRST-BAND                value "Y".

           copy "SIGNCOMM.cpy".

       procedure division.
       MAINTAIN-AGE-BANDS.
           display "Age Band Reference Maintenance"
           perform SIGN-ON-OPERATOR
           open i-o AGE-BANDS
           if WS-BANDS-STATUS not = "00"
               and WS-BANDS-STATUS not = "05"
               perform GET-TRANSACTION-CODE
               evaluate true
                   when WS-TRANS-ADD
                       set SG-FUNC-BAND to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform ADD-BAND
                       end-if
                   when WS-TRANS-CHANGE
                       set SG-FUNC-BAND to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform CHANGE-BAND
                       end-if
                   when WS-TRANS-DELETE
                       set SG-FUNC-BAND to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform DELETE-BAND
                       end-if
                   when WS-TRANS-LIST
                       perform LIST-BANDS
                   when WS-TRANS-QUIT
           close AGE-BANDS
           stop run.

       SIGN-ON-OPERATOR.
           set SG-SIGN-ON to true
           move "BandMaint" to SG-PROGRAM-NAME
           call "SignOn" using SIGN-ON-COMM
           if not SG-OK
               display "BandMaint ended"
               stop run
           end-if.

       AUTHORIZE-FUNCTION.
           set SG-AUTHORIZE to true
           call "SignOn" using SIGN-ON-COMM.

       GET-TRANSACTION-CODE.
           display "Add, Change, Delete, List or Quit (A/C/D/L/Q): "
           accept WS-TRANS-CODE.
