               record key is IM-CODE
               file status is WS-INDUSTRY-STATUS.

           select optional COMPANY-MASTER
               assign to "COMPANYMASTER.DAT"
               organization is indexed
               access mode is sequential
               record key is CR-SRNO
               alternate record key is CR-COMPANY
                   with duplicates
               file status is WS-MASTER-STATUS.

       data division.
       file section.
       fd  INDUSTRY-MASTER.
           copy "INDREC.cpy".

       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       working-storage section.
       01  WS-INDUSTRY-STATUS      pic xx value spaces.
       01  WS-MASTER-STATUS        pic xx value spaces.
       01  WS-TRANS-CODE           pic x value spaces.
           88  WS-TRANS-ADD                value "A" "a".
           88  WS-TRANS-CHANGE              value "C" "c".
           88  WS-END-OF-INDUSTRIES         value "Y".
       01  WS-CODE-KEY              pic x(4).
       01  WS-NEW-DESC              pic x(30).
       01  WS-MASTER-EOF-SWITCH     pic x value "N".
           88  WS-END-OF-MASTER             value "Y".
       01  WS-USAGE-COUNT           pic 9(5) value zeros.

           copy "SIGNCOMM.cpy".

       procedure division.
       MAINTAIN-INDUSTRIES.
           display "Industry Reference Maintenance"
           perform SIGN-ON-OPERATOR
           open i-o INDUSTRY-MASTER
           if WS-INDUSTRY-STATUS not = "00"
               and WS-INDUSTRY-STATUS not = "05"
               perform GET-TRANSACTION-CODE
               evaluate true
                   when WS-TRANS-ADD
                       set SG-FUNC-INDUSTRY to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform ADD-INDUSTRY
                       end-if
                   when WS-TRANS-CHANGE
                       set SG-FUNC-INDUSTRY to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform CHANGE-INDUSTRY
                       end-if
                   when WS-TRANS-DELETE
                       set SG-FUNC-INDUSTRY to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform DELETE-INDUSTRY
                       end-if
                   when WS-TRANS-LIST
                       perform LIST-INDUSTRIES
                   when WS-TRANS-QUIT
           close INDUSTRY-MASTER
           stop run.

       SIGN-ON-OPERATOR.
           set SG-SIGN-ON to true
           move "IndMaint" to SG-PROGRAM-NAME
           call "SignOn" using SIGN-ON-COMM
           if not SG-OK
               display "IndMaint ended"
               stop run
           end-if.

       AUTHORIZE-FUNCTION.
           set SG-AUTHORIZE to true
           call "SignOn" using SIGN-ON-COMM.

       GET-TRANSACTION-CODE.
           display "Add, Change, Delete, List or Quit (A/C/D/L/Q): "
           accept WS-TRANS-CODE.
               invalid key
                   display "Industry code not found, nothing deleted"
               not invalid key
                   perform COUNT-COMPANIES-USING-CODE
                   evaluate true
                       when WS-MASTER-STATUS not = "00"
                           and WS-MASTER-STATUS not = "05"
                           display "Company master not available, "
                               "nothing deleted"
                       when WS-USAGE-COUNT > zeros
                           display "Industry code in use by "
                               WS-USAGE-COUNT " companies, not deleted"
                       when other
                           delete INDUSTRY-MASTER record
                               invalid key
                                   display "Unable to delete record"
                               not invalid key
                                   display "Industry deleted"
                           end-delete
                   end-evaluate
           end-read.

       COUNT-COMPANIES-USING-CODE.
           move zeros to WS-USAGE-COUNT
           move "N" to WS-MASTER-EOF-SWITCH
           open input COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               and WS-MASTER-STATUS not = "05"
               display "Unable to open COMPANY-MASTER, status "
                   WS-MASTER-STATUS
           else
               perform until WS-END-OF-MASTER
                   read COMPANY-MASTER
                       at end
                           set WS-END-OF-MASTER to true
                       not at end
                           if CR-INDUSTRY-CODE = WS-CODE-KEY
                               add 1 to WS-USAGE-COUNT
                           end-if
                   end-read
               end-perform
               close COMPANY-MASTER
           end-if.

       LIST-INDUSTRIES.
           move "N" to WS-EOF-SWITCH
           move low-values to IM-CODE
