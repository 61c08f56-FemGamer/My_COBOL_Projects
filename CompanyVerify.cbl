       program-id. "CompVrfy".

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

       data division.
       file section.
       fd  COMPANY-MASTER.
           copy "COMPREC.cpy".

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-PREV-SRNO             pic 9(4) value zeros.
       01  WS-FIRST-SWITCH          pic x value "Y".
           88  WS-FIRST-RECORD              value "Y".

       linkage section.
           copy "VFYCOMM.cpy".

       procedure division using MASTER-VERIFY-COMM.
       VERIFY-THE-MASTER.
           move zeros to MV-RECORDS-VERIFIED
           move zeros to MV-VERIFY-ERRORS
           open input COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to open COMPANY-MASTER, status "
                   WS-MASTER-STATUS
               set MV-FILE-ERROR to true
               goback
           end-if
           move "N" to WS-EOF-SWITCH
           move "Y" to WS-FIRST-SWITCH
           perform until WS-END-OF-FILE
               read COMPANY-MASTER
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       perform VERIFY-ONE-RECORD
               end-read
               if WS-MASTER-STATUS not = "00"
                   and WS-MASTER-STATUS not = "10"
                   display " READ ERROR STATUS " WS-MASTER-STATUS
                       " AFTER RECORD " MV-RECORDS-VERIFIED
                   add 1 to MV-VERIFY-ERRORS
                   set WS-END-OF-FILE to true
               end-if
           end-perform
           close COMPANY-MASTER
           if MV-CHECK-COUNT
               if MV-RECORDS-VERIFIED not = MV-EXPECTED-COUNT
                   display " COUNT MISMATCH: expected "
                       MV-EXPECTED-COUNT " found "
                       MV-RECORDS-VERIFIED
                   add 1 to MV-VERIFY-ERRORS
               end-if
           end-if
           if MV-VERIFY-ERRORS = zeros
               set MV-CLEAN to true
           else
               set MV-ERRORS-FOUND to true
           end-if
           goback.

       VERIFY-ONE-RECORD.
           add 1 to MV-RECORDS-VERIFIED
           if CR-SRNO not numeric
               display " SRNO NOT NUMERIC AT RECORD "
                   MV-RECORDS-VERIFIED
               add 1 to MV-VERIFY-ERRORS
           else
               if WS-FIRST-RECORD
                   move "N" to WS-FIRST-SWITCH
               else
                   if CR-SRNO not > WS-PREV-SRNO
                       display " KEY SEQUENCE ERROR AT SRNO "
                           CR-SRNO
                       add 1 to MV-VERIFY-ERRORS
                   end-if
               end-if
               move CR-SRNO to WS-PREV-SRNO
           end-if
           if CR-STATUS not = "A" and CR-STATUS not = "D"
               and CR-STATUS not = "M"
               display " INVALID STATUS " CR-STATUS
                   " AT SRNO " CR-SRNO
               add 1 to MV-VERIFY-ERRORS
           end-if.

       end program "CompVrfy".
