               leading ==CR== by ==BK==.

       fd  BACKUP-CONTROL.
           copy "BKUPCTL.cpy".

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-CONTROL-DATE          pic 9(8) value zeros.
       01  WS-CONTROL-FOUND-SWITCH  pic x value "N".
           88  WS-CONTROL-FOUND             value "Y".
       01  WS-SAVED-GENERATIONS     pic x(135) value spaces.
       01  WS-RUN-TIMESTAMP         pic x(21) value spaces.
       01  WS-RECORDS-COPIED        pic 9(6) value zeros.
       01  WS-RECORDS-RESTORED      pic 9(6) value zeros.
       01  WS-COPY-FAILED-SWITCH    pic x value "N".
           88  WS-COPY-FAILED               value "Y".

           copy "PARMCOMM.cpy".

           copy "VFYCOMM.cpy".

       procedure division.
       MAINTAIN-MASTER-BACKUPS.
           display "Company Master Backup Utility"
                           to WS-LAST-GENERATION
                       move BC-BACKUP-DATE to WS-CONTROL-DATE
                       move BC-RECORD-COUNT to WS-CONTROL-COUNT
                       move BC-GENERATION-TABLE
                           to WS-SAVED-GENERATIONS
                       set WS-CONTROL-FOUND to true
               end-read
               close BACKUP-CONTROL
           move WS-GENERATION to WS-GEN-FILE-NAME(9:1).

       BACKUP-THE-MASTER.
           move function current-date to WS-RUN-TIMESTAMP
           perform READ-BACKUP-CONTROL
           add 1 to WS-LAST-GENERATION giving WS-GENERATION
           if WS-GENERATION > WS-MAX-GENERATIONS
               move WS-GENERATION to BC-LAST-GENERATION
               move WS-TODAY to BC-BACKUP-DATE
               move WS-RECORDS-COPIED to BC-RECORD-COUNT
               move WS-SAVED-GENERATIONS to BC-GENERATION-TABLE
               move WS-RUN-TIMESTAMP
                   to BC-GEN-TIMESTAMP(WS-GENERATION)
               move WS-RECORDS-COPIED
                   to BC-GEN-COUNT(WS-GENERATION)
               write BC-CONTROL-RECORD
               close BACKUP-CONTROL
               display " Backed up to " WS-GEN-FILE-NAME

       VERIFY-THE-MASTER.
           perform READ-BACKUP-CONTROL
           if WS-CONTROL-FOUND
               move WS-CONTROL-COUNT to MV-EXPECTED-COUNT
               set MV-CHECK-COUNT to true
           else
               move zeros to MV-EXPECTED-COUNT
               set MV-NO-COUNT to true
           end-if
           call "CompVrfy" using MASTER-VERIFY-COMM
           if MV-FILE-ERROR
               stop run
           end-if
           display " Records verified = " MV-RECORDS-VERIFIED
           if WS-CONTROL-FOUND
               display " Control total " WS-CONTROL-COUNT
                   " stamped " WS-CONTROL-DATE
           else
               display " No backup control total on file"
           end-if
           if MV-CLEAN
               display " Master verified clean"
           else
               display " VERIFY ERRORS = " MV-VERIFY-ERRORS
           end-if.

       RESTORE-THE-MASTER.
