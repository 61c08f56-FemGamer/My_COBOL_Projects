       program-id. "RejConv".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select OLD-REJECT-MASTER assign to "REJECTMASTER.DAT"
               organization is indexed
               access mode is sequential
               record key is RO-REJECT-NUMBER
               file status is WS-OLD-REJMST-STATUS.

           select NEW-REJECT-MASTER assign to "REJECTMASTERNEW.DAT"
               organization is indexed
               access mode is sequential
               record key is RM-REJECT-NUMBER
               file status is WS-NEW-REJMST-STATUS.

       data division.
       file section.
       fd  OLD-REJECT-MASTER.
       01  OLD-REJECT-MASTER-RECORD.
           05  RO-REJECT-NUMBER        pic 9(6).
           05  RO-REJECT-DATE          pic 9(8).
           05  RO-DISPOSITION          pic x(1).
           05  RO-REASON-CODE          pic x(4).
           05  RO-REASON-TEXT          pic x(40).
           05  RO-TRANSACTION          pic x(51).

       fd  NEW-REJECT-MASTER.
           copy "REJREC.cpy".

       working-storage section.
       01  WS-OLD-REJMST-STATUS     pic xx value spaces.
       01  WS-NEW-REJMST-STATUS     pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-REJECTS-READ          pic 9(6) value zeros.
       01  WS-REJECTS-WRITTEN       pic 9(6) value zeros.

       procedure division.
       CONVERT-REJECT-MASTER.
           display "Reject Master Effective Date Conversion - "
               "One-Time Run"
           open input OLD-REJECT-MASTER
           if WS-OLD-REJMST-STATUS not = "00"
               display "Unable to open REJECTMASTER.DAT, status "
                   WS-OLD-REJMST-STATUS
               stop run
           end-if
           open output NEW-REJECT-MASTER
           if WS-NEW-REJMST-STATUS not = "00"
               display "Unable to open REJECTMASTERNEW.DAT, status "
                   WS-NEW-REJMST-STATUS
               close OLD-REJECT-MASTER
               stop run
           end-if
           perform until WS-END-OF-FILE
               read OLD-REJECT-MASTER
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       add 1 to WS-REJECTS-READ
                       perform CONVERT-ONE-REJECT
               end-read
           end-perform
           close OLD-REJECT-MASTER
           close NEW-REJECT-MASTER
           display " Reject records read    = " WS-REJECTS-READ
           display " Reject records written = " WS-REJECTS-WRITTEN
           display " Rejects before the conversion carry no "
               "effective date"
           display " Replace REJECTMASTER.DAT with REJECTMASTERNEW.DAT"
           stop run.

       CONVERT-ONE-REJECT.
           move spaces to REJECT-MASTER-RECORD
           move RO-REJECT-NUMBER to RM-REJECT-NUMBER
           move RO-REJECT-DATE to RM-REJECT-DATE
           move RO-DISPOSITION to RM-DISPOSITION
           move RO-REASON-CODE to RM-REASON-CODE
           move RO-REASON-TEXT to RM-REASON-TEXT
           move RO-TRANSACTION to RM-TRANSACTION
           move spaces to RM-EFFECTIVE-DATE
           write REJECT-MASTER-RECORD
               invalid key
                   display "Duplicate reject number " RM-REJECT-NUMBER
                       " not converted"
               not invalid key
                   add 1 to WS-REJECTS-WRITTEN
           end-write.

       end program "RejConv".
