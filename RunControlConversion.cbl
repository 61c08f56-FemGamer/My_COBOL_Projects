       program-id. "RunConv".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select OLD-RUN-CONTROL assign to "RUNCONTROL.DAT"
               organization is indexed
               access mode is sequential
               record key is RO-RUN-NUMBER
               file status is WS-OLD-CONTROL-STATUS.

           select NEW-RUN-CONTROL assign to "RUNCONTROLNEW.DAT"
               organization is indexed
               access mode is sequential
               record key is RC-RUN-NUMBER
               file status is WS-NEW-CONTROL-STATUS.

       data division.
       file section.
       fd  OLD-RUN-CONTROL.
       01  OLD-RUN-CONTROL-RECORD.
           05  RO-RUN-NUMBER           pic 9(6).
           05  RO-PROGRAM-NAME         pic x(12).
           05  RO-START-TIMESTAMP      pic x(21).
           05  RO-END-TIMESTAMP        pic x(21).
           05  RO-RECORDS-READ         pic 9(6).
           05  RO-RECORDS-WRITTEN      pic 9(6).
           05  RO-RECORDS-REJECTED     pic 9(6).
           05  RO-RUN-STATUS           pic x(1).

       fd  NEW-RUN-CONTROL.
           copy "RUNREC.cpy".

       working-storage section.
       01  WS-OLD-CONTROL-STATUS    pic xx value spaces.
       01  WS-NEW-CONTROL-STATUS    pic xx value spaces.
       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-FILE               value "Y".
       01  WS-RUNS-READ             pic 9(6) value zeros.
       01  WS-RUNS-WRITTEN          pic 9(6) value zeros.

       procedure division.
       CONVERT-RUN-CONTROL.
           display "Run Control Operator Conversion - One-Time Run"
           open input OLD-RUN-CONTROL
           if WS-OLD-CONTROL-STATUS not = "00"
               display "Unable to open RUNCONTROL.DAT, status "
                   WS-OLD-CONTROL-STATUS
               stop run
           end-if
           open output NEW-RUN-CONTROL
           if WS-NEW-CONTROL-STATUS not = "00"
               display "Unable to open RUNCONTROLNEW.DAT, status "
                   WS-NEW-CONTROL-STATUS
               close OLD-RUN-CONTROL
               stop run
           end-if
           perform until WS-END-OF-FILE
               read OLD-RUN-CONTROL
                   at end
                       set WS-END-OF-FILE to true
                   not at end
                       add 1 to WS-RUNS-READ
                       perform CONVERT-ONE-RUN
               end-read
           end-perform
           close OLD-RUN-CONTROL
           close NEW-RUN-CONTROL
           display " Run records read    = " WS-RUNS-READ
           display " Run records written = " WS-RUNS-WRITTEN
           display " Runs before the conversion carry no operator ID"
           display " Replace RUNCONTROL.DAT with RUNCONTROLNEW.DAT"
           stop run.

       CONVERT-ONE-RUN.
           move spaces to RUN-CONTROL-RECORD
           move RO-RUN-NUMBER to RC-RUN-NUMBER
           move RO-PROGRAM-NAME to RC-PROGRAM-NAME
           move RO-START-TIMESTAMP to RC-START-TIMESTAMP
           move RO-END-TIMESTAMP to RC-END-TIMESTAMP
           move RO-RECORDS-READ to RC-RECORDS-READ
           move RO-RECORDS-WRITTEN to RC-RECORDS-WRITTEN
           move RO-RECORDS-REJECTED to RC-RECORDS-REJECTED
           move RO-RUN-STATUS to RC-RUN-STATUS
           move spaces to RC-OPERATOR-ID
           write RUN-CONTROL-RECORD
               invalid key
                   display "Duplicate run number " RC-RUN-NUMBER
                       " not converted"
               not invalid key
                   add 1 to WS-RUNS-WRITTEN
           end-write.

       end program "RunConv".
