       01  WS-EOF-SWITCH            pic x value "N".
           88  WS-END-OF-CONTROL            value "Y".
       01  WS-RUN-TIMESTAMP         pic x(21).
       01  WS-STEP-SUB              pic 9(2).
       01  WS-STEP-COUNT            pic 9(2) value 11.
       01  WS-HALT-SWITCH           pic x value "N".
           88  WS-STREAM-HALTED             value "Y".
       01  WS-STEP-VERDICT          pic x(12) value spaces.
       01  WS-PRIOR-RUN-NUMBER      pic 9(6) value zeros.

       01  WS-STEP-TABLE.
           05  filler               pic x(13) value "PendRel     R".
           05  filler               pic x(13) value "Age_File_1_ R".
           05  filler               pic x(13) value "AgeBal       ".
           05  filler               pic x(13) value "AgeCsvExt   R".
           05  filler               pic x(13) value "AgeBandRpt  R".
           05  filler               pic x(13) value "AgeStats     ".
           05  filler               pic x(13) value "AgeTrend     ".
           05  filler               pic x(13) value "IntegChk    R".
           05  filler               pic x(13) value "DeltaAck    R".
           05  filler               pic x(13) value "DeltaOut    R".
           05  filler               pic x(13) value "HouseKpg    R".
       01  WS-STEP-ENTRIES redefines WS-STEP-TABLE.
           05  WS-STEP-ENTRY        occurs 11 times.
               10  WS-STEP-NAME        pic x(12).
               10  WS-STEP-REGISTERED  pic x(1).
                   88  WS-STEP-USES-RUNCTL     value "R".
       DRIVE-NIGHT-STREAM.
           display "Nightly Batch Stream Driver"
           move function current-date to WS-RUN-TIMESTAMP
           perform WRITE-STREAM-HEADER
           perform RUN-ONE-STEP
               varying WS-STEP-SUB from 1 by 1
               until WS-STEP-SUB > WS-STEP-COUNT
               or WS-STREAM-HALTED
           perform WRITE-STREAM-VERDICT
           if WS-STREAM-HALTED
               display " STREAM HALTED, see NIGHTLOG.DAT"
           else
               WS-RUN-TIMESTAMP             delimited by size
               into NL-LOG-LINE
           end-string
           perform WRITE-LOG-LINE
           if WS-STEP-USES-RUNCTL(WS-STEP-SUB)
               perform FIND-LATEST-STEP-RUN
               move WS-LATEST-RUN-NUMBER to WS-PRIOR-RUN-NUMBER
               WS-RUN-TIMESTAMP             delimited by size
               into NL-LOG-LINE
           end-string
           perform WRITE-LOG-LINE.

       WRITE-STREAM-HEADER.
           move spaces to NL-LOG-LINE
               WS-RUN-TIMESTAMP        delimited by size
               into NL-LOG-LINE
           end-string
           perform WRITE-LOG-LINE.

       WRITE-STREAM-VERDICT.
           move function current-date to WS-RUN-TIMESTAMP
                   into NL-LOG-LINE
               end-string
           end-if
           perform WRITE-LOG-LINE.

       WRITE-LOG-LINE.
           open extend NIGHT-LOG
           if WS-LOG-STATUS = "35"
               open output NIGHT-LOG
           end-if
           if WS-LOG-STATUS not = "00"
               display "Unable to open NIGHT-LOG, status "
                   WS-LOG-STATUS
               display NL-LOG-LINE
           else
               write NL-LOG-LINE
               close NIGHT-LOG
           end-if.

       end program "NightStream".
