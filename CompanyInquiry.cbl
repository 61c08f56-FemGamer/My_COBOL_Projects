                   with duplicates
               file status is WS-LOOKUP-STATUS.

           select optional AGE-RESULT-MASTER assign to "AGERESMST.DAT"
               organization is indexed
               access mode is random
               record key is AG-SRNO
               file status is WS-AGERES-STATUS.

           select optional PENDING-TRANSACTIONS
               assign to "PENDTRANS.DAT"
               organization is indexed
               access mode is dynamic
               record key is PT-KEY
               file status is WS-PENDING-STATUS.

       data division.
       file section.
       fd  COMPANY-MASTER.
               replacing ==COMPANY-RECORD== by ==SUCCESSOR-RECORD==
               leading ==CR== by ==SL==.

       fd  AGE-RESULT-MASTER.
           copy "AGEREC.cpy".

       fd  PENDING-TRANSACTIONS.
           copy "PENDREC.cpy".

       working-storage section.
       01  WS-MASTER-STATUS         pic xx value spaces.
       01  WS-LOOKUP-STATUS         pic xx value spaces.
       01  WS-LOOKUP-OK-SWITCH      pic x value "N".
           88  WS-LOOKUP-OPEN               value "Y".
       01  WS-AGERES-STATUS         pic xx value spaces.
       01  WS-AGERES-OK-SWITCH      pic x value "N".
           88  WS-AGERES-OPEN               value "Y".
       01  WS-PENDING-STATUS        pic xx value spaces.
       01  WS-PENDING-OK-SWITCH     pic x value "N".
           88  WS-PENDING-OPEN              value "Y".
       01  WS-PENDING-EOF-SWITCH    pic x value "N".
           88  WS-END-OF-PENDING            value "Y".
       01  WS-PENDING-ACTION-TEXT   pic x(6) value spaces.
       01  WS-TRANS-CODE            pic x value spaces.
           88  WS-TRANS-SRNO                value "S" "s".
           88  WS-TRANS-NAME                value "N" "n".
       01  WS-SRNO-KEY              pic 9(4).
       01  WS-NAME-PREFIX           pic x(30).
       01  WS-PREFIX-LENGTH         pic 9(2) value zeros.
       01  WS-STATUS-TEXT           pic x(7) value spaces.

       procedure division.
       INQUIRE-ON-COMPANIES.
           display "Company Inquiry"
           open input COMPANY-MASTER
           if WS-MASTER-STATUS not = "00"
               display "Unable to open COMPANY-MASTER, status "
               display "Unable to open successor lookup, status "
                   WS-LOOKUP-STATUS
           end-if
           open input AGE-RESULT-MASTER
           if WS-AGERES-STATUS = "00" or WS-AGERES-STATUS = "05"
               set WS-AGERES-OPEN to true
           else
               display "Unable to open aging results, status "
                   WS-AGERES-STATUS
           end-if
           open input PENDING-TRANSACTIONS
           if WS-PENDING-STATUS = "00" or WS-PENDING-STATUS = "05"
               set WS-PENDING-OPEN to true
           else
               display "Unable to open pending transactions, status "
                   WS-PENDING-STATUS
           end-if
           perform until WS-DONE
               perform GET-TRANSACTION-CODE
               evaluate true
           if WS-LOOKUP-OPEN
               close SUCCESSOR-LOOKUP
           end-if
           if WS-AGERES-OPEN
               close AGE-RESULT-MASTER
           end-if
           if WS-PENDING-OPEN
               close PENDING-TRANSACTIONS
           end-if
           stop run.

       GET-TRANSACTION-CODE.
           read COMPANY-MASTER
               invalid key
                   display "SrNo not found"
                   if WS-PENDING-OPEN
                       move WS-SRNO-KEY to CR-SRNO
                       perform DISPLAY-PENDING-CHANGES
                   end-if
               not invalid key
                   perform DISPLAY-COMPANY-RECORD
           end-read.
               when other
                   move "DELETED" to WS-STATUS-TEXT
           end-evaluate
           display " SrNo         : " CR-SRNO
           display " Company      : " CR-COMPANY
           display " Founded Date : " CR-FOUNDED-DATE
           if CR-FOUNDED-ESTIMATED
               display "                (estimated from year only)"
           end-if
           perform DISPLAY-AGING-RESULT
           display " Industry     : " CR-INDUSTRY-CODE
           display " Status       : " WS-STATUS-TEXT
           display " Last Run Date: " CR-LAST-RUN-DATE
           if CR-MERGED
               perform DISPLAY-SUCCESSOR-COMPANY
           end-if
           if WS-PENDING-OPEN
               perform DISPLAY-PENDING-CHANGES
           end-if.

       DISPLAY-PENDING-CHANGES.
           move "N" to WS-PENDING-EOF-SWITCH
           move CR-SRNO to PT-SRNO
           move zeros to PT-EFFECTIVE-DATE
           move zeros to PT-SEQUENCE
           start PENDING-TRANSACTIONS key is not less than PT-KEY
               invalid key
                   set WS-END-OF-PENDING to true
           end-start
           perform until WS-END-OF-PENDING
               read PENDING-TRANSACTIONS next record
                   at end
                       set WS-END-OF-PENDING to true
                   not at end
                       if PT-SRNO not = CR-SRNO
                           set WS-END-OF-PENDING to true
                       else
                           if PT-PENDING
                               perform SHOW-PENDING-CHANGE
                           end-if
                       end-if
               end-read
           end-perform.

       SHOW-PENDING-CHANGE.
           evaluate true
               when PT-ADD
                   move "ADD" to WS-PENDING-ACTION-TEXT
               when PT-CHANGE
                   move "CHANGE" to WS-PENDING-ACTION-TEXT
               when PT-DELETE
                   move "DELETE" to WS-PENDING-ACTION-TEXT
               when PT-MERGE
                   move "MERGE" to WS-PENDING-ACTION-TEXT
               when other
                   move "?" to WS-PENDING-ACTION-TEXT
           end-evaluate
           display " Pending      : " WS-PENDING-ACTION-TEXT
               " effective " PT-EFFECTIVE-DATE
               " entered by " PT-ENTERED-BY
           evaluate true
               when PT-MERGE
                   display "                into SrNo "
                       PT-SUCCESSOR-SRNO
               when PT-CHANGE
                   if PT-COMPANY not = spaces
                       display "                name "
                           PT-COMPANY
                   end-if
                   if PT-FOUNDED-DATE not = zeros
                       display "                founded "
                           PT-FOUNDED-DATE
                   end-if
                   if PT-INDUSTRY-CODE not = spaces
                       display "                industry "
                           PT-INDUSTRY-CODE
                   end-if
           end-evaluate.

       DISPLAY-SUCCESSOR-COMPANY.
           if not WS-LOOKUP-OPEN
               display " Merged Into  : " CR-SUCCESSOR-SRNO
               end-read
           end-if.

       DISPLAY-AGING-RESULT.
           if not WS-AGERES-OPEN
               display " Age Now      : (aging results unavailable)"
           else
               move CR-SRNO to AG-SRNO
               read AGE-RESULT-MASTER
                   invalid key
                       if CR-ACTIVE
                           display " Age Now      : (not aged by "
                               "the latest aging run)"
                       end-if
                   not invalid key
                       perform SHOW-AGING-RESULT-RECORD
               end-read
           end-if.

       SHOW-AGING-RESULT-RECORD.
           if AG-AGED
               display " Age Now      : " AG-AGE-NOW
                   "  as of " AG-EFFECTIVE-DATE
                   "  aging run " AG-RUN-NUMBER
           else
               display " Age Now      : (founded date rejected "
                   AG-REASON-CODE " by aging run " AG-RUN-NUMBER ")"
           end-if
           if not CR-ACTIVE
               display "                (company no longer active "
                   "since that run)"
           else
               if AG-COMPANY not = CR-COMPANY
                   or AG-FOUNDED-DATE not = CR-FOUNDED-DATE
                   or AG-INDUSTRY-CODE not = CR-INDUSTRY-CODE
                   or AG-FOUNDED-BASIS not = CR-FOUNDED-BASIS
                   display "                (company changed since "
                       "that run, age may be out of date)"
               end-if
           end-if.

       end program "CompInq".
