           05  TR-FOUNDED-DATE         pic 9(8).
           05  TR-INDUSTRY-CODE        pic x(4).
           05  TR-SUCCESSOR-SRNO      pic 9(4).
           05  TR-EFFECTIVE-DATE       pic x(8).

       working-storage section.
       01  WS-REJMST-STATUS         pic xx value spaces.
       01  WS-NEW-FOUNDED-DATE      pic 9(8).
       01  WS-NEW-INDUSTRY-CODE     pic x(4).
       01  WS-NEW-SUCCESSOR-SRNO    pic 9(4).
       01  WS-NEW-EFFECTIVE-DATE    pic x(8).
       01  WS-NEW-EFFECTIVE-DATE-N redefines WS-NEW-EFFECTIVE-DATE
                                    pic 9(8).
       01  WS-CORRECTED-SWITCH      pic x value "N".
           88  WS-CORRECTED-ON-FILE        value "Y".
       01  WS-PENDING-SWITCH        pic x value "N".
           88  WS-ENTRY-VALID               value "Y".
           88  WS-ENTRY-INVALID             value "N".

           copy "SIGNCOMM.cpy".

       procedure division.
       REPAIR-REJECTED-TRANSACTIONS.
           display "Batch Reject Repair"
           perform SIGN-ON-OPERATOR
           accept WS-TODAY from date yyyymmdd
           move WS-TODAY(1:4) to WS-CURRENT-YEAR
           compute WS-TODAY-INTEGER =
                   when WS-TRANS-FIX
                       perform FIX-ONE-REJECT
                   when WS-TRANS-WRITE-OFF
                       set SG-FUNC-WRITE-OFF to true
                       perform AUTHORIZE-FUNCTION
                       if SG-OK
                           perform WRITE-OFF-ONE-REJECT
                       end-if
                   when WS-TRANS-EXTRACT
                       perform EXTRACT-CORRECTED-REJECTS
                   when WS-TRANS-QUIT
           close INDUSTRY-MASTER
           stop run.

       SIGN-ON-OPERATOR.
           set SG-SIGN-ON to true
           move "RejRepair" to SG-PROGRAM-NAME
           call "SignOn" using SIGN-ON-COMM
           if not SG-OK
               display "RejRepair ended"
               stop run
           end-if.

       AUTHORIZE-FUNCTION.
           set SG-AUTHORIZE to true
           call "SignOn" using SIGN-ON-COMM.

       GET-TRANSACTION-CODE.
           display "List, Fix, Write off, eXtract or Quit "
               "(L/F/W/X/Q): "
               " " RM-REASON-CODE " " RM-REASON-TEXT
           display "        " RM-ACTION " " RM-SRNO
               " " RM-COMPANY " " RM-FOUNDED-DATE
               " " RM-INDUSTRY-CODE " eff " RM-EFFECTIVE-DATE.

       JUDGE-REJECT-AGE.
           move spaces to WS-AGED-TEXT
                       display "Reject is already " WS-DISP-TEXT
                           ", not changed"
                   else
                       perform AUTHORIZE-REJECT-FIX
                       if SG-OK
                           perform CORRECT-ONE-REJECT
                       end-if
                   end-if
           end-read.

       AUTHORIZE-REJECT-FIX.
           evaluate RM-ACTION
               when "A"
                   set SG-FUNC-ADD to true
               when "D"
                   set SG-FUNC-DELETE to true
               when "M"
                   set SG-FUNC-MERGE to true
               when other
                   set SG-FUNC-CHANGE to true
           end-evaluate
           perform AUTHORIZE-FUNCTION.

       CORRECT-ONE-REJECT.
           perform LIST-ONE-REJECT
           perform PROMPT-FOR-CORRECTIONS
           if WS-ENTRY-VALID
               set RM-CORRECTED to true
               rewrite REJECT-MASTER-RECORD
                   invalid key
                       display "Unable to rewrite record"
                   not invalid key
                       display "Reject corrected, ready to extract"
               end-rewrite
           else
               display "No corrections applied"
           end-if.

       PROMPT-FOR-CORRECTIONS.
           set WS-ENTRY-VALID to true
           move spaces to WS-NEW-COMPANY
           move zeros to WS-NEW-SUCCESSOR-SRNO
           display "Enter new Successor SrNo (0 = no change): "
           accept WS-NEW-SUCCESSOR-SRNO
           move spaces to WS-NEW-EFFECTIVE-DATE
           display "Enter new Effective Date (YYYYMMDD, blank = no "
               "change, 0 = none): "
           accept WS-NEW-EFFECTIVE-DATE
           if WS-NEW-COMPANY not = spaces
               move WS-NEW-COMPANY to RM-COMPANY
           end-if
           end-if
           if WS-NEW-SUCCESSOR-SRNO not = zeros
               move WS-NEW-SUCCESSOR-SRNO to RM-SUCCESSOR-SRNO
           end-if
           evaluate true
               when WS-NEW-EFFECTIVE-DATE = spaces
                   continue
               when WS-NEW-EFFECTIVE-DATE = "0"
                   or WS-NEW-EFFECTIVE-DATE = "00000000"
                   move spaces to RM-EFFECTIVE-DATE
               when WS-NEW-EFFECTIVE-DATE-N not numeric
                   display "Effective date is not numeric"
                   set WS-ENTRY-INVALID to true
               when other
                   move WS-NEW-EFFECTIVE-DATE-N to WS-CHECK-DATE
                   perform CHECK-CALENDAR-DATE
                   if WS-DATE-BAD
                       display "Effective date is not on the calendar"
                       set WS-ENTRY-INVALID to true
                   else
                       move WS-NEW-EFFECTIVE-DATE
                           to RM-EFFECTIVE-DATE
                   end-if
           end-evaluate.

       CHECK-CALENDAR-DATE.
           set WS-DATE-OK to true
           move RM-FOUNDED-DATE to TR-FOUNDED-DATE
           move RM-INDUSTRY-CODE to TR-INDUSTRY-CODE
           move RM-SUCCESSOR-SRNO to TR-SUCCESSOR-SRNO
           move RM-EFFECTIVE-DATE to TR-EFFECTIVE-DATE
           write TR-TRANSACTION-RECORD
           set RM-RESUBMITTED to true
           rewrite REJECT-MASTER-RECORD
