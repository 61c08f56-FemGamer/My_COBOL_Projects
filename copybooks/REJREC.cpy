      * REJREC.cpy
      * Reject master record layout for REJECT-MASTER: one record
      * per transaction the batch apply rejected, keyed by reject
      * number, carrying the original transaction image and its
      * effective date, the reject reason and a disposition worked
      * by the reject repair facility (open, corrected, resubmitted,
      * written off).
      *----------------------------------------------------------------
       01  REJECT-MASTER-RECORD.
           05  RM-REJECT-NUMBER        pic 9(6).
               10  RM-FOUNDED-DATE     pic 9(8).
               10  RM-INDUSTRY-CODE    pic x(4).
               10  RM-SUCCESSOR-SRNO   pic 9(4).
           05  RM-EFFECTIVE-DATE       pic x(8).
