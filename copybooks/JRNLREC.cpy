      * Company change journal record layout for COMPANY-JOURNAL:
      * one record per add, change or delete applied to the company
      * master, carrying the record image before and after the
      * change and the operator who made it. Appended by the
      * CompJrnl subprogram and read by the journal inquiry and by
      * forward recovery, which reapplies the after-images to a
      * restored backup generation.
      *----------------------------------------------------------------
       01  COMPANY-JOURNAL-RECORD.
           05  JL-SRNO                 pic 9(4).
               88  JL-ACTION-DELETE            value "D".
               88  JL-ACTION-REINSTATE         value "R".
               88  JL-ACTION-MERGE             value "M".
               88  JL-ACTION-PURGE             value "P".
           05  JL-BEFORE-IMAGE         pic x(80).
           05  JL-AFTER-IMAGE          pic x(80).
           05  JL-OPERATOR-ID          pic x(8).
