      *----------------------------------------------------------------
      * AGEREC.cpy
      * Aging result record layout for AGE-RESULT-MASTER: one record
      * per active company, keyed by SrNo, as aged by the latest
      * aging run. Carries the company details the run aged from,
      * the age and band it computed, the effective (as-of) date
      * and the run number and timestamp, so every report prints
      * the same ages as AGERESULTS.DAT and AGEHISTORY.DAT. A
      * company whose founded date failed validation is kept as a
      * rejected record with the reason code and no age.
      *----------------------------------------------------------------
       01  AGE-RESULT-RECORD.
           05  AG-SRNO                 pic 9(4).
           05  AG-COMPANY              pic x(30).
           05  AG-FOUNDED-DATE         pic 9(8).
           05  AG-INDUSTRY-CODE        pic x(4).
           05  AG-FOUNDED-BASIS        pic x(1).
               88  AG-FOUNDED-EXACT            value " ".
               88  AG-FOUNDED-ESTIMATED        value "E".
           05  AG-AGE-NOW              pic 9(4).
           05  AG-BAND-CODE            pic 9(1).
           05  AG-EFFECTIVE-DATE       pic 9(8).
           05  AG-RUN-NUMBER           pic 9(6).
           05  AG-RUN-TIMESTAMP        pic x(21).
           05  AG-RESULT-STATUS        pic x(1).
               88  AG-AGED                     value "A".
               88  AG-REJECTED                 value "R".
           05  AG-REASON-CODE          pic x(4).
