      *----------------------------------------------------------------
      * SELCARD.cpy
      * Selection criteria card layout for SELECTION-CARDS. Each
      * card names one criterion, I to include or E to exclude the
      * companies that match it, and its values:
      *   STATUS     up to 10 status codes (A, D, M)
      *   INDUSTRY   up to 10 industry codes
      *   BAND       up to 10 band codes
      *   BASIS      X for exact or E for estimated founded dates
      *   REGLINKED  Y for companies linked in REGXREF.DAT
      *   SUCCESSOR  Y for companies carrying a successor SrNo
      *   FOUNDED    founded-date range, from and to (yyyymmdd)
      *   AGE        age range, from and to (years)
      * A company is selected only when it passes every card. Two
      * control cards complete the deck: SORT with SRNO, NAME, AGE
      * or INDUSTRY, and CSV with Y to write the CSV file as well.
      *----------------------------------------------------------------
       01  SELECTION-CARD.
           05  SL-CRITERION            pic x(10).
               88  SL-STATUS                   value "STATUS".
               88  SL-INDUSTRY                 value "INDUSTRY".
               88  SL-BAND                     value "BAND".
               88  SL-BASIS                    value "BASIS".
               88  SL-REG-LINKED               value "REGLINKED".
               88  SL-SUCCESSOR                value "SUCCESSOR".
               88  SL-FOUNDED                  value "FOUNDED".
               88  SL-AGE                      value "AGE".
               88  SL-SORT                     value "SORT".
               88  SL-CSV                      value "CSV".
           05  filler                  pic x(1).
           05  SL-MODE                 pic x(1).
               88  SL-INCLUDE                  value "I".
               88  SL-EXCLUDE                  value "E".
           05  filler                  pic x(1).
           05  SL-VALUES               pic x(50).
           05  SL-VALUE-LIST redefines SL-VALUES.
               10  SL-VALUE            pic x(5) occurs 10 times.
           05  SL-RANGE redefines SL-VALUES.
               10  SL-RANGE-FROM       pic 9(8).
               10  filler              pic x(1).
               10  SL-RANGE-TO         pic 9(8).
               10  filler              pic x(33).
