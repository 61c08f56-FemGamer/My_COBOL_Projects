      *----------------------------------------------------------------
      * RETNREC.cpy
      * Retention policy card layout for RETENTION-POLICY: one card
      * per housekept file naming the file (AGEAUDIT, COMPJOURNAL,
      * AGEHISTORY, RUNCONTROL, NIGHTLOG, REJECTMASTER, PENDTRANS,
      * SECVIOL or SENDCTL), the number of days its entries are kept
      * on the live file and, for AGEHISTORY only, the number of
      * newest snapshots always kept. Pending transactions age from
      * their disposition date and sends from their acknowledgment,
      * so entries still pending and sends not yet accepted are
      * never removed. A file with no card is left alone by the
      * housekeeping run.
      *----------------------------------------------------------------
       01  RETENTION-POLICY-RECORD.
           05  RP-FILE-NAME            pic x(12).
           05  filler                  pic x(1).
           05  RP-RETAIN-DAYS          pic 9(4).
           05  filler                  pic x(1).
           05  RP-KEEP-SNAPSHOTS       pic 9(2).
