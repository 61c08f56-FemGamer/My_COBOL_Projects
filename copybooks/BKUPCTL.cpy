      *----------------------------------------------------------------
      * BKUPCTL.cpy
      * Backup control record layout for BACKUP-CONTROL: the last
      * generation written, its date and record count, and for
      * each generation slot the timestamp the backup was taken and
      * the number of records it holds. Maintained by the backup
      * utility and read by forward recovery to decide which
      * journal entries postdate the chosen generation.
      *----------------------------------------------------------------
       01  BC-CONTROL-RECORD.
           05  BC-LAST-GENERATION      pic 9(1).
           05  BC-BACKUP-DATE          pic 9(8).
           05  BC-RECORD-COUNT         pic 9(6).
           05  BC-GENERATION-TABLE.
               10  BC-GENERATION-ENTRY occurs 5 times.
                   15  BC-GEN-TIMESTAMP    pic x(21).
                   15  BC-GEN-COUNT        pic 9(6).
