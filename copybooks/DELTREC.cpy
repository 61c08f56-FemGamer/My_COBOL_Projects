      *----------------------------------------------------------------
      * DELTREC.cpy
      * Outbound change-delta record layout for DELTA-FILE. Every
      * delta starts with one header record carrying the send
      * sequence number and transmission count, then one detail
      * record per company change (add, change, delete, merge or
      * reinstate) holding the company as it stood after the
      * change, and ends with one trailer record carrying the
      * record counts and the hash total of the detail SrNos.
      *----------------------------------------------------------------
       01  DELTA-RECORD.
           05  DL-RECORD-TYPE          pic x(1).
               88  DL-HEADER                   value "H".
               88  DL-DETAIL                   value "D".
               88  DL-TRAILER                  value "T".
           05  DL-RECORD-DATA          pic x(99).
           05  DL-HEADER-DATA redefines DL-RECORD-DATA.
               10  DL-HDR-SEQUENCE     pic 9(6).
               10  DL-HDR-SEND-COUNT   pic 9(2).
               10  DL-HDR-CREATED      pic x(21).
               10  DL-HDR-FROM         pic x(21).
               10  DL-HDR-TO           pic x(21).
               10  filler              pic x(28).
           05  DL-DETAIL-DATA redefines DL-RECORD-DATA.
               10  DL-DTL-ACTION       pic x(1).
                   88  DL-DTL-ADD              value "A".
                   88  DL-DTL-CHANGE           value "C".
                   88  DL-DTL-DELETE           value "D".
                   88  DL-DTL-MERGE            value "M".
                   88  DL-DTL-REINSTATE        value "R".
               10  DL-DTL-TIMESTAMP    pic x(21).
               10  DL-DTL-SRNO         pic 9(4).
               10  DL-DTL-COMPANY      pic x(30).
               10  DL-DTL-FOUNDED-DATE pic 9(8).
               10  DL-DTL-FOUNDED-BASIS pic x(1).
               10  DL-DTL-STATUS       pic x(1).
               10  DL-DTL-DELETED-DATE pic 9(8).
               10  DL-DTL-INDUSTRY-CODE pic x(4).
               10  DL-DTL-SUCCESSOR-SRNO pic 9(4).
               10  filler              pic x(17).
           05  DL-TRAILER-DATA redefines DL-RECORD-DATA.
               10  DL-TRL-SEQUENCE     pic 9(6).
               10  DL-TRL-RECORD-COUNT pic 9(6).
               10  DL-TRL-ADD-COUNT    pic 9(6).
               10  DL-TRL-CHANGE-COUNT pic 9(6).
               10  DL-TRL-DELETE-COUNT pic 9(6).
               10  DL-TRL-MERGE-COUNT  pic 9(6).
               10  DL-TRL-REINSTATE-COUNT pic 9(6).
               10  DL-TRL-HASH-TOTAL   pic 9(10).
               10  filler              pic x(47).
