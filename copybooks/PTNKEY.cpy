      *Record layout for the partner-keyed table file. One record
      *per cell per partner, keyed by the partner id with the
      *factor pair behind it, so every partner's table is held
      *under its own id and reads back in LOOKUP-KEY order from
      *partner id + 0000. INTFRECV replaces one partner's cells
      *at a time and never touches another partner's.
       01  PTN-RECORD.
           05  PTN-KEY.
               10  PTN-PARTNER-ID     PIC X(8).
               10  PTN-FACTOR1        PIC 9(2).
               10  PTN-FACTOR2        PIC 9(2).
           05  PTN-PRODUCT            PIC 9(6).
