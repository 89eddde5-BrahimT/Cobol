      *Record layout for the keyed chargeback rate file. One record
      *per operation code with the fee charged for each completed
      *request and the fee charged for each cell of the table it
      *produced, maintained by RATEMNT. TBLBILL prices every
      *completed request on the queue from this file; a request
      *whose operation code has no rate here is not charged and
      *waits for a later billing run.
       01  RATE-RECORD.
           05  RATE-KEY.
               10  RATE-OP-CODE       PIC X(1).
           05  RATE-REQUEST-FEE       PIC 9(5)V99.
           05  RATE-CELL-FEE          PIC 9(3)V9(4).
           05  RATE-DESCRIPTION       PIC X(20).
           05  FILLER                 PIC X(5).
