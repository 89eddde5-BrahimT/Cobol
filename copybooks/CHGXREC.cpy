      *Record layouts for the chargeback charge-transfer extract
      *that TBLBILL writes for the general ledger feed. One header
      *record, one detail record per requester charged in the
      *billing period, and one trailer record, all 80 bytes; the
      *record-type byte in column 1 tells them apart (H, D, T).
      *The header carries the billing period and when the extract
      *was cut. Each detail carries the requester to be charged,
      *the number of requests and cells charged, and the amount.
      *The trailer carries the detail record count and the totals
      *of the detail requests, cells, and amounts, so the ledger
      *feed can prove the whole file arrived.
       01  CHGX-HEADER.
           05  CHGX-H-TYPE            PIC X(1).
           05  CHGX-H-PERIOD          PIC X(6).
           05  CHGX-H-RUN-DATE        PIC X(8).
           05  CHGX-H-RUN-TIME        PIC X(8).
           05  CHGX-H-SOURCE          PIC X(8).
           05  FILLER                 PIC X(49).
       01  CHGX-DETAIL.
           05  CHGX-D-TYPE            PIC X(1).
           05  CHGX-D-REQUESTER       PIC X(8).
           05  CHGX-D-PERIOD          PIC X(6).
           05  CHGX-D-REQUEST-COUNT   PIC 9(5).
           05  CHGX-D-CELL-COUNT      PIC 9(7).
           05  CHGX-D-AMOUNT          PIC 9(9)V99.
           05  FILLER                 PIC X(42).
       01  CHGX-TRAILER.
           05  CHGX-T-TYPE            PIC X(1).
           05  CHGX-T-REC-COUNT       PIC 9(7).
           05  CHGX-T-REQUEST-TOTAL   PIC 9(7).
           05  CHGX-T-CELL-TOTAL      PIC 9(9).
           05  CHGX-T-AMOUNT-TOTAL    PIC 9(11)V99.
           05  FILLER                 PIC X(43).
