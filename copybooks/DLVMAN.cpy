      *Record layouts for the delivery manifest DLVMANIF that
      *TBLQUEUE writes alongside the per-request delivery extracts.
      *One header record, one detail record per delivery extract
      *produced, and one trailer record, all 80 bytes; the
      *record-type byte in column 1 tells them apart (H, D, T).
      *Each detail names the requester, the run number the request
      *was filled under, the delivery dataset, the operation code
      *and factor ranges, and the extract's own trailer figures -
      *detail record count, value total, and hash total - so
      *downstream pickup can hold each extract against the
      *manifest, and operations can prove what went to whom. The
      *trailer carries the delivery count and the totals of the
      *detail figures.
       01  DLVM-HEADER.
           05  DLVM-H-TYPE            PIC X(1).
           05  DLVM-H-RUN-DATE        PIC X(8).
           05  DLVM-H-RUN-TIME        PIC X(8).
           05  DLVM-H-SOURCE          PIC X(8).
           05  FILLER                 PIC X(55).
       01  DLVM-DETAIL.
           05  DLVM-D-TYPE            PIC X(1).
           05  DLVM-D-REQUESTER       PIC X(8).
           05  DLVM-D-RUN-NUMBER      PIC 9(6).
           05  DLVM-D-DATASET         PIC X(12).
           05  DLVM-D-OP-CODE         PIC X(1).
           05  DLVM-D-ROW-START       PIC 9(2).
           05  DLVM-D-ROW-END         PIC 9(2).
           05  DLVM-D-COL-START       PIC 9(2).
           05  DLVM-D-COL-END         PIC 9(2).
           05  DLVM-D-REC-COUNT       PIC 9(7).
           05  DLVM-D-VALUE-TOTAL     PIC 9(9).
           05  DLVM-D-HASH-TOTAL      PIC 9(9).
           05  FILLER                 PIC X(19).
       01  DLVM-TRAILER.
           05  DLVM-T-TYPE            PIC X(1).
           05  DLVM-T-DELIVERY-COUNT  PIC 9(5).
           05  DLVM-T-REC-TOTAL       PIC 9(9).
           05  DLVM-T-VALUE-TOTAL     PIC 9(11).
           05  DLVM-T-HASH-TOTAL      PIC 9(11).
           05  FILLER                 PIC X(43).
