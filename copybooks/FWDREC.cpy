      *Record layout for the forward-recovery journal FWDJRNL. One
      *record per maintenance transaction applied to TBLKEYED, in
      *the order applied, written by TBLAPPR as it applies an
      *approved batch and read back by TBLROLL to replay the
      *maintenance on top of a restored generation. The run number
      *is the last generator run drawn on RUNCTL when the
      *transaction went on - the generation it was applied over.
      *The before image is the cell as it stood on the file (flag
      *N for an add: the key was not on file); the after image is
      *the cell as it was left (flag N for a delete). Date and
      *time are the clock date and time the transaction was
      *applied, hhmmsscc, not the business date, so the roll-
      *forward cut-off is always in the order applied.
       01  FWD-RECORD.
           05  FWD-RUN-NUMBER         PIC 9(6).
           05  FWD-APPLY-DATE         PIC X(8).
           05  FWD-APPLY-TIME         PIC X(8).
           05  FWD-BATCH-ID           PIC 9(6).
           05  FWD-SEQ                PIC 9(4).
           05  FWD-ACTION             PIC X(1).
           05  FWD-BEFORE-FLAG        PIC X(1).
           05  FWD-BEFORE-IMAGE.
               10  FWD-BEFORE-FACTOR1 PIC 9(2).
               10  FWD-BEFORE-FACTOR2 PIC 9(2).
               10  FWD-BEFORE-PRODUCT PIC 9(6).
           05  FWD-AFTER-FLAG         PIC X(1).
           05  FWD-AFTER-IMAGE.
               10  FWD-AFTER-FACTOR1  PIC 9(2).
               10  FWD-AFTER-FACTOR2  PIC 9(2).
               10  FWD-AFTER-PRODUCT  PIC 9(6).
           05  FWD-USER               PIC X(20).
           05  FILLER                 PIC X(5).
