      *Record layout for the keyed pending-maintenance file that
      *holds TBLMAINT decks waiting for a second person. Keyed by
      *batch id and sequence within the batch. Sequence 0000 is
      *the batch header: status (P = pending, A = approved and
      *applied, R = rejected), the transaction count, who entered
      *the batch and when, and the checker who approved or
      *rejected it and when. Sequences 0001 onward are the staged
      *transactions in deck order. Batch id 000000 sequence 0000
      *is the control record carrying the last batch id issued,
      *so TBLMAINT numbers batches without scanning the file.
      *TBLMAINT writes the batches; TBLAPPR applies or rejects
      *them and stamps the decision on the header.
       01  PEND-RECORD.
           05  PEND-KEY.
               10  PEND-BATCH-ID      PIC 9(6).
               10  PEND-SEQ           PIC 9(4).
           05  PEND-BATCH-DATA.
               10  PEND-STATUS        PIC X(1).
               10  PEND-TRAN-COUNT    PIC 9(4).
               10  PEND-ENTERED-BY    PIC X(20).
               10  PEND-ENTERED-DATE  PIC X(8).
               10  PEND-ENTERED-TIME  PIC X(8).
               10  PEND-APPROVED-BY   PIC X(20).
               10  PEND-APPROVED-DATE PIC X(8).
               10  PEND-APPROVED-TIME PIC X(8).
           05  PEND-TRAN-DATA REDEFINES PEND-BATCH-DATA.
               10  PEND-ACTION        PIC X(1).
               10  PEND-FACTOR1       PIC 9(2).
               10  PEND-FACTOR2       PIC 9(2).
               10  PEND-VALUE         PIC 9(6).
               10  FILLER             PIC X(66).
           05  PEND-CONTROL-DATA REDEFINES PEND-BATCH-DATA.
               10  PEND-LAST-BATCH-ID PIC 9(6).
               10  FILLER             PIC X(71).
