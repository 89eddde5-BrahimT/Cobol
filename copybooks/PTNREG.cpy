      *Record layout for the keyed partner registry. One record per
      *partner shop that sends tables back in the controlled
      *interface format, keyed by an 8-character partner id. The
      *operation code and factor ranges are what that partner is
      *expected to send, and INTFRECV holds every inbound header
      *against them. The last run number received and the date it
      *was received are stamped back by INTFRECV on every accepted
      *file, so a re-sent file is recognised as a duplicate and a
      *skipped run number shows up as a missing transmission.
      *PTNMNT maintains the expected parameters; only INTFRECV
      *moves the last-received fields.
       01  PREG-RECORD.
           05  PREG-KEY.
               10  PREG-PARTNER-ID    PIC X(8).
           05  PREG-OP-CODE           PIC X(1).
           05  PREG-ROW-START         PIC 9(2).
           05  PREG-ROW-END           PIC 9(2).
           05  PREG-COL-START         PIC 9(2).
           05  PREG-COL-END           PIC 9(2).
           05  PREG-LAST-RUN-NUMBER   PIC 9(6).
           05  PREG-LAST-RECV-DATE    PIC X(8).
           05  FILLER                 PIC X(9).
