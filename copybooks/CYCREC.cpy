      *Record layout for the nightly cycle-control file CYCLCTL,
      *keyed on cycle and step. Each step of the batch suite
      *writes its own record when it starts (status S) and marks
      *it complete (C) or failed (F) with its return code when it
      *ends; CYCLMNT marks a step bypassed (B) with the operator's
      *reason. A step may only start when the step before it in
      *the cycle is complete or bypassed. A cycle is opened by the
      *generator run Exercise3 and closed by the last step.
      *
      *The record keyed cycle 000000, step CURRENT, is the pointer
      *to the cycle in progress; it uses the pointer view of the
      *data portion. Dates are the clock date, yyyymmdd, not the
      *business date, and times are the clock time, hhmmsscc.
       01  CYC-RECORD.
           05  CYC-KEY.
               10  CYC-CYCLE-ID           PIC 9(6).
               10  CYC-STEP               PIC X(10).
           05  CYC-STEP-DATA.
               10  CYC-STATUS             PIC X(1).
               10  CYC-RETURN-CODE        PIC 9(4).
               10  CYC-RUN-NUMBER         PIC 9(6).
               10  CYC-START-DATE         PIC X(8).
               10  CYC-START-TIME         PIC X(8).
               10  CYC-END-DATE           PIC X(8).
               10  CYC-END-TIME           PIC X(8).
               10  CYC-USER               PIC X(20).
               10  CYC-REASON             PIC X(40).
           05  CYC-POINTER-DATA REDEFINES CYC-STEP-DATA.
               10  CYC-CURRENT-CYCLE      PIC 9(6).
               10  CYC-CURRENT-RUN        PIC 9(6).
               10  CYC-OPENED-DATE        PIC X(8).
               10  CYC-OPENED-TIME        PIC X(8).
               10  FILLER                 PIC X(75).
