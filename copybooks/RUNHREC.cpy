      *report can compare a run against the previous run with the
      *same parameters. The profile name is the named parameter
      *set the run was driven by, or spaces for a run driven by
      *positional cards. The run number is the one drawn on RUNCTL,
      *which ties the record to the run's generation in GENLIB.
      *The run date in the key is the business date on PROCDATE;
      *the clock date the run actually ran on is kept alongside.
       01  RUNH-RECORD.
           05  RUNH-KEY.
               10  RUNH-RUN-DATE  PIC X(8).
           05  RUNH-AVERAGE       PIC 9(6).
           05  RUNH-RETURN-CODE   PIC 9(2).
           05  RUNH-PROFILE       PIC X(8).
           05  RUNH-RUN-NUMBER    PIC 9(6).
           05  RUNH-CLOCK-DATE    PIC X(8).
