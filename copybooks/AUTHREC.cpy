      *Record layout for the keyed authorization file. One record
      *per user id - the same 20-byte user id the runs already
      *capture from the system - with one Y/N flag per controlled
      *function: generating TBLKEYED, staging a TBLMAINT deck,
      *restoring a generation with TBLREST, and approving someone
      *else's staged deck with TBLAPPR. Exercise3, TBLMAINT,
      *TBLREST, and TBLAPPR read this file at start-up and refuse
      *an unauthorized user, writing DENIED to the audit log so
      *security review sees attempted as well as actual changes.
      *A user with no record here is denied everything.
       01  AUTH-RECORD.
           05  AUTH-KEY.
               10  AUTH-USER      PIC X(20).
           05  AUTH-GENERATE      PIC X(1).
           05  AUTH-MAINTAIN      PIC X(1).
           05  AUTH-RESTORE       PIC X(1).
           05  AUTH-APPROVE       PIC X(1).
