      *The TBLQUEUE driver fills the request, stamps the status
      *(C = completed, E = rejected), the run number it assigned,
      *and the fill date and time back onto the record, so the
      *queue file itself proves when each request was filled. The
      *fill date is the business date on PROCDATE; the clock date
      *the request was actually filled on is kept alongside.
      *TBLBILL stamps the billing period (yyyymm) a filled request
      *was charged or listed in, so no request is billed twice.
       01  QREQ-RECORD.
           05  QREQ-REQUESTER     PIC X(8).
           05  QREQ-OP-CODE       PIC X(1).
           05  QREQ-RUN-NUMBER    PIC X(6).
           05  QREQ-FILL-DATE     PIC X(8).
           05  QREQ-FILL-TIME     PIC X(8).
           05  QREQ-BILL-PERIOD   PIC X(6).
           05  QREQ-FILL-CLOCK-DATE PIC X(8).
           05  FILLER             PIC X(26).
