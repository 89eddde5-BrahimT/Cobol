      *Record layout for the processing-date control file PROCDATE,
      *a single record holding the business date the batch suite
      *stamps its work with. Every program takes its run date from
      *the current business date here rather than from the clock,
      *so a cycle that runs past midnight, or a failed night rerun
      *the next morning, still carries the business day it belongs
      *to; the clock time is kept alongside for audit. DATEROLL
      *advances the current date to the next business day, skipping
      *Saturdays, Sundays, and the holiday calendar below, and
      *stamps the clock date and time of the roll. PDATMNT sets the
      *dates and maintains the holiday calendar. Dates are yyyymmdd.
       01  PDT-RECORD.
           05  PDT-CURRENT-DATE   PIC X(8).
           05  PDT-PRIOR-DATE     PIC X(8).
           05  PDT-ROLL-DATE      PIC X(8).
           05  PDT-ROLL-TIME      PIC X(8).
           05  PDT-HOLIDAY-COUNT  PIC 9(2).
           05  PDT-HOLIDAY        PIC X(8) OCCURS 60 TIMES.
           05  FILLER             PIC X(6).
