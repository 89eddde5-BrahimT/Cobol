       AUTHOR. Brahim Boubakar Toure (040941268).

      *Management report and retention step for the audit log that
      *Exercise3, TBLMAINT, TBLAPPR, and TBLREST append to. Reads
      *AUDITLOG, tallies runs per user, success and failure
      *counts, refused authorization attempts (result DENIED), and
      *failure result codes by day, and prints the analysis to
      *AUDRPT. In the same pass, records
      *older than the retention period (a SYSIN card, days, default
      *90) are archived to AUDITHIST and the records still inside
      *the period are written to AUDITNEW; operations replaces
           SELECT RETAIN-FILE ASSIGN TO "AUDITNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 100 CHARACTERS.
       01  RETAIN-RECORD PIC X(100).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-audit-status pic XX.
        01 ws-hist-status pic XX.
        01 ws-retain-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).

              05 ws-dt-result pic x(9).

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
               move 0 to ws-ut-denied(ws-user-sub)
           end-if
           add 1 to ws-ut-runs(ws-user-sub)
      *    APPLIED (a completed maintenance deck), STAGED (a deck
      *    filed for approval), APPROVED and REJECTED (a checker's
      *    decision carried out), RESTORED (a completed restore),
      *    ROLLED (a completed roll-forward), BYPASSED (a cycle
      *    step bypassed by the operator), and REBUILT (TBLVALKD
      *    rebuilt from TBLKEYED) are ordinary good outcomes, not
      *    failures - only DENIED, FAILED, BLOCKED, and the like
      *    belong in the failed column.
           if aud-result = 'SUCCESS' or aud-result = 'APPLIED'
                   or aud-result = 'RESTORED'
                   or aud-result = 'STAGED'
                   or aud-result = 'APPROVED'
                   or aud-result = 'REJECTED'
                   or aud-result = 'ROLLED'
                   or aud-result = 'BYPASSED'
                   or aud-result = 'REBUILT'
                   or aud-result = 'ADVANCED'
               add 1 to ws-ut-good(ws-user-sub)
           else
               add 1 to ws-ut-bad(ws-user-sub)
           add 1 to ws-dt-runs(ws-day-sub)
           if aud-result = 'SUCCESS' or aud-result = 'APPLIED'
                   or aud-result = 'RESTORED'
                   or aud-result = 'STAGED'
                   or aud-result = 'APPROVED'
                   or aud-result = 'REJECTED'
                   or aud-result = 'ROLLED'
                   or aud-result = 'BYPASSED'
                   or aud-result = 'REBUILT'
                   or aud-result = 'ADVANCED'
               add 1 to ws-dt-good(ws-day-sub)
           else
               add 1 to ws-dt-bad(ws-day-sub)
           close hist-file
           close retain-file.

      *    the run date this program stamps its work with is the
      *    current business date on PROCDATE, not the clock date,
      *    so a cycle that runs past midnight or a rerun the next
      *    morning still carries the business day it belongs to.
      *    The clock date is kept in ws-clock-date alongside the
      *    clock time. Without a business date on PROCDATE the
      *    clock date is used, with a warning.
       take-processing-date.
           move ws-clock-date to ws-run-date
           open input procdate-file
           if ws-pdt-status not = '00'
               display 'AUDITRPT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'AUDITRPT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Auditrpt.
