      *return code 8 when any was raised - so the help desk can
      *tell at a glance whether the overnight cycle needs
      *intervention - and 0 when the night was clean.
      *
      *The cycle status section lists every step of the cycle in
      *progress on CYCLCTL with its status, return code, and
      *times, and the operator's reason beside a bypassed step. A
      *step that failed, is still marked started, or has not run
      *raises an ATTENTION line.
      *
      *The processing-date section shows the business date in
      *progress on PROCDATE, the prior business date, and when
      *DATEROLL last rolled it. No business date on file raises an
      *ATTENTION line - every program is stamping the clock date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS WS-RUNH-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 91 CHARACTERS.
           COPY "RUNHREC.cpy".

       FD  CYCLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 119 CHARACTERS.
           COPY "CYCREC.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD PIC X(133).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-runc-status pic XX.
        01 ws-ckpt-data-status pic XX.
        01 ws-audit-status pic XX.
        01 ws-runh-status pic XX.
        01 ws-cyc-status pic XX.
        01 ws-report-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).

           05 ws-lr-cells pic 9(5).
           05 ws-lr-total pic 9(9).
           05 filler pic X(16).
           05 ws-lr-run pic 9(6).
           05 ws-lr-clock-date pic X(8).
        01 ws-runh-found pic 9(1) value 0.
        01 ws-ckpt-found pic 9(1) value 0.
        01 ws-ckpt-op pic X(1).
        01 ws-ckpt-next-row pic 9(2).
        01 ws-ckpt-next-col pic 9(2).
        01 ws-ckpt-data-count pic s9(7) comp value 0.
        01 ws-cycle-id pic 9(6) value 0.
        01 ws-cycle-step pic X(10).
        01 ws-cycle-state pic X(8).
        01 ws-cycle-label pic X(20).

        01 ws-count-edit pic Z(6)9.
        01 ws-total-edit pic Z(8)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
           perform check-checkpoint
           perform check-audit-log
           perform check-run-history
           perform check-cycle-control
           perform check-processing-date

           move spaces to ws-print-line
           move '0' to ws-asa-control
                  ws-la-result delimited by size
               into ws-print-line
           perform write-report-line
      *    APPLIED (maintenance), STAGED, APPROVED, and REJECTED
      *    (the two halves of a maintenance batch), RESTORED (a
      *    restore), ROLLED (a roll-forward), BYPASSED (a cycle
      *    step bypassed by the operator), and REBUILT (TBLVALKD
      *    rebuilt) are clean endings too - only a failing result
      *    needs the operator in the morning.
           if ws-la-result not = 'SUCCESS'
                   and ws-la-result not = 'APPLIED'
                   and ws-la-result not = 'RESTORED'
                   and ws-la-result not = 'STAGED'
                   and ws-la-result not = 'APPROVED'
                   and ws-la-result not = 'REJECTED'
                   and ws-la-result not = 'ROLLED'
                   and ws-la-result not = 'BYPASSED'
                   and ws-la-result not = 'REBUILT'
                   and ws-la-result not = 'ADVANCED'
               move spaces to ws-print-line
               string '  *ATTENTION* LAST RUN ENDED '
                      delimited by size
           move ws-lr-cells to ws-count-edit
           move ws-lr-total to ws-total-edit
           move spaces to ws-print-line
           string '  LAST COMPLETED RUN ' delimited by size
                  ws-lr-run delimited by size
                  ': DATE ' delimited by size
                  ws-lr-date delimited by size
                  '  TIME ' delimited by size
                  ws-lr-time delimited by size
                  '  CLOCK DATE ' delimited by size
                  ws-lr-clock-date delimited by size
                  '  CELLS ' delimited by size
                  ws-count-edit delimited by size
                  '  TOTAL ' delimited by size
               into ws-print-line
           perform write-report-line.

      *    the cycle-control file: the cycle in progress and each
      *    of its steps in running order. A step that failed, is
      *    still marked started, or has not run needs the operator
      *    - to rerun it, or to bypass it with CYCLMNT.
       check-cycle-control.
           move spaces to ws-print-line
           move 'CYCLE CONTROL (CYCLCTL)' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           open input cycle-file
           if ws-cyc-status not = '00'
               move '  CYCLCTL NOT ON FILE' to ws-print-line
               perform write-report-line
               exit paragraph
           end-if
           move 0 to cyc-cycle-id
           move 'CURRENT' to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
               move '  NO CYCLE OPENED YET' to ws-print-line
               perform write-report-line
               close cycle-file
               exit paragraph
           end-if
           move cyc-current-cycle to ws-cycle-id
           move spaces to ws-print-line
           string '  CYCLE IN PROGRESS: ' delimited by size
                  cyc-current-cycle delimited by size
                  '  RUN ' delimited by size
                  cyc-current-run delimited by size
                  '  OPENED ' delimited by size
                  cyc-opened-date delimited by size
                  ' ' delimited by size
                  cyc-opened-time delimited by size
               into ws-print-line
           perform write-report-line
           move 'EXERCISE3' to ws-cycle-step
           perform report-cycle-step
           move 'TBLBAL' to ws-cycle-step
           perform report-cycle-step
           move 'TBLCOMP' to ws-cycle-step
           perform report-cycle-step
           move 'OVRAPPLY' to ws-cycle-step
           perform report-cycle-step
           move 'DATEROLL' to ws-cycle-step
           perform report-cycle-step
           close cycle-file.

      *    one step of the cycle in progress: one line with its
      *    status, and the reason under a bypass.
       report-cycle-step.
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-step to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
               move spaces to ws-print-line
               string '  *ATTENTION* STEP ' delimited by size
                      ws-cycle-step delimited by size
                      ' HAS NOT RUN IN THIS CYCLE'
                      delimited by size
                   into ws-print-line
               perform write-report-line
               perform raise-attention
               exit paragraph
           end-if
           evaluate cyc-status
               when 'C'
                   move 'COMPLETE' to ws-cycle-state
               when 'B'
                   move 'BYPASSED' to ws-cycle-state
               when 'F'
                   move 'FAILED' to ws-cycle-state
               when other
                   move 'STARTED' to ws-cycle-state
           end-evaluate
           if cyc-status = 'C' or cyc-status = 'B'
               move '  STEP' to ws-cycle-label
           else
               move '  *ATTENTION* STEP' to ws-cycle-label
               perform raise-attention
           end-if
           move spaces to ws-print-line
           string ws-cycle-label delimited by size
                  ws-cycle-step delimited by size
                  ' ' delimited by size
                  ws-cycle-state delimited by size
                  '  RC ' delimited by size
                  cyc-return-code delimited by size
                  '  STARTED ' delimited by size
                  cyc-start-date delimited by size
                  ' ' delimited by size
                  cyc-start-time delimited by size
                  '  ENDED ' delimited by size
                  cyc-end-date delimited by size
                  ' ' delimited by size
                  cyc-end-time delimited by size
                  '  USER ' delimited by size
                  cyc-user delimited by size
               into ws-print-line
           perform write-report-line
           if cyc-status = 'B'
               move spaces to ws-print-line
               string '        BYPASS REASON: ' delimited by size
                      cyc-reason delimited by size
                   into ws-print-line
               perform write-report-line
           end-if.

      *    the processing-date control record: the business date
      *    in progress, the prior business date, and the clock date
      *    and time DATEROLL last rolled it. Without a business
      *    date on file every program stamps the clock date, which
      *    needs the operator - PDATMNT sets it up.
       check-processing-date.
           move spaces to ws-print-line
           move 'PROCESSING DATE (PROCDATE)' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           open input procdate-file
           if ws-pdt-status not = '00'
               move spaces to ws-print-line
               string '  *ATTENTION* PROCDATE NOT ON FILE - '
                      delimited by size
                      'CLOCK DATE IN USE' delimited by size
                   into ws-print-line
               perform write-report-line
               perform raise-attention
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status not = '00' or pdt-current-date not numeric
               move spaces to ws-print-line
               string '  *ATTENTION* NO BUSINESS DATE SET - '
                      delimited by size
                      'CLOCK DATE IN USE' delimited by size
                   into ws-print-line
               perform write-report-line
               perform raise-attention
               close procdate-file
               exit paragraph
           end-if
           move pdt-holiday-count to ws-count-edit
           move spaces to ws-print-line
           string '  BUSINESS DATE: ' delimited by size
                  pdt-current-date delimited by size
                  '  PRIOR ' delimited by size
                  pdt-prior-date delimited by size
                  '  LAST ROLLED ' delimited by size
                  pdt-roll-date delimited by size
                  ' ' delimited by size
                  pdt-roll-time delimited by size
                  '  HOLIDAYS ON CALENDAR ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           close procdate-file.

       raise-attention.
           add 1 to ws-attention-count.

               perform print-page-heading
           end-if.

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
               display 'OPSTATUS: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'OPSTATUS: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Opstatus.
