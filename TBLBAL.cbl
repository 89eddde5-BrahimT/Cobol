      *out of step and must not be shipped.
      *
      *This step belongs straight after the generation, before
      *TBLAPPR or OVRAPPLY touch the keyed file - a patch applied
      *after the run is a legitimate difference and would flag.
      *The cycle-control file CYCLCTL holds it to that order: the
      *step refuses to start (return code 8) unless the generation
      *step of the cycle in progress is complete or bypassed, or
      *once TBLCOMP has started in that cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
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

       FD  REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD PIC X(133).

       FD  CYCLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 119 CHARACTERS.
           COPY "CYCREC.cpy".

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

           COPY "CSVREC.cpy".
        01 ws-lookup-status pic XX.
        01 ws-runh-status pic XX.
        01 ws-report-status pic XX.
        01 ws-cyc-status pic XX.
        01 ws-cycle-step pic X(10) value 'TBLBAL'.
        01 ws-cycle-prior-step pic X(10) value 'EXERCISE3'.
        01 ws-cycle-next-step pic X(10) value 'TBLCOMP'.
        01 ws-cycle-id pic 9(6) value 0.
        01 ws-cycle-run pic 9(6) value 0.
        01 ws-cycle-user pic X(20).
        01 ws-cycle-step-open pic 9(1) value 0.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).

        01 ws-total-edit pic Z(8)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
                  ws-run-time(5:2) delimited by size
               into ws-time-edit

      *    cycle control comes first, so a step run out of order
      *    is refused before any of its files is touched.
           perform check-cycle-order

           open output report-file
           if ws-report-status not = '00'
               display 'TBLBAL: could not open BALRPT - '
               display '  run aborted.'
               move 12 to return-code
               perform end-cycle-step
               stop run
           end-if
           perform print-page-heading
               display '  run aborted.'
               move 12 to return-code
               close report-file
               perform end-cycle-step
               stop run
           end-if
           open input intf-file
               move 12 to return-code
               close csv-file
               close report-file
               perform end-cycle-step
               stop run
           end-if
           open input lookup-file
               close csv-file
               close intf-file
               close report-file
               perform end-cycle-step
               stop run
           end-if


           close report-file

           perform end-cycle-step
           goback.

      *    one extract record, routed on the record-type byte.
               perform print-page-heading
           end-if.

      *    cycle control: this step may only start when the step
      *    before it in the cycle in progress is complete or
      *    bypassed, and not once the step after it has started -
      *    run then, it would work against files the later step
      *    has already moved on. The step is recorded as started
      *    under the cycle's run number. With no cycle-control
      *    file, or no cycle opened on it, the step runs outside
      *    cycle control with a warning.
       check-cycle-order.
           accept ws-cycle-user from user name
           open i-o cycle-file
           if ws-cyc-status not = '00'
               display 'TBLBAL: warning - CYCLCTL not available, '
                   'status ' ws-cyc-status
               display '  - step runs outside cycle control.'
               exit paragraph
           end-if
           move 0 to cyc-cycle-id
           move 'CURRENT' to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
               display 'TBLBAL: warning - no cycle open on CYCLCTL'
               display '  - step runs outside cycle control.'
               close cycle-file
               exit paragraph
           end-if
           move cyc-current-cycle to ws-cycle-id
           move cyc-current-run to ws-cycle-run
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-prior-step to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
                   or (cyc-status not = 'C' and cyc-status not = 'B')
               display 'TBLBAL: step ' ws-cycle-prior-step
                   ' of cycle ' ws-cycle-id
               display '  is not complete - this step refuses '
                   'to start.'
               close cycle-file
               move 8 to return-code
               stop run
           end-if
           if ws-cycle-next-step not = spaces
               move ws-cycle-id to cyc-cycle-id
               move ws-cycle-next-step to cyc-step
               read cycle-file
               if ws-cyc-status = '00'
                   display 'TBLBAL: step ' ws-cycle-next-step
                       ' of cycle ' ws-cycle-id
                   display '  has already started - this step '
                       'refuses to run behind it.'
                   close cycle-file
                   move 8 to return-code
                   stop run
               end-if
           end-if
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-step to cyc-step
           read cycle-file
           move spaces to cyc-step-data
           move 'S' to cyc-status
           move 0 to cyc-return-code
           move ws-cycle-run to cyc-run-number
           move ws-clock-date to cyc-start-date
           move ws-run-time to cyc-start-time
           move ws-cycle-user to cyc-user
           if ws-cyc-status = '00'
               rewrite cyc-record
           else
               write cyc-record
           end-if
           if ws-cyc-status not = '00'
               display 'TBLBAL: write to CYCLCTL failed - '
               display '  run aborted.'
               close cycle-file
               move 12 to return-code
               stop run
           end-if
           close cycle-file
           move 1 to ws-cycle-step-open.

      *    every end of the run passes through here once the step
      *    is recorded as started: mark it complete, or failed
      *    when the run ends above return code 4, with the return
      *    code and the end time. A failure here is only warned
      *    about - the run itself is already over.
       end-cycle-step.
           if ws-cycle-step-open = 0
               exit paragraph
           end-if
           move 0 to ws-cycle-step-open
           open i-o cycle-file
           if ws-cyc-status not = '00'
               display 'TBLBAL: warning - could not reopen CYCLCTL'
               display '  to end this step - bypass it with '
                   'CYCLMNT.'
               exit paragraph
           end-if
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-step to cyc-step
           read cycle-file
           if ws-cyc-status = '00'
               if return-code > 4
                   move 'F' to cyc-status
               else
                   move 'C' to cyc-status
               end-if
               move return-code to cyc-return-code
               accept cyc-end-date from date yyyymmdd
               accept cyc-end-time from time
               rewrite cyc-record
           end-if
           if ws-cyc-status not = '00'
               display 'TBLBAL: warning - could not mark this step'
               display '  ended on CYCLCTL - bypass it with '
                   'CYCLMNT.'
           end-if
           close cycle-file.

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
               display 'TBLBAL: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLBAL: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblbal.
