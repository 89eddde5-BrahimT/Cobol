               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.
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

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY "AUTHREC.cpy".

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
        01 ws-audit-result pic X(9).
        01 ws-run-user pic X(20).
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-lookup-status pic XX.
        01 ws-valkey-status pic XX.
        01 ws-runc-status pic XX.
        01 ws-run-number pic 9(6) value 0.
        01 ws-run-acquired pic 9(1) value 0.
        01 ws-cyc-status pic XX.
        01 ws-cycle-step pic X(10) value 'EXERCISE3'.
        01 ws-cycle-last-step pic X(10) value 'DATEROLL'.
        01 ws-cycle-id pic 9(6) value 0.
        01 ws-cycle-new pic 9(1) value 0.
        01 ws-cycle-step-open pic 9(1) value 0.
        01 ws-avg-value pic s9(6) comp value 0.
        01 ws-row-mid pic 9(2).
        01 ws-col-mid pic 9(2).
      *    itself fails - must carry the date, time, and user of
      *    the run that wrote it.
           accept ws-run-user from user name
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
      *    ones.
           perform check-authorization

      *    cycle control: the generator opens each nightly cycle,
      *    and may not open the next one until the last step of
      *    the cycle in progress is complete or bypassed. A rerun
      *    of a failed generation stays in the same cycle.
           perform check-cycle-order

      *    run-control: take the next run number and mark this run
      *    in flight before any deliverable is touched. A run that
      *    finds the in-flight mark set refuses to start, so two
           end-if
           close run-control-file
           move 1 to ws-run-acquired
           perform start-cycle-step

           open input checkpoint-file
           if ws-ckpt-status = '00'
               move ws-avg-value to runh-average
               move return-code to runh-return-code
               move ws-profile-name to runh-profile
               move ws-run-number to runh-run-number
               move ws-clock-date to runh-clock-date
               write runh-record
               if ws-runh-status not = '00'
                   display 'EXERCISE3: warning - write to RUNHIST '
           if ws-run-acquired = 1
               perform release-run-control
           end-if
           if ws-cycle-step-open = 1
               perform end-cycle-step
           end-if
           move spaces to ws-audit-line
           string ws-run-date delimited by size
                  ' ' delimited by size
               close run-control-file
           end-if.

      *    find the cycle this generation belongs to. The pointer
      *    record on CYCLCTL names the cycle in progress. When its
      *    generation step is already complete or bypassed, this
      *    run opens the next cycle - but only if the last step of
      *    the cycle in progress is complete or bypassed too;
      *    otherwise the steps after the generation have not all
      *    run and this run refuses to start. With no cycle on
      *    file yet, this run opens cycle 1.
       check-cycle-order.
           move 0 to ws-cycle-id
           move 0 to ws-cycle-new
           open i-o cycle-file
           if ws-cyc-status = '35'
               open output cycle-file
               close cycle-file
               open i-o cycle-file
           end-if
           if ws-cyc-status not = '00'
               display 'EXERCISE3: could not open CYCLCTL - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               stop run
           end-if
           move 0 to cyc-cycle-id
           move 'CURRENT' to cyc-step
           read cycle-file
           if ws-cyc-status = '00'
               move cyc-current-cycle to ws-cycle-id
           end-if
           if ws-cycle-id = 0
               move 1 to ws-cycle-id
               move 1 to ws-cycle-new
               close cycle-file
               exit paragraph
           end-if
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-step to cyc-step
           read cycle-file
           if ws-cyc-status = '00'
                   and (cyc-status = 'C' or cyc-status = 'B')
               move ws-cycle-id to cyc-cycle-id
               move ws-cycle-last-step to cyc-step
               read cycle-file
               if ws-cyc-status = '00'
                       and (cyc-status = 'C' or cyc-status = 'B')
                   add 1 to ws-cycle-id
                   move 1 to ws-cycle-new
               else
                   display 'EXERCISE3: cycle ' ws-cycle-id
                       ' is still in progress - step '
                       ws-cycle-last-step
                   display '  is not complete, so the next cycle '
                   display '  cannot be opened. Complete or bypass '
                   display '  the outstanding steps and resubmit.'
                   close cycle-file
                   move 8 to return-code
                   move 'BLOCKED' to ws-audit-result
                   perform write-audit-record
                   stop run
               end-if
           end-if
           close cycle-file.

      *    record this generation as started in its cycle, under
      *    the run number just drawn, and point CYCLCTL at the
      *    cycle. A rerun in the same cycle rewrites the step
      *    record it left behind.
       start-cycle-step.
           open i-o cycle-file
           if ws-cyc-status not = '00'
               display 'EXERCISE3: could not open CYCLCTL - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               stop run
           end-if
           move 0 to cyc-cycle-id
           move 'CURRENT' to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
               move spaces to cyc-pointer-data
               move 0 to cyc-cycle-id
               move 'CURRENT' to cyc-step
           end-if
           if ws-cycle-new = 1
               move ws-clock-date to cyc-opened-date
               move ws-run-time to cyc-opened-time
           end-if
           move ws-cycle-id to cyc-current-cycle
           move ws-run-number to cyc-current-run
           if ws-cyc-status = '00'
               rewrite cyc-record
           else
               write cyc-record
           end-if
           if ws-cyc-status not = '00'
               display 'EXERCISE3: write to CYCLCTL failed - '
               display '  run aborted.'
               close cycle-file
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               stop run
           end-if
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-step to cyc-step
           read cycle-file
           move spaces to cyc-step-data
           move 'S' to cyc-status
           move 0 to cyc-return-code
           move ws-run-number to cyc-run-number
           move ws-clock-date to cyc-start-date
           move ws-run-time to cyc-start-time
           move ws-run-user to cyc-user
           if ws-cyc-status = '00'
               rewrite cyc-record
           else
               write cyc-record
           end-if
           if ws-cyc-status not = '00'
               display 'EXERCISE3: write to CYCLCTL failed - '
               display '  run aborted.'
               close cycle-file
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               stop run
           end-if
           close cycle-file
           move 1 to ws-cycle-step-open.

      *    mark the generation step complete, or failed when the
      *    run ends above return code 4, with the return code and
      *    the end time. As with the run-control mark, a failure
      *    here is only warned about.
       end-cycle-step.
           move 0 to ws-cycle-step-open
           open i-o cycle-file
           if ws-cyc-status not = '00'
               display 'EXERCISE3: warning - could not reopen '
               display '  CYCLCTL to end the generation step - '
               display '  bypass it with CYCLMNT.'
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
               display 'EXERCISE3: warning - could not mark '
               display '  the generation step ended on CYCLCTL '
               display '  - bypass it with CYCLMNT.'
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
               display 'EXERCISE3: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'EXERCISE3: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Exercise3.
