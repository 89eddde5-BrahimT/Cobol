       IDENTIFICATION DIVISION.
       PROGRAM-Id. Cyclmnt as "Cyclmnt".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Operator bypass for the nightly cycle-control file CYCLCTL.
      *Each step of the cycle - Exercise3, TBLBAL, TBLCOMP,
      *OVRAPPLY, and DATEROLL, in that order - refuses to start
      *until the step before it is complete or bypassed. When a
      *step has failed and the night has to go on without it, or
      *a step is not to run this cycle at all, the operator marks
      *it bypassed here with a reason, and the next step may then
      *start. A step already complete cannot be bypassed. Only the
      *cycle in progress can be changed.
      *
      *The bypass is recorded on the step's own CYCLCTL record -
      *status B, the operator, the date and time, and the reason -
      *so the cycle status report in OPSTATUS shows it beside the
      *steps that ran. The step's start time and return code, if
      *it ran, are kept. The run is journalled to CYCJRNL.
      *
      *The user id must carry the restore function on the
      *authorization file. The result goes to AUDITLOG - BYPASSED,
      *DENIED, BLOCKED when CYCLCTL refuses the bypass, or FAILED -
      *with the cycle number in the run column. Return code 0
      *means the step was bypassed, 8 that the bypass was refused,
      *12 a file error.
      *
      *SYSIN card (columns 1-57):
      *   1      action   B = bypass the step
      *   2-7    cycle number, 000000 = the cycle in progress
      *   8-17   step     EXERCISE3, TBLBAL, TBLCOMP, OVRAPPLY, or
      *                   DATEROLL
      *   18-57  reason for the bypass, required

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CYCJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 119 CHARACTERS.
           COPY "CYCREC.cpy".

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  JOURNAL-RECORD PIC X(133).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  AUDIT-RECORD PIC X(100).

       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS.
           COPY "AUTHREC.cpy".

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-cyc-status pic XX.
        01 ws-journal-status pic XX.
        01 ws-audit-status pic XX.
        01 ws-auth-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-run-user pic X(20).
        01 ws-audit-line pic X(100).
        01 ws-audit-result pic X(9).

        01 ws-journal-line pic X(133).
        01 ws-bypass-card pic X(57).
        01 ws-bypass-action pic X(1).
        01 ws-bypass-cycle pic 9(6) value 0.
        01 ws-bypass-step pic X(10).
        01 ws-bypass-reason pic X(40).
        01 ws-current-cycle pic 9(6) value 0.
        01 ws-current-run pic 9(6) value 0.
        01 ws-step-found pic 9(1) value 0.
        01 ws-prior-status pic X(1).
        01 ws-reject-reason pic X(50).
        01 ws-file-open pic 9(1) value 0.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           accept ws-run-user from user name

           open output journal-file
           if ws-journal-status not = '00'
               display 'CYCLMNT: could not open CYCJRNL - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           move spaces to ws-journal-line
           string 'CYCLE CONTROL JOURNAL  RUN ' delimited by size
                  ws-run-date delimited by size
                  ' ' delimited by size
                  ws-run-time delimited by size
                  '  USER ' delimited by size
                  ws-run-user delimited by size
               into ws-journal-line
           perform write-journal-line
           move space to ws-journal-line
           perform write-journal-line

      *    the user id must hold the restore function on the
      *    authorization file before the card is even read; a
      *    refusal is journalled and audited.
           perform check-authorization

           perform take-bypass-card

           open i-o cycle-file
           if ws-cyc-status not = '00'
               display 'CYCLMNT: could not open CYCLCTL - '
               display '  run aborted.'
               move spaces to ws-journal-line
               string 'REJECTED  CYCLE-CONTROL FILE NOT '
                      delimited by size
                      'AVAILABLE' delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           move 1 to ws-file-open

      *    only the cycle in progress can be changed: a bypass in
      *    a closed cycle would not let anything run.
           move 0 to cyc-cycle-id
           move 'CURRENT' to cyc-step
           read cycle-file
           if ws-cyc-status = '00'
               move cyc-current-cycle to ws-current-cycle
               move cyc-current-run to ws-current-run
           end-if
           if ws-current-cycle = 0
               move 'NO CYCLE IS OPEN ON CYCLCTL' to ws-reject-reason
               perform refuse-bypass
           end-if
           if ws-bypass-cycle = 0
               move ws-current-cycle to ws-bypass-cycle
           end-if
           if ws-bypass-cycle not = ws-current-cycle
               move spaces to ws-reject-reason
               string 'CYCLE IS NOT THE CYCLE IN PROGRESS, '
                      delimited by size
                      ws-current-cycle delimited by size
                   into ws-reject-reason
               perform refuse-bypass
           end-if

           move ws-bypass-cycle to cyc-cycle-id
           move ws-bypass-step to cyc-step
           read cycle-file
           evaluate ws-cyc-status
               when '00'
                   move 1 to ws-step-found
                   move cyc-status to ws-prior-status
               when '23'
                   move 0 to ws-step-found
                   move space to ws-prior-status
                   move ws-bypass-cycle to cyc-cycle-id
                   move ws-bypass-step to cyc-step
                   move spaces to cyc-step-data
                   move 0 to cyc-return-code
                   move ws-current-run to cyc-run-number
               when other
                   perform cycle-file-failure
           end-evaluate
           if ws-prior-status = 'C'
               move 'STEP IS ALREADY COMPLETE' to ws-reject-reason
               perform refuse-bypass
           end-if
           if ws-prior-status = 'B'
               move 'STEP IS ALREADY BYPASSED' to ws-reject-reason
               perform refuse-bypass
           end-if

           move 'B' to cyc-status
           move ws-clock-date to cyc-end-date
           move ws-run-time to cyc-end-time
           move ws-run-user to cyc-user
           move ws-bypass-reason to cyc-reason
           if ws-step-found = 1
               rewrite cyc-record
           else
               write cyc-record
           end-if
           if ws-cyc-status not = '00'
               perform cycle-file-failure
           end-if
           close cycle-file
           move 0 to ws-file-open

           move spaces to ws-journal-line
           string 'BYPASSED  CYCLE ' delimited by size
                  ws-bypass-cycle delimited by size
                  '  STEP ' delimited by size
                  ws-bypass-step delimited by size
                  '  WAS ' delimited by size
               into ws-journal-line
           evaluate ws-prior-status
               when 'S'
                   move 'STARTED' to ws-journal-line(46:10)
               when 'F'
                   move 'FAILED' to ws-journal-line(46:10)
               when other
                   move 'NOT RUN' to ws-journal-line(46:10)
           end-evaluate
           perform write-journal-line
           move spaces to ws-journal-line
           string '          REASON: ' delimited by size
                  ws-bypass-reason delimited by size
               into ws-journal-line
           perform write-journal-line

           move 'BYPASSED' to ws-audit-result
           perform write-audit-record

           close journal-file

           goback.

      *    the user must hold the restore function on the
      *    authorization file. No authorization file at all fails
      *    the run closed; a user without a record, or without the
      *    function, is refused with DENIED on the audit line.
       check-authorization.
           open input auth-file
           if ws-auth-status not = '00'
               display 'CYCLMNT: could not open AUTHFILE - '
               display '  bypasses are not taken without the '
               display '  authorization file - run aborted.'
               move spaces to ws-journal-line
               string 'REJECTED  AUTHORIZATION FILE NOT '
                      delimited by size
                      'AVAILABLE' delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           move ws-run-user to auth-user
           read auth-file
           if ws-auth-status = '00' and auth-restore = 'Y'
               close auth-file
           else
               close auth-file
               display 'CYCLMNT: user ' ws-run-user
               display '  is not authorized to bypass a cycle '
               display '  step - run refused.'
               move spaces to ws-journal-line
               string 'REJECTED  USER NOT AUTHORIZED TO '
                      delimited by size
                      'BYPASS A STEP: ' delimited by size
                      ws-run-user delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'DENIED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if.

      *    the action, cycle, step, and reason off the SYSIN card.
      *    The step must be one of the cycle's steps and a bypass
      *    must say why.
       take-bypass-card.
           move spaces to ws-bypass-card
           accept ws-bypass-card from sysin
           move ws-bypass-card(1:1) to ws-bypass-action
           move function upper-case(ws-bypass-card(8:10))
               to ws-bypass-step
           move ws-bypass-card(18:40) to ws-bypass-reason
           move spaces to ws-reject-reason
           evaluate true
               when ws-bypass-action not = 'B'
                   move 'ACTION NOT B' to ws-reject-reason
               when ws-bypass-card(2:6) is not numeric
                   move 'CYCLE NUMBER NOT NUMERIC'
                       to ws-reject-reason
               when ws-bypass-step not = 'EXERCISE3'
                       and ws-bypass-step not = 'TBLBAL'
                       and ws-bypass-step not = 'TBLCOMP'
                       and ws-bypass-step not = 'OVRAPPLY'
                       and ws-bypass-step not = 'DATEROLL'
                   move 'STEP IS NOT A STEP OF THE CYCLE'
                       to ws-reject-reason
               when ws-bypass-reason = spaces
                   move 'NO REASON GIVEN FOR THE BYPASS'
                       to ws-reject-reason
           end-evaluate
           if ws-reject-reason not = spaces
               display 'CYCLMNT: bypass card not valid - '
                   ws-reject-reason
               move spaces to ws-journal-line
               string 'REJECTED  BYPASS CARD NOT VALID: '
                      delimited by size
                      ws-bypass-card delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           move ws-bypass-card(2:6) to ws-bypass-cycle
           move spaces to ws-journal-line
           string 'BYPASS REQUESTED  CYCLE ' delimited by size
                  ws-bypass-card(2:6) delimited by size
                  '  STEP ' delimited by size
                  ws-bypass-step delimited by size
               into ws-journal-line
           perform write-journal-line
           move space to ws-journal-line
           perform write-journal-line.

      *    a bypass that cannot be taken: nothing on CYCLCTL is
      *    changed, and the refusal is journalled and audited.
       refuse-bypass.
           display 'CYCLMNT: cycle ' ws-bypass-cycle ' step '
               ws-bypass-step
           display '  ' ws-reject-reason
           display '  nothing changed - run refused.'
           move spaces to ws-journal-line
           string 'REFUSED  ' delimited by size
                  ws-reject-reason delimited by size
                  ' - NOTHING CHANGED' delimited by size
               into ws-journal-line
           perform write-journal-line
           if ws-file-open = 1
               close cycle-file
           end-if
           move 8 to return-code
           move 'BLOCKED' to ws-audit-result
           perform write-audit-record
           close journal-file
           stop run.

       cycle-file-failure.
           display 'CYCLMNT: i-o on CYCLCTL failed - status '
               ws-cyc-status
           display '  run aborted.'
           move spaces to ws-journal-line
           string 'FAILED  CYCLE-CONTROL FILE STATUS '
                  delimited by size
                  ws-cyc-status delimited by size
               into ws-journal-line
           perform write-journal-line
           close cycle-file
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           close journal-file
           stop run.

       write-journal-line.
           write journal-record from ws-journal-line
           if ws-journal-status not = '00'
               display 'CYCLMNT: write to CYCJRNL failed - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if.

      *    one line to the audit log in the fixed layout the
      *    generator writes, with the cycle number in the run
      *    column.
       write-audit-record.
           move spaces to ws-audit-line
           string ws-run-date delimited by size
                  ' ' delimited by size
                  ws-run-time delimited by size
                  ' USER=' delimited by size
                  ws-run-user delimited by size
                  ' SIZE=' delimited by size
                  '  ' delimited by size
                  ' RESULT=' delimited by size
                  ws-audit-result delimited by size
                  ' RUN=' delimited by size
                  ws-bypass-cycle delimited by size
                  ' PROF=' delimited by size
               into ws-audit-line
           open extend audit-file
           if ws-audit-status not = '00'
               open output audit-file
               if ws-audit-status not = '00'
                   display 'CYCLMNT: could not open AUDITLOG - '
                   display '  run aborted.'
                   move 14 to return-code
                   stop run
               end-if
           end-if
           write audit-record from ws-audit-line
           if ws-audit-status not = '00'
               display 'CYCLMNT: write to AUDITLOG failed - '
               display '  run aborted.'
               move 14 to return-code
               close audit-file
               stop run
           end-if
           close audit-file.

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
               display 'CYCLMNT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'CYCLMNT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Cyclmnt.
