       IDENTIFICATION DIVISION.
       PROGRAM-Id. Dateroll as "Dateroll".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Business date roll for the processing-date control file
      *PROCDATE. Every program in the suite stamps its work with
      *the current business date on PROCDATE instead of the clock
      *date; this run closes that business day and advances the
      *current date to the next business day - the next day that
      *is not a Saturday, a Sunday, or a holiday on the calendar
      *PDATMNT keeps on the same record. The date being closed
      *becomes the prior business date, and the clock date and
      *time of the roll are stamped on the record.
      *
      *The SYSIN card names the business date being closed, and
      *the roll is refused unless it is the current business date
      *on PROCDATE, so a roll submitted twice cannot move the date
      *on two days. Nothing is changed by a refused roll.
      *
      *In the nightly cycle this is the last step, after OVRAPPLY;
      *CYCLCTL refuses it until OVRAPPLY is complete or bypassed,
      *and refuses it again once it has completed in the cycle in
      *progress. The generator run Exercise3 opens the next cycle
      *only when this step is complete or bypassed. The roll is
      *journalled to DATEJRNL with every day it skipped.
      *
      *The user id must carry the restore function on the
      *authorization file. The result goes to AUDITLOG - ADVANCED,
      *BLOCKED, DENIED, or FAILED - under the business date being
      *closed, with the cycle number in the run column. Return
      *code 0 means the date was rolled, 8 that the roll was
      *refused, 12 a file error.
      *
      *SYSIN card (columns 1-8):
      *   1-8    business date being closed, yyyymmdd

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "DATEJRNL"
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

       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
       01  PROCDATE-RECORD PIC X(520).

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

       WORKING-STORAGE SECTION.
           COPY "PDATEREC.cpy".

        01 ws-pdt-status pic XX.
        01 ws-cyc-status pic XX.
        01 ws-journal-status pic XX.
        01 ws-audit-status pic XX.
        01 ws-auth-status pic XX.
        01 ws-cycle-step pic X(10) value 'DATEROLL'.
        01 ws-cycle-prior-step pic X(10) value 'OVRAPPLY'.
        01 ws-cycle-id pic 9(6) value 0.
        01 ws-cycle-run pic 9(6) value 0.
        01 ws-cycle-step-open pic 9(1) value 0.
        01 ws-cycle-file-open pic 9(1) value 0.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-run-time pic X(8).
        01 ws-run-user pic X(20).
        01 ws-audit-line pic X(100).
        01 ws-audit-result pic X(9).

        01 ws-journal-line pic X(133).
        01 ws-roll-card pic X(8).
        01 ws-reject-reason pic X(50).
        01 ws-pdt-loaded pic 9(1) value 0.

        01 ws-closed-date pic X(8).
        01 ws-next-date pic X(8).
        01 ws-date-number pic 9(8).
        01 ws-day-integer pic s9(9) comp.
        01 ws-weekday pic 9(1).
        01 ws-next-found pic 9(1) value 0.
        01 ws-holiday-found pic 9(1) value 0.
        01 ws-holiday-sub pic s9(4) comp.
        01 ws-skipped-count pic s9(4) comp value 0.
        01 ws-count-edit pic Z(5)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           accept ws-run-user from user name
           move ws-clock-date to ws-run-date

           open output journal-file
           if ws-journal-status not = '00'
               display 'DATEROLL: could not open DATEJRNL - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           move spaces to ws-journal-line
           string 'BUSINESS DATE ROLL JOURNAL  RUN ' delimited by size
                  ws-clock-date delimited by size
                  ' ' delimited by size
                  ws-run-time delimited by size
                  '  USER ' delimited by size
                  ws-run-user delimited by size
               into ws-journal-line
           perform write-journal-line
           move space to ws-journal-line
           perform write-journal-line

      *    the control record as it stands, so even a refusal is
      *    audited under the business date.
           perform load-processing-date

      *    the user id must hold the restore function on the
      *    authorization file before the card is even read; a
      *    refusal is journalled and audited.
           perform check-authorization

           perform take-roll-card

           if ws-pdt-loaded = 0
               move 'PROCDATE NOT SET UP - RUN PDATMNT FIRST'
                   to ws-reject-reason
               perform refuse-roll
           end-if

      *    the card must name the business date in progress. The
      *    card of a roll already taken names what is now the
      *    prior business date, and is refused as such.
           if ws-closed-date not = pdt-current-date
               move spaces to ws-reject-reason
               if ws-closed-date = pdt-prior-date
                   string 'DATE ALREADY ROLLED - BUSINESS DATE IS '
                          delimited by size
                          pdt-current-date delimited by size
                       into ws-reject-reason
               else
                   string 'CARD IS NOT THE BUSINESS DATE '
                          delimited by size
                          pdt-current-date delimited by size
                       into ws-reject-reason
               end-if
               perform refuse-roll
           end-if

      *    cycle control comes after every check on the card, so
      *    a refused roll leaves the step record as it was.
           perform check-cycle-order

           perform find-next-business-day

           move ws-closed-date to pdt-prior-date
           move ws-next-date to pdt-current-date
           move ws-clock-date to pdt-roll-date
           move ws-run-time to pdt-roll-time
           open output procdate-file
           if ws-pdt-status not = '00'
               perform procdate-failure
           end-if
           write procdate-record from pdt-record
           if ws-pdt-status not = '00'
               perform procdate-failure
           end-if
           close procdate-file

           move spaces to ws-journal-line
           string 'ROLLED    BUSINESS DATE ' delimited by size
                  ws-closed-date delimited by size
                  ' TO ' delimited by size
                  ws-next-date delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-skipped-count to ws-count-edit
           move spaces to ws-journal-line
           string '          DAYS SKIPPED: ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line

           display 'DATEROLL: business date ' ws-closed-date
               ' rolled to ' ws-next-date

           move 'ADVANCED' to ws-audit-result
           perform write-audit-record
           perform end-cycle-step

           close journal-file

           goback.

      *    the control record into working storage, with its
      *    current date as the run date. Without one, or without a
      *    current date on it, there is no business date to close -
      *    PDATMNT sets it up first - and the run date stays the
      *    clock date until the roll is refused.
       load-processing-date.
           move 0 to ws-pdt-loaded
           open input procdate-file
           if ws-pdt-status = '35'
               exit paragraph
           end-if
           if ws-pdt-status not = '00'
               perform procdate-failure
           end-if
           read procdate-file into pdt-record
           if ws-pdt-status = '10'
               close procdate-file
               exit paragraph
           end-if
           if ws-pdt-status not = '00'
               perform procdate-failure
           end-if
           close procdate-file
           if pdt-current-date numeric
               move pdt-current-date to ws-run-date
               move 1 to ws-pdt-loaded
           end-if.

      *    the user must hold the restore function on the
      *    authorization file. No authorization file at all fails
      *    the run closed; a user without a record, or without the
      *    function, is refused with DENIED on the audit line.
       check-authorization.
           open input auth-file
           if ws-auth-status not = '00'
               display 'DATEROLL: could not open AUTHFILE - '
               display '  the date is not rolled without the '
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
               display 'DATEROLL: user ' ws-run-user
               display '  is not authorized to roll the '
               display '  business date - run refused.'
               move spaces to ws-journal-line
               string 'REJECTED  USER NOT AUTHORIZED TO '
                      delimited by size
                      'ROLL THE DATE: ' delimited by size
                      ws-run-user delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'DENIED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if.

      *    the business date being closed off the SYSIN card. It
      *    must be a real calendar date.
       take-roll-card.
           move spaces to ws-roll-card
           accept ws-roll-card from sysin
           move spaces to ws-reject-reason
           if ws-roll-card is not numeric
               move 'DATE NOT NUMERIC' to ws-reject-reason
           else
               move ws-roll-card to ws-date-number
               if function test-date-yyyymmdd(ws-date-number)
                       not = 0
                   move 'NOT A CALENDAR DATE' to ws-reject-reason
               end-if
           end-if
           if ws-reject-reason not = spaces
               display 'DATEROLL: roll card not valid - '
                   ws-reject-reason
               move spaces to ws-journal-line
               string 'REJECTED  ROLL CARD NOT VALID: '
                      delimited by size
                      ws-roll-card delimited by size
                      '  ' delimited by size
                      ws-reject-reason delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           move ws-roll-card to ws-closed-date
           move spaces to ws-journal-line
           string 'ROLL REQUESTED  BUSINESS DATE ' delimited by size
                  ws-closed-date delimited by size
               into ws-journal-line
           perform write-journal-line
           move space to ws-journal-line
           perform write-journal-line.

      *    the next business day after the date being closed:
      *    day by day forward, passing over Saturdays, Sundays,
      *    and the holidays on the calendar. Day 1 of the integer
      *    calendar is a Monday, so the day number modulo 7 is 6
      *    on a Saturday and 0 on a Sunday. Every day passed over
      *    is journalled with why.
       find-next-business-day.
           move ws-closed-date to ws-date-number
           compute ws-day-integer =
               function integer-of-date(ws-date-number)
           move 0 to ws-next-found
           perform until ws-next-found = 1
               add 1 to ws-day-integer
               compute ws-date-number =
                   function date-of-integer(ws-day-integer)
               move ws-date-number to ws-next-date
               compute ws-weekday = function mod(ws-day-integer, 7)
               move spaces to ws-journal-line
               evaluate true
                   when ws-weekday = 6
                       string 'SKIPPED   ' delimited by size
                              ws-next-date delimited by size
                              '  SATURDAY' delimited by size
                           into ws-journal-line
                   when ws-weekday = 0
                       string 'SKIPPED   ' delimited by size
                              ws-next-date delimited by size
                              '  SUNDAY' delimited by size
                           into ws-journal-line
                   when other
                       perform check-holiday
                       if ws-holiday-found = 1
                           string 'SKIPPED   ' delimited by size
                                  ws-next-date delimited by size
                                  '  HOLIDAY' delimited by size
                               into ws-journal-line
                       else
                           move 1 to ws-next-found
                       end-if
               end-evaluate
               if ws-next-found = 0
                   add 1 to ws-skipped-count
                   perform write-journal-line
               end-if
           end-perform.

      *    is the day in ws-next-date on the holiday calendar.
       check-holiday.
           move 0 to ws-holiday-found
           perform varying ws-holiday-sub from 1 by 1
                   until ws-holiday-sub > pdt-holiday-count
                      or ws-holiday-found = 1
               if pdt-holiday(ws-holiday-sub) = ws-next-date
                   move 1 to ws-holiday-found
               end-if
           end-perform.

      *    cycle control: the roll may only start when OVRAPPLY is
      *    complete or bypassed in the cycle in progress, and not
      *    at all once this step has completed in it - the cycle's
      *    business day is closed already. The step is recorded as
      *    started under the cycle's run number. With no
      *    cycle-control file, or no cycle opened on it, the roll
      *    runs outside cycle control with a warning.
       check-cycle-order.
           open i-o cycle-file
           if ws-cyc-status not = '00'
               display 'DATEROLL: warning - CYCLCTL not available, '
                   'status ' ws-cyc-status
               display '  - step runs outside cycle control.'
               exit paragraph
           end-if
           move 1 to ws-cycle-file-open
           move 0 to cyc-cycle-id
           move 'CURRENT' to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
               display 'DATEROLL: warning - no cycle open on CYCLCTL'
               display '  - step runs outside cycle control.'
               close cycle-file
               move 0 to ws-cycle-file-open
               exit paragraph
           end-if
           move cyc-current-cycle to ws-cycle-id
           move cyc-current-run to ws-cycle-run
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-prior-step to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
                   or (cyc-status not = 'C' and cyc-status not = 'B')
               move spaces to ws-reject-reason
               string 'OVRAPPLY NOT COMPLETE IN CYCLE '
                      delimited by size
                      ws-cycle-id delimited by size
                   into ws-reject-reason
               perform refuse-roll
           end-if
           move ws-cycle-id to cyc-cycle-id
           move ws-cycle-step to cyc-step
           read cycle-file
           if ws-cyc-status = '00'
                   and (cyc-status = 'C' or cyc-status = 'B')
               move spaces to ws-reject-reason
               string 'CYCLE ' delimited by size
                      ws-cycle-id delimited by size
                      ' HAS ALREADY ROLLED THE DATE'
                      delimited by size
                   into ws-reject-reason
               perform refuse-roll
           end-if
           move spaces to cyc-step-data
           move 'S' to cyc-status
           move 0 to cyc-return-code
           move ws-cycle-run to cyc-run-number
           move ws-clock-date to cyc-start-date
           move ws-run-time to cyc-start-time
           move ws-run-user to cyc-user
           if ws-cyc-status = '00'
               rewrite cyc-record
           else
               move ws-cycle-id to cyc-cycle-id
               move ws-cycle-step to cyc-step
               write cyc-record
           end-if
           if ws-cyc-status not = '00'
               display 'DATEROLL: write to CYCLCTL failed - '
               display '  run aborted.'
               close cycle-file
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           close cycle-file
           move 0 to ws-cycle-file-open
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
               display 'DATEROLL: warning - could not reopen CYCLCTL'
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
               display 'DATEROLL: warning - could not mark this step'
               display '  ended on CYCLCTL - bypass it with '
                   'CYCLMNT.'
           end-if
           close cycle-file.

      *    a roll that cannot be taken: PROCDATE and CYCLCTL are
      *    left as they were, and the refusal is journalled and
      *    audited.
       refuse-roll.
           display 'DATEROLL: business date ' ws-closed-date
           display '  ' ws-reject-reason
           display '  nothing changed - run refused.'
           move spaces to ws-journal-line
           string 'REFUSED  ' delimited by size
                  ws-reject-reason delimited by size
                  ' - NOTHING CHANGED' delimited by size
               into ws-journal-line
           perform write-journal-line
           if ws-cycle-file-open = 1
               close cycle-file
           end-if
           move 8 to return-code
           move 'BLOCKED' to ws-audit-result
           perform write-audit-record
           close journal-file
           stop run.

      *    PROCDATE could not be read or written. A failure on the
      *    write leaves the file to be put back with PDATMNT from
      *    the journal, which still shows both dates.
       procdate-failure.
           display 'DATEROLL: i-o on PROCDATE failed - status '
               ws-pdt-status
           display '  run aborted.'
           move spaces to ws-journal-line
           string 'FAILED  PROCESSING-DATE FILE STATUS '
                  delimited by size
                  ws-pdt-status delimited by size
               into ws-journal-line
           perform write-journal-line
           close procdate-file
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           perform end-cycle-step
           close journal-file
           stop run.

       write-journal-line.
           write journal-record from ws-journal-line
           if ws-journal-status not = '00'
               display 'DATEROLL: write to DATEJRNL failed - '
               display '  run aborted.'
               move 12 to return-code
               perform end-cycle-step
               stop run
           end-if.

      *    one line to the audit log in the fixed layout the
      *    generator writes, under the business date being closed,
      *    with the cycle number in the run column.
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
                  ws-cycle-id delimited by size
                  ' PROF=' delimited by size
               into ws-audit-line
           open extend audit-file
           if ws-audit-status not = '00'
               open output audit-file
               if ws-audit-status not = '00'
                   display 'DATEROLL: could not open AUDITLOG - '
                   display '  run aborted.'
                   move 14 to return-code
                   perform end-cycle-step
                   stop run
               end-if
           end-if
           write audit-record from ws-audit-line
           if ws-audit-status not = '00'
               display 'DATEROLL: write to AUDITLOG failed - '
               display '  run aborted.'
               move 14 to return-code
               close audit-file
               perform end-cycle-step
               stop run
           end-if
           close audit-file.

       end program Dateroll.
