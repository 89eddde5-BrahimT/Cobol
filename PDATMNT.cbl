       IDENTIFICATION DIVISION.
       PROGRAM-Id. Pdatmnt as "Pdatmnt".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Maintenance run for the processing-date control file
      *PROCDATE that every program in the suite takes its business
      *date from. Applies a card deck from PDATEIN that sets the
      *current and prior business dates and adds or deletes days
      *on the holiday calendar DATEROLL skips over, validating
      *every date before it is filed, and journals the record
      *before and after, every applied card, and every rejected
      *card with the reason to PDATJRNL.
      *
      *The first run creates PROCDATE. After that the dates are
      *moved forward by DATEROLL each night; a set card here is
      *for putting the date right by hand, and the journal keeps
      *what it was. A set card is rejected unless the current
      *date is a business day and the prior date is before it.
      *The calendar holds up to 60 holidays in date order.
      *
      *Transaction card layout (columns 1-17):
      *   1      action   S = set the business dates,
      *                   H = add a holiday, D = delete a holiday
      *   2-9    S: current business date, H and D: the holiday,
      *          yyyymmdd
      *   10-17  S: prior business date, yyyymmdd

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "PDATEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PDATJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-RECORD.
           05  PDMN-ACTION        PIC X(1).
           05  PDMN-DATE          PIC X(8).
           05  PDMN-PRIOR-DATE    PIC X(8).
           05  FILLER             PIC X(63).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
       01  PROCDATE-RECORD PIC X(520).

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  JOURNAL-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
           COPY "PDATEREC.cpy".

        01 ws-maint-status pic XX.
        01 ws-pdt-status pic XX.
        01 ws-journal-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-run-time pic X(8).

        01 ws-journal-line pic X(133).
        01 ws-heading pic X(60).
        01 ws-reject-reason pic X(40).
        01 ws-image-title pic X(6).

        01 ws-date-number pic 9(8).
        01 ws-day-integer pic s9(9) comp.
        01 ws-weekday pic 9(1).
        01 ws-check-date pic X(8).
        01 ws-holiday-found pic 9(1) value 0.
        01 ws-holiday-sub pic s9(4) comp.
        01 ws-shift-sub pic s9(4) comp.
        01 ws-holiday-max pic s9(4) comp value 60.

        01 ws-read-count pic s9(5) comp value 0.
        01 ws-set-count pic s9(5) comp value 0.
        01 ws-add-count pic s9(5) comp value 0.
        01 ws-delete-count pic s9(5) comp value 0.
        01 ws-reject-count pic s9(5) comp value 0.
        01 ws-count-edit pic Z(5)9.
        01 ws-holiday-edit pic Z9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           move ws-clock-date to ws-run-date

           open input maint-file
           if ws-maint-status not = '00'
               display 'PDATMNT: could not open PDATEIN - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
      *    on the very first maintenance run the control record
      *    does not exist yet and is built from an empty one: no
      *    dates and no holidays.
           move spaces to pdt-record
           move 0 to pdt-holiday-count
           open input procdate-file
           if ws-pdt-status = '00'
               read procdate-file into pdt-record
               if ws-pdt-status not = '00' and ws-pdt-status not = '10'
                   display 'PDATMNT: read of PROCDATE failed - '
                   display '  status ' ws-pdt-status
                   display '  run aborted.'
                   move 12 to return-code
                   close maint-file
                   close procdate-file
                   stop run
               end-if
               if ws-pdt-status = '10'
                   move spaces to pdt-record
                   move 0 to pdt-holiday-count
               end-if
               close procdate-file
           else
               if ws-pdt-status not = '35'
                   display 'PDATMNT: could not open PROCDATE - '
                   display '  run aborted.'
                   move 12 to return-code
                   close maint-file
                   stop run
               end-if
           end-if
           if pdt-current-date numeric
               move pdt-current-date to ws-run-date
           end-if

           open output journal-file
           if ws-journal-status not = '00'
               display 'PDATMNT: could not open PDATJRNL - '
               display '  run aborted.'
               move 12 to return-code
               close maint-file
               stop run
           end-if

           move spaces to ws-heading
           string 'PROCESSING DATE JOURNAL  RUN '
                  delimited by size
                  ws-run-date delimited by size
                  ' ' delimited by size
                  ws-run-time delimited by size
               into ws-heading
           move ws-heading to ws-journal-line
           perform write-journal-line
           move space to ws-journal-line
           perform write-journal-line
           move 'BEFORE' to ws-image-title
           perform journal-control-record

           perform until ws-maint-status = '10'
               read maint-file next record
                   at end
                       move '10' to ws-maint-status
                   not at end
                       add 1 to ws-read-count
                       perform apply-one-transaction
               end-read
           end-perform

      *    the control record goes back only when a card was
      *    applied; a deck of nothing but rejects leaves it as it
      *    stood.
           if ws-set-count + ws-add-count + ws-delete-count > 0
               open output procdate-file
               if ws-pdt-status not = '00'
                   display 'PDATMNT: could not open PROCDATE - '
                   display '  run aborted.'
                   move 12 to return-code
                   perform close-all-files
                   stop run
               end-if
               write procdate-record from pdt-record
               if ws-pdt-status not = '00'
                   display 'PDATMNT: write to PROCDATE failed - '
                   display '  status ' ws-pdt-status
                   display '  run aborted.'
                   move 12 to return-code
                   perform close-all-files
                   stop run
               end-if
               close procdate-file
           end-if

           move space to ws-journal-line
           perform write-journal-line
           move 'AFTER' to ws-image-title
           perform journal-control-record

           move space to ws-journal-line
           perform write-journal-line
           move ws-read-count to ws-count-edit
           move spaces to ws-journal-line
           string 'TRANSACTIONS READ: ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-set-count to ws-count-edit
           move spaces to ws-journal-line
           string 'DATES SET:         ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-add-count to ws-count-edit
           move spaces to ws-journal-line
           string 'HOLIDAYS ADDED:    ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-delete-count to ws-count-edit
           move spaces to ws-journal-line
           string 'HOLIDAYS DELETED:  ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-reject-count to ws-count-edit
           move spaces to ws-journal-line
           string 'REJECTED:          ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line

           close maint-file
           close journal-file

           if ws-reject-count > 0
               move 4 to return-code
           end-if

           goback.

      *    one maintenance card: validate its dates, then apply it
      *    to the control record held in working storage. Every
      *    check is made before anything on the record is changed,
      *    so a rejected card leaves it as it stood; it is
      *    journalled and counted but does not stop the run.
       apply-one-transaction.
           move spaces to ws-reject-reason
           evaluate pdmn-action
               when 'S'
                   perform apply-set-dates
               when 'H'
                   perform apply-add-holiday
               when 'D'
                   perform apply-delete-holiday
               when other
                   move 'ACTION NOT S, H, OR D' to ws-reject-reason
           end-evaluate
           if ws-reject-reason not = spaces
               perform journal-reject
           else
               perform journal-applied
           end-if.

      *    set card: both dates must be calendar dates, the prior
      *    date before the current one, and the current date a
      *    business day - not a weekend and not on the calendar.
       apply-set-dates.
           move pdmn-date to ws-check-date
           perform validate-date
           if ws-reject-reason not = spaces
               exit paragraph
           end-if
           move pdmn-prior-date to ws-check-date
           perform validate-date
           if ws-reject-reason not = spaces
               move 'PRIOR DATE NOT A CALENDAR DATE'
                   to ws-reject-reason
               exit paragraph
           end-if
           if pdmn-prior-date not < pdmn-date
               move 'PRIOR DATE NOT BEFORE CURRENT DATE'
                   to ws-reject-reason
               exit paragraph
           end-if
           move pdmn-date to ws-check-date
           move ws-check-date to ws-date-number
           compute ws-day-integer =
               function integer-of-date(ws-date-number)
           compute ws-weekday = function mod(ws-day-integer, 7)
           if ws-weekday = 6 or ws-weekday = 0
               move 'CURRENT DATE FALLS ON A WEEKEND'
                   to ws-reject-reason
               exit paragraph
           end-if
           perform find-holiday
           if ws-holiday-found = 1
               move 'CURRENT DATE IS A HOLIDAY' to ws-reject-reason
               exit paragraph
           end-if
           move pdmn-date to pdt-current-date
           move pdmn-prior-date to pdt-prior-date
           add 1 to ws-set-count.

      *    holiday add: a calendar date not already on the
      *    calendar and not the business date in progress, filed
      *    in date order.
       apply-add-holiday.
           move pdmn-date to ws-check-date
           perform validate-date
           if ws-reject-reason not = spaces
               exit paragraph
           end-if
           perform find-holiday
           if ws-holiday-found = 1
               move 'HOLIDAY ALREADY ON THE CALENDAR'
                   to ws-reject-reason
               exit paragraph
           end-if
           if pdmn-date = pdt-current-date
               move 'HOLIDAY IS THE CURRENT BUSINESS DATE'
                   to ws-reject-reason
               exit paragraph
           end-if
           if pdt-holiday-count not < ws-holiday-max
               move 'HOLIDAY CALENDAR IS FULL' to ws-reject-reason
               exit paragraph
           end-if
      *    shift every later holiday up one place and drop the
      *    new one into the gap.
           move pdt-holiday-count to ws-shift-sub
           move 0 to ws-holiday-found
           perform until ws-shift-sub = 0 or ws-holiday-found = 1
               if pdt-holiday(ws-shift-sub) < pdmn-date
                   move 1 to ws-holiday-found
               else
                   move pdt-holiday(ws-shift-sub)
                       to pdt-holiday(ws-shift-sub + 1)
                   subtract 1 from ws-shift-sub
               end-if
           end-perform
           move pdmn-date to pdt-holiday(ws-shift-sub + 1)
           add 1 to pdt-holiday-count
           add 1 to ws-add-count.

      *    holiday delete: the day must be on the calendar. Every
      *    later holiday moves down one place.
       apply-delete-holiday.
           move pdmn-date to ws-check-date
           perform validate-date
           if ws-reject-reason not = spaces
               exit paragraph
           end-if
           perform find-holiday
           if ws-holiday-found = 0
               move 'HOLIDAY NOT ON THE CALENDAR' to ws-reject-reason
               exit paragraph
           end-if
           perform varying ws-shift-sub from ws-holiday-sub by 1
                   until ws-shift-sub >= pdt-holiday-count
               move pdt-holiday(ws-shift-sub + 1)
                   to pdt-holiday(ws-shift-sub)
           end-perform
           move spaces to pdt-holiday(pdt-holiday-count)
           subtract 1 from pdt-holiday-count
           add 1 to ws-delete-count.

      *    the date in ws-check-date must be numeric and a real
      *    calendar date. The reason is left in ws-reject-reason,
      *    spaces when the date is good.
       validate-date.
           if ws-check-date is not numeric
               move 'DATE NOT NUMERIC' to ws-reject-reason
               exit paragraph
           end-if
           move ws-check-date to ws-date-number
           if function test-date-yyyymmdd(ws-date-number) not = 0
               move 'DATE NOT A CALENDAR DATE' to ws-reject-reason
           end-if.

      *    is the day in ws-check-date on the holiday calendar; its
      *    place is left in ws-holiday-sub when it is.
       find-holiday.
           move 0 to ws-holiday-found
           move 1 to ws-holiday-sub
           perform until ws-holiday-sub > pdt-holiday-count
                   or ws-holiday-found = 1
               if pdt-holiday(ws-holiday-sub) = ws-check-date
                   move 1 to ws-holiday-found
               else
                   add 1 to ws-holiday-sub
               end-if
           end-perform.

      *    the control record as it stands in working storage:
      *    the business dates, the last roll, and the holiday
      *    calendar one day to a line.
       journal-control-record.
           move pdt-holiday-count to ws-holiday-edit
           move spaces to ws-journal-line
           string ws-image-title delimited by size
                  '  CURRENT=' delimited by size
                  pdt-current-date delimited by size
                  '  PRIOR=' delimited by size
                  pdt-prior-date delimited by size
                  '  LAST ROLL=' delimited by size
                  pdt-roll-date delimited by size
                  ' ' delimited by size
                  pdt-roll-time delimited by size
                  '  HOLIDAYS=' delimited by size
                  ws-holiday-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           perform varying ws-holiday-sub from 1 by 1
                   until ws-holiday-sub > pdt-holiday-count
               move spaces to ws-journal-line
               string '          HOLIDAY ' delimited by size
                      pdt-holiday(ws-holiday-sub) delimited by size
                   into ws-journal-line
               perform write-journal-line
           end-perform.

      *    journal one applied card.
       journal-applied.
           move spaces to ws-journal-line
           evaluate pdmn-action
               when 'S'
                   string 'SET     CURRENT=' delimited by size
                          pdmn-date delimited by size
                          '  PRIOR=' delimited by size
                          pdmn-prior-date delimited by size
                       into ws-journal-line
               when 'H'
                   string 'ADD     HOLIDAY=' delimited by size
                          pdmn-date delimited by size
                       into ws-journal-line
               when 'D'
                   string 'DELETE  HOLIDAY=' delimited by size
                          pdmn-date delimited by size
                       into ws-journal-line
           end-evaluate
           perform write-journal-line.

      *    journal one rejected card with the card image and the
      *    reason it was rejected.
       journal-reject.
           add 1 to ws-reject-count
           move spaces to ws-journal-line
           string 'REJECT  CARD=' delimited by size
                  maint-record(1:17) delimited by size
                  '  REASON=' delimited by size
                  ws-reject-reason delimited by size
               into ws-journal-line
           perform write-journal-line.

       write-journal-line.
           write journal-record from ws-journal-line
           if ws-journal-status not = '00'
               display 'PDATMNT: write to PDATJRNL failed - '
               display '  run aborted.'
               move 12 to return-code
               perform close-all-files
               stop run
           end-if.

       close-all-files.
           close maint-file
           close procdate-file
           close journal-file.

       end program Pdatmnt.
