       IDENTIFICATION DIVISION.
       PROGRAM-Id. Ratemnt as "Ratemnt".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Maintenance run for the keyed chargeback rate file CHGRATE
      *that TBLBILL prices queued requests from. Applies a card
      *deck of add, change, and delete transactions from RATEIN
      *with random access, validating the operation code and the
      *fees before they are filed, and journals every applied
      *transaction to RATEJRNL with before and after images;
      *rejected transactions are journalled with the reason.
      *
      *A rate change takes effect from the next billing run. A
      *request already billed keeps the charge it was billed at.
      *
      *Transaction card layout (columns 1-36):
      *   1      action   A = add, C = change, D = delete
      *   2      operation code   A, D, P, R, or M
      *   3-9    fee per request, 99999v99
      *   10-16  fee per cell, 999v9999
      *   17-36  description
      *   the fee and description columns are ignored for a delete

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "RATEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "RATEJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-RECORD.
           05  RTMN-ACTION        PIC X(1).
           05  RTMN-OP-CODE       PIC X(1).
           05  RTMN-REQUEST-FEE   PIC 9(5)V99.
           05  RTMN-CELL-FEE      PIC 9(3)V9(4).
           05  RTMN-DESCRIPTION   PIC X(20).
           05  FILLER             PIC X(44).

       FD  RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY "CHGRATE.cpy".

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  JOURNAL-RECORD PIC X(133).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-maint-status pic XX.
        01 ws-rate-status pic XX.
        01 ws-journal-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).

        01 ws-journal-line pic X(133).
        01 ws-heading pic X(60).
        01 ws-before-image pic X(40).
        01 ws-reject-reason pic X(30).
        01 ws-op-code pic X(1).
        01 ws-request-fee pic 9(5)v99.
        01 ws-cell-fee pic 9(3)v9(4).

        01 ws-read-count pic s9(5) comp value 0.
        01 ws-add-count pic s9(5) comp value 0.
        01 ws-change-count pic s9(5) comp value 0.
        01 ws-delete-count pic s9(5) comp value 0.
        01 ws-reject-count pic s9(5) comp value 0.
        01 ws-count-edit pic Z(5)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date

           open input maint-file
           if ws-maint-status not = '00'
               display 'RATEMNT: could not open RATEIN - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
      *    on the very first maintenance run the rate file does
      *    not exist yet and is created empty before the i-o
      *    open.
           open i-o rate-file
           if ws-rate-status = '35'
               open output rate-file
               close rate-file
               open i-o rate-file
           end-if
           if ws-rate-status not = '00'
               display 'RATEMNT: could not open CHGRATE - '
               display '  run aborted.'
               move 12 to return-code
               close maint-file
               stop run
           end-if
           open output journal-file
           if ws-journal-status not = '00'
               display 'RATEMNT: could not open RATEJRNL - '
               display '  run aborted.'
               move 12 to return-code
               close maint-file
               close rate-file
               stop run
           end-if

           move spaces to ws-heading
           string 'CHARGEBACK RATE JOURNAL  RUN '
                  delimited by size
                  ws-run-date delimited by size
                  ' ' delimited by size
                  ws-run-time delimited by size
               into ws-heading
           move ws-heading to ws-journal-line
           write journal-record from ws-journal-line
           move space to ws-journal-line
           write journal-record from ws-journal-line

           perform until ws-maint-status = '10'
               read maint-file next record
                   at end
                       move '10' to ws-maint-status
                   not at end
                       add 1 to ws-read-count
                       perform apply-one-transaction
               end-read
           end-perform

           move space to ws-journal-line
           write journal-record from ws-journal-line
           move ws-read-count to ws-count-edit
           move spaces to ws-journal-line
           string 'TRANSACTIONS READ: ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line
           move ws-add-count to ws-count-edit
           move spaces to ws-journal-line
           string 'ADDS APPLIED:      ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line
           move ws-change-count to ws-count-edit
           move spaces to ws-journal-line
           string 'CHANGES APPLIED:   ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line
           move ws-delete-count to ws-count-edit
           move spaces to ws-journal-line
           string 'DELETES APPLIED:   ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line
           move ws-reject-count to ws-count-edit
           move spaces to ws-journal-line
           string 'REJECTED:          ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line

           close maint-file
           close rate-file
           close journal-file

           if ws-reject-count > 0
               move 4 to return-code
           end-if

           goback.

      *    one maintenance card: validate it, read the rate file
      *    for the before image, then apply WRITE, REWRITE, or
      *    DELETE. A rejected card is journalled and counted but
      *    does not stop the run.
       apply-one-transaction.
           move spaces to ws-reject-reason
           move function upper-case(rtmn-op-code) to ws-op-code
           if rtmn-action not = 'A' and rtmn-action not = 'C'
                   and rtmn-action not = 'D'
               move 'ACTION NOT A, C, OR D' to ws-reject-reason
           else
               if ws-op-code not = 'A' and ws-op-code not = 'D'
                       and ws-op-code not = 'P'
                       and ws-op-code not = 'R'
                       and ws-op-code not = 'M'
                   move 'OP CODE NOT A, D, P, R, OR M'
                       to ws-reject-reason
               else
                   if rtmn-action = 'A' or rtmn-action = 'C'
                       perform validate-fees
                   end-if
               end-if
           end-if

           if ws-reject-reason not = spaces
               perform journal-reject
           else
               move ws-op-code to rate-op-code
               read rate-file
               evaluate true
                   when ws-rate-status = '00'
                       move rate-record to ws-before-image
                       perform apply-on-file
                   when ws-rate-status = '23'
                       perform apply-not-on-file
                   when other
                       display 'RATEMNT: read of CHGRATE failed - '
                       display '  status ' ws-rate-status
                       display '  run aborted.'
                       move 12 to return-code
                       perform close-all-files
                       stop run
               end-evaluate
           end-if.

      *    the fees of an add or change card must both be present
      *    and numeric; a zero fee is allowed, so an operation can
      *    be priced per request only or per cell only. The reason
      *    is left in ws-reject-reason, spaces when the card is
      *    good.
       validate-fees.
           if rtmn-request-fee not numeric
                   or rtmn-cell-fee not numeric
               move 'FEE NOT NUMERIC' to ws-reject-reason
               exit paragraph
           end-if
           move rtmn-request-fee to ws-request-fee
           move rtmn-cell-fee to ws-cell-fee.

      *    the operation code is already rated: add is a
      *    duplicate, change rewrites the fees, delete removes the
      *    rate.
       apply-on-file.
           evaluate rtmn-action
               when 'A'
                   move 'RATE ALREADY ON FILE'
                       to ws-reject-reason
                   perform journal-reject
               when 'C'
                   perform move-card-to-rate
                   rewrite rate-record
                   if ws-rate-status not = '00'
                       display
                          'RATEMNT: rewrite of CHGRATE failed - '
                       display '  status ' ws-rate-status
                       display '  run aborted.'
                       move 12 to return-code
                       perform close-all-files
                       stop run
                   end-if
                   add 1 to ws-change-count
                   perform journal-applied
               when 'D'
                   delete rate-file record
                   if ws-rate-status not = '00'
                       display
                          'RATEMNT: delete on CHGRATE failed - '
                       display '  status ' ws-rate-status
                       display '  run aborted.'
                       move 12 to return-code
                       perform close-all-files
                       stop run
                   end-if
                   add 1 to ws-delete-count
                   perform journal-applied
           end-evaluate.

      *    the operation code is not rated: only an add is valid.
       apply-not-on-file.
           move spaces to ws-before-image
           if rtmn-action = 'A'
               move spaces to rate-record
               move ws-op-code to rate-op-code
               perform move-card-to-rate
               write rate-record
               if ws-rate-status not = '00'
                   display 'RATEMNT: write to CHGRATE failed - '
                   display '  status ' ws-rate-status
                   display '  run aborted.'
                   move 12 to return-code
                   perform close-all-files
                   stop run
               end-if
               add 1 to ws-add-count
               perform journal-applied
           else
               move 'RATE NOT ON FILE' to ws-reject-reason
               perform journal-reject
           end-if.

      *    the validated card fees into the rate record in hand -
      *    the key is already set by the caller.
       move-card-to-rate.
           move ws-request-fee to rate-request-fee
           move ws-cell-fee to rate-cell-fee
           move rtmn-description to rate-description.

      *    journal one applied transaction with its before and
      *    after images. The before image is spaces for an add
      *    and the after image is spaces for a delete.
       journal-applied.
           move spaces to ws-journal-line
           evaluate rtmn-action
               when 'A'
                   string 'ADD     OP CODE=' delimited by size
                          ws-op-code delimited by size
                          '  BEFORE=(NOT ON FILE)  AFTER='
                          delimited by size
                          rate-record delimited by size
                       into ws-journal-line
               when 'C'
                   string 'CHANGE  OP CODE=' delimited by size
                          ws-op-code delimited by size
                          '  BEFORE=' delimited by size
                          ws-before-image delimited by size
                          '  AFTER=' delimited by size
                          rate-record delimited by size
                       into ws-journal-line
               when 'D'
                   string 'DELETE  OP CODE=' delimited by size
                          ws-op-code delimited by size
                          '  BEFORE=' delimited by size
                          ws-before-image delimited by size
                          '  AFTER=(DELETED)' delimited by size
                       into ws-journal-line
           end-evaluate
           perform write-journal-line.

      *    journal one rejected transaction with the card image
      *    and the reason it was rejected.
       journal-reject.
           add 1 to ws-reject-count
           move spaces to ws-journal-line
           string 'REJECT  CARD=' delimited by size
                  maint-record(1:36) delimited by size
                  '  REASON=' delimited by size
                  ws-reject-reason delimited by size
               into ws-journal-line
           perform write-journal-line.

       write-journal-line.
           write journal-record from ws-journal-line
           if ws-journal-status not = '00'
               display 'RATEMNT: write to RATEJRNL failed - '
               display '  run aborted.'
               move 12 to return-code
               perform close-all-files
               stop run
           end-if.

       close-all-files.
           close maint-file
           close rate-file
           close journal-file.

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
               display 'RATEMNT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'RATEMNT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Ratemnt.
