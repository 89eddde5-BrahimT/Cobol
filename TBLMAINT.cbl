       AUTHOR. Brahim Boubakar Toure (040941268).

      *Master-file maintenance for the keyed table file built by
      *Exercise3 - the maker half of a maker-checker pair. Reads a
      *card deck of add, change, and delete transactions from
      *MNTIN, validates every card, and stages the good ones onto
      *the keyed pending-maintenance file TBLPEND (layout in
      *PENDREC.cpy) as one batch under a new batch id, with the
      *entering user and the date and time. Nothing touches
      *TBLKEYED here: the batch waits on TBLPEND until a different
      *authorized user approves or rejects it as a whole with
      *TBLAPPR, which is where the deck goes onto TBLKEYED,
      *TBLOVRD, and TBLVALKD. Every staged transaction is
      *journalled to MNTJRNL; rejected cards are journalled with
      *the reason and left out of the batch.
      *
      *A key may appear only once in a batch, so the checker
      *approves one clear change per cell and the approval run
      *can prove the whole batch against the live file before it
      *applies any of it.
      *
      *TBLKEYED is a controlled deliverable: the user id is held
      *against the authorization file at start-up and must carry
      *the maintain function, and every run - staged or refused -
      *writes its result to the audit log with the batch id in
      *the run number column, so security review sees attempted
      *as well as actual changes.
      *
      *Transaction card layout (columns 1-11):
      *   1     action   A = add, C = change, D = delete
           SELECT MAINT-FILE ASSIGN TO "MNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "TBLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  MNT-VALUE          PIC X(6).
           05  FILLER             PIC X(69).

       FD  PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 87 CHARACTERS.
           COPY "PENDREC.cpy".

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  JOURNAL-RECORD PIC X(133).

       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  AUDIT-RECORD PIC X(100).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-maint-status pic XX.
        01 ws-pend-status pic XX.
        01 ws-journal-status pic XX.
        01 ws-auth-status pic XX.
        01 ws-audit-status pic XX.
        01 ws-run-user pic X(20).
        01 ws-audit-line pic X(100).
        01 ws-audit-result pic X(9).
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).

        01 ws-journal-line pic X(133).
        01 ws-heading pic X(60).
        01 ws-reject-reason pic X(30).
        01 ws-action-name pic X(7).

      *    the batch being built: the id it will be filed under
      *    and the validated transactions in deck order. A batch
      *    holds at most ws-stage-max transactions.
        01 ws-batch-id pic 9(6) value 0.
        01 ws-stage-max pic 9(4) value 500.
        01 ws-stage-count pic s9(4) comp value 0.
        01 ws-stage-sub pic s9(4) comp value 0.
        01 ws-stage-table.
           02 ws-stage-entry occurs 500 times.
              05 ws-st-action pic X(1).
              05 ws-st-key pic X(4).
              05 ws-st-value pic X(6).

        01 ws-read-count pic s9(5) comp value 0.
        01 ws-add-count pic s9(5) comp value 0.
        01 ws-count-edit pic Z(5)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           accept ws-run-user from user name

      *    the user id must hold the maintain function on the
               move 12 to return-code
               stop run
           end-if
           open output journal-file
           if ws-journal-status not = '00'
               display 'TBLMAINT: could not open MNTJRNL - '
               display '  run aborted.'
               move 12 to return-code
               close maint-file
               stop run
           end-if

                       move '10' to ws-maint-status
                   not at end
                       add 1 to ws-read-count
                       perform stage-one-transaction
               end-read
           end-perform

      *    the whole deck has been validated; only now is the
      *    batch filed, so a deck that aborts part way leaves
      *    nothing half-staged behind it.
           if ws-stage-count > 0
               perform file-pending-batch
           end-if

           move space to ws-journal-line
           write journal-record from ws-journal-line
           move spaces to ws-journal-line
           if ws-stage-count > 0
               string 'BATCH ' delimited by size
                      ws-batch-id delimited by size
                      ' STAGED ON TBLPEND - AWAITING APPROVAL '
                      delimited by size
                      'BY A SECOND USER (TBLAPPR)'
                      delimited by size
                   into ws-journal-line
           else
               string 'NOTHING STAGED - NO VALID TRANSACTION '
                      delimited by size
                      'IN THE DECK' delimited by size
                   into ws-journal-line
           end-if
           write journal-record from ws-journal-line
           move space to ws-journal-line
           write journal-record from ws-journal-line
           move ws-read-count to ws-count-edit
           write journal-record from ws-journal-line
           move ws-add-count to ws-count-edit
           move spaces to ws-journal-line
           string 'ADDS STAGED:       ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line
           move ws-change-count to ws-count-edit
           move spaces to ws-journal-line
           string 'CHANGES STAGED:    ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line
           move ws-delete-count to ws-count-edit
           move spaces to ws-journal-line
           string 'DELETES STAGED:    ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           write journal-record from ws-journal-line
           write journal-record from ws-journal-line

           close maint-file
           close journal-file

           if ws-reject-count > 0
               move 4 to return-code
           end-if

           if ws-stage-count > 0
               move 'STAGED' to ws-audit-result
           else
               move 'EMPTY' to ws-audit-result
           end-if
           perform write-audit-record

           goback.

      *    one line to the audit log in the fixed layout the
      *    generator writes, with this run's own result values -
      *    STAGED for a deck filed as a pending batch, EMPTY when
      *    no card survived validation, DENIED for a refused user
      *    - so maintenance shows up in the same analysis as
      *    every run that touches the keyed file. Maintenance
      *    draws no run number; the batch id goes in that column
      *    instead (zeros when no batch was filed), which ties
      *    this line to the approval run's line for the same
      *    batch.
       write-audit-record.
           move spaces to ws-audit-line
           string ws-run-date delimited by size
                  ' RESULT=' delimited by size
                  ws-audit-result delimited by size
                  ' RUN=' delimited by size
                  ws-batch-id delimited by size
                  ' PROF=' delimited by size
               into ws-audit-line
           open extend audit-file
           end-if
           close audit-file.

      *    one maintenance card: validate it and hold it for the
      *    batch. The card is checked for shape only - whether the
      *    key is on file is proved by the approval run against
      *    the file as it stands then. A rejected card is
      *    journalled and counted but does not stop the run.
       stage-one-transaction.
           move spaces to ws-reject-reason
           if mnt-action not = 'A' and mnt-action not = 'C'
                   and mnt-action not = 'D'
                   end-if
               end-if
           end-if
           if ws-reject-reason not = spaces
               perform journal-reject
               exit paragraph
           end-if

           perform varying ws-stage-sub from 1 by 1
                   until ws-stage-sub > ws-stage-count
                   or ws-st-key(ws-stage-sub) = maint-record(2:4)
               continue
           end-perform
           if ws-stage-sub <= ws-stage-count
               move 'KEY ALREADY IN THIS BATCH' to ws-reject-reason
               perform journal-reject
               exit paragraph
           end-if
           if ws-stage-count >= ws-stage-max
               move 'BATCH FULL - USE A SECOND DECK'
                   to ws-reject-reason
               perform journal-reject
               exit paragraph
           end-if

           add 1 to ws-stage-count
           move mnt-action to ws-st-action(ws-stage-count)
           move maint-record(2:4) to ws-st-key(ws-stage-count)
           if mnt-action = 'D'
               move '000000' to ws-st-value(ws-stage-count)
           else
               move mnt-value to ws-st-value(ws-stage-count)
           end-if
           evaluate mnt-action
               when 'A'
                   add 1 to ws-add-count
               when 'C'
                   add 1 to ws-change-count
               when 'D'
                   add 1 to ws-delete-count
           end-evaluate
           perform journal-staged.

      *    file the validated deck on the pending file: take the
      *    next batch id off the control record, write the batch
      *    header as pending with the entering user, then one
      *    record per transaction. On the very first run the
      *    pending file does not exist yet and is created empty
      *    before the i-o open.
       file-pending-batch.
           open i-o pending-file
           if ws-pend-status = '35'
               open output pending-file
               close pending-file
               open i-o pending-file
           end-if
           if ws-pend-status not = '00'
               display 'TBLMAINT: could not open TBLPEND - '
               display '  nothing staged - run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               perform close-all-files
               stop run
           end-if

           move 0 to pend-batch-id
           move 0 to pend-seq
           read pending-file
           evaluate true
               when ws-pend-status = '00'
                   compute ws-batch-id = pend-last-batch-id + 1
                   move ws-batch-id to pend-last-batch-id
                   rewrite pend-record
               when ws-pend-status = '23'
                   move 1 to ws-batch-id
                   move spaces to pend-record
                   move 0 to pend-batch-id
                   move 0 to pend-seq
                   move ws-batch-id to pend-last-batch-id
                   write pend-record
               when other
                   continue
           end-evaluate
           if ws-pend-status not = '00'
               move 0 to ws-batch-id
               perform pending-file-failure
           end-if

           move spaces to pend-record
           move ws-batch-id to pend-batch-id
           move 0 to pend-seq
           move 'P' to pend-status
           move ws-stage-count to pend-tran-count
           move ws-run-user to pend-entered-by
           move ws-run-date to pend-entered-date
           move ws-run-time to pend-entered-time
           write pend-record
           if ws-pend-status not = '00'
               perform pending-file-failure
           end-if

           perform varying ws-stage-sub from 1 by 1
                   until ws-stage-sub > ws-stage-count
               move spaces to pend-record
               move ws-batch-id to pend-batch-id
               move ws-stage-sub to pend-seq
               move ws-st-action(ws-stage-sub) to pend-action
               move ws-st-key(ws-stage-sub) to pend-tran-data(2:4)
               move ws-st-value(ws-stage-sub) to pend-value
               write pend-record
               if ws-pend-status not = '00'
                   perform pending-file-failure
               end-if
           end-perform
           close pending-file.

      *    a read or write on the pending file failed while the
      *    batch was being filed: abort, so the operator knows the
      *    batch on TBLPEND is incomplete and must not be approved.
       pending-file-failure.
           display 'TBLMAINT: write to TBLPEND failed - '
           display '  status ' ws-pend-status
           display '  batch ' ws-batch-id ' is incomplete and'
           display '  must be rejected - run aborted.'
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           close pending-file
           perform close-all-files
           stop run.

      *    journal one staged transaction with the value it will
      *    carry when the batch is approved.
       journal-staged.
           evaluate mnt-action
               when 'A'
                   move 'ADD' to ws-action-name
               when 'C'
                   move 'CHANGE' to ws-action-name
               when 'D'
                   move 'DELETE' to ws-action-name
           end-evaluate
           move spaces to ws-journal-line
           if mnt-action = 'D'
               string 'STAGED  ' delimited by size
                      ws-action-name delimited by size
                      ' KEY=' delimited by size
                      mnt-factor1 delimited by size
                      mnt-factor2 delimited by size
                   into ws-journal-line
           else
               string 'STAGED  ' delimited by size
                      ws-action-name delimited by size
                      ' KEY=' delimited by size
                      mnt-factor1 delimited by size
                      mnt-factor2 delimited by size
                      '  VALUE=' delimited by size
                      mnt-value delimited by size
                   into ws-journal-line
           end-if
           perform write-journal-line.

      *    journal one rejected transaction with the card image

       close-all-files.
           close maint-file
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
               display 'TBLMAINT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLMAINT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblmaint.
