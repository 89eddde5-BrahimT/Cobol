       IDENTIFICATION DIVISION.
       PROGRAM-Id. Ptnmnt as "Ptnmnt".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Maintenance run for the keyed partner registry PTNREG that
      *INTFRECV holds every inbound extract against. Applies a
      *card deck of add, change, and delete transactions from
      *PTNIN with random access, validating the expected operation
      *code and factor ranges before they are filed, and journals
      *every applied transaction to PTNJRNL with before and after
      *images; rejected transactions are journalled with the
      *reason.
      *
      *An add starts the partner with nothing received. A change
      *replaces the expected parameters only - the last run number
      *and receive date belong to INTFRECV and are carried over
      *untouched. A partner that starts its run numbers over again
      *is deleted and added back, which clears its history.
      *
      *Transaction card layout (columns 1-18):
      *   1     action   A = add, C = change, D = delete
      *   2-9   partner id
      *   10    operation code   A, D, P, R, or M
      *   11-12 row start         13-14 row end
      *   15-16 column start      17-18 column end
      *   the parameter columns are ignored for a delete

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "PTNIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "PTNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PTNJRNL"
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
           05  PTMN-ACTION        PIC X(1).
           05  PTMN-PARTNER-ID    PIC X(8).
           05  PTMN-OP-CODE       PIC X(1).
           05  PTMN-ROW-START     PIC X(2).
           05  PTMN-ROW-END       PIC X(2).
           05  PTMN-COL-START     PIC X(2).
           05  PTMN-COL-END       PIC X(2).
           05  FILLER             PIC X(62).

       FD  REGISTRY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY "PTNREG.cpy".

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
        01 ws-registry-status pic XX.
        01 ws-journal-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).

        01 ws-journal-line pic X(133).
        01 ws-heading pic X(60).
        01 ws-before-image pic X(40).
        01 ws-reject-reason pic X(30).
        01 ws-max-size pic 9(2) value 18.
        01 ws-work-row-start pic 9(2).
        01 ws-work-row-end pic 9(2).
        01 ws-work-col-start pic 9(2).
        01 ws-work-col-end pic 9(2).

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
               display 'PTNMNT: could not open PTNIN - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
      *    on the very first maintenance run the registry does
      *    not exist yet and is created empty before the i-o
      *    open.
           open i-o registry-file
           if ws-registry-status = '35'
               open output registry-file
               close registry-file
               open i-o registry-file
           end-if
           if ws-registry-status not = '00'
               display 'PTNMNT: could not open PTNREG - '
               display '  run aborted.'
               move 12 to return-code
               close maint-file
               stop run
           end-if
           open output journal-file
           if ws-journal-status not = '00'
               display 'PTNMNT: could not open PTNJRNL - '
               display '  run aborted.'
               move 12 to return-code
               close maint-file
               close registry-file
               stop run
           end-if

           move spaces to ws-heading
           string 'PARTNER REGISTRY JOURNAL  RUN '
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
           close registry-file
           close journal-file

           if ws-reject-count > 0
               move 4 to return-code
           end-if

           goback.

      *    one maintenance card: validate it, read the registry
      *    for the before image, then apply WRITE, REWRITE, or
      *    DELETE. A rejected card is journalled and counted but
      *    does not stop the run.
       apply-one-transaction.
           move spaces to ws-reject-reason
           if ptmn-action not = 'A' and ptmn-action not = 'C'
                   and ptmn-action not = 'D'
               move 'ACTION NOT A, C, OR D' to ws-reject-reason
           else
               if ptmn-partner-id = spaces
                   move 'PARTNER ID MISSING' to ws-reject-reason
               else
                   if ptmn-action = 'A' or ptmn-action = 'C'
                       perform validate-parameters
                   end-if
               end-if
           end-if

           if ws-reject-reason not = spaces
               perform journal-reject
           else
               move function upper-case(ptmn-partner-id)
                   to preg-partner-id
               read registry-file
               evaluate true
                   when ws-registry-status = '00'
                       move preg-record to ws-before-image
                       perform apply-on-file
                   when ws-registry-status = '23'
                       perform apply-not-on-file
                   when other
                       display 'PTNMNT: read of PTNREG failed - '
                       display '  status ' ws-registry-status
                       display '  run aborted.'
                       move 12 to return-code
                       perform close-all-files
                       stop run
               end-evaluate
           end-if.

      *    the expected parameters of an add or change card: a
      *    known operation code and ranges forward and no wider
      *    than the generator's table, since the partner is
      *    sending back a table the generator cut. The reason is
      *    left in ws-reject-reason, spaces when the card is good.
       validate-parameters.
           if ptmn-row-start not numeric
                   or ptmn-row-end not numeric
                   or ptmn-col-start not numeric
                   or ptmn-col-end not numeric
               move 'PARAMETER NOT NUMERIC' to ws-reject-reason
               exit paragraph
           end-if
           move ptmn-row-start to ws-work-row-start
           move ptmn-row-end to ws-work-row-end
           move ptmn-col-start to ws-work-col-start
           move ptmn-col-end to ws-work-col-end
           if ptmn-op-code not = 'A' and ptmn-op-code not = 'D'
                   and ptmn-op-code not = 'P'
                   and ptmn-op-code not = 'R'
                   and ptmn-op-code not = 'M'
               move 'OP CODE NOT A, D, P, R, OR M'
                   to ws-reject-reason
               exit paragraph
           end-if
           if ws-work-row-start = 0 or ws-work-col-start = 0
               move 'RANGE STARTS AT ZERO' to ws-reject-reason
               exit paragraph
           end-if
           if ws-work-row-end < ws-work-row-start
                   or ws-work-col-end < ws-work-col-start
               move 'RANGE END BEFORE START' to ws-reject-reason
               exit paragraph
           end-if
           if ws-work-row-end - ws-work-row-start >= ws-max-size
                   or ws-work-col-end - ws-work-col-start
                       >= ws-max-size
               move 'RANGE WIDER THAN 18' to ws-reject-reason
           end-if.

      *    the partner is already registered: add is a duplicate,
      *    change rewrites the expected parameters, delete
      *    removes the partner.
       apply-on-file.
           evaluate ptmn-action
               when 'A'
                   move 'PARTNER ALREADY ON FILE'
                       to ws-reject-reason
                   perform journal-reject
               when 'C'
                   perform move-card-to-registry
                   rewrite preg-record
                   if ws-registry-status not = '00'
                       display
                          'PTNMNT: rewrite of PTNREG failed - '
                       display '  status ' ws-registry-status
                       display '  run aborted.'
                       move 12 to return-code
                       perform close-all-files
                       stop run
                   end-if
                   add 1 to ws-change-count
                   perform journal-applied
               when 'D'
                   delete registry-file record
                   if ws-registry-status not = '00'
                       display
                          'PTNMNT: delete on PTNREG failed - '
                       display '  status ' ws-registry-status
                       display '  run aborted.'
                       move 12 to return-code
                       perform close-all-files
                       stop run
                   end-if
                   add 1 to ws-delete-count
                   perform journal-applied
           end-evaluate.

      *    the partner is not registered: only an add is valid,
      *    and it starts with nothing received.
       apply-not-on-file.
           move spaces to ws-before-image
           if ptmn-action = 'A'
               move spaces to preg-record
               move function upper-case(ptmn-partner-id)
                   to preg-partner-id
               perform move-card-to-registry
               move 0 to preg-last-run-number
               move spaces to preg-last-recv-date
               write preg-record
               if ws-registry-status not = '00'
                   display 'PTNMNT: write to PTNREG failed - '
                   display '  status ' ws-registry-status
                   display '  run aborted.'
                   move 12 to return-code
                   perform close-all-files
                   stop run
               end-if
               add 1 to ws-add-count
               perform journal-applied
           else
               move 'PARTNER NOT ON FILE' to ws-reject-reason
               perform journal-reject
           end-if.

      *    the validated card parameters into the registry record
      *    in hand - the key is already set by the caller.
       move-card-to-registry.
           move ptmn-op-code to preg-op-code
           move ws-work-row-start to preg-row-start
           move ws-work-row-end to preg-row-end
           move ws-work-col-start to preg-col-start
           move ws-work-col-end to preg-col-end.

      *    journal one applied transaction with its before and
      *    after images. The before image is spaces for an add
      *    and the after image is spaces for a delete.
       journal-applied.
           move spaces to ws-journal-line
           evaluate ptmn-action
               when 'A'
                   string 'ADD     PARTNER=' delimited by size
                          ptmn-partner-id delimited by size
                          '  BEFORE=(NOT ON FILE)  AFTER='
                          delimited by size
                          preg-record delimited by size
                       into ws-journal-line
               when 'C'
                   string 'CHANGE  PARTNER=' delimited by size
                          ptmn-partner-id delimited by size
                          '  BEFORE=' delimited by size
                          ws-before-image delimited by size
                          '  AFTER=' delimited by size
                          preg-record delimited by size
                       into ws-journal-line
               when 'D'
                   string 'DELETE  PARTNER=' delimited by size
                          ptmn-partner-id delimited by size
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
                  maint-record(1:18) delimited by size
                  '  REASON=' delimited by size
                  ws-reject-reason delimited by size
               into ws-journal-line
           perform write-journal-line.

       write-journal-line.
           write journal-record from ws-journal-line
           if ws-journal-status not = '00'
               display 'PTNMNT: write to PTNJRNL failed - '
               display '  run aborted.'
               move 12 to return-code
               perform close-all-files
               stop run
           end-if.

       close-all-files.
           close maint-file
           close registry-file
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
               display 'PTNMNT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'PTNMNT: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Ptnmnt.
