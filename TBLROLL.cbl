       IDENTIFICATION DIVISION.
       PROGRAM-Id. Tblroll as "Tblroll".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Forward recovery for the keyed table file. TBLREST puts a
      *GENLIB generation back exactly as it was filed, which loses
      *every maintenance transaction applied after that generation
      *went live. TBLAPPR writes each transaction it applies to the
      *forward-recovery journal FWDJRNL with the run number it was
      *applied over, the date and time, and the before and after
      *images; this run reads that journal back and replays it on
      *top of the restored generation, up to a cut-off date and
      *time given on the SYSIN card. The journal is stamped with
      *the clock date and time, not the business date, so the
      *cut-off is a clock date and time too.
      *
      *GENLIB holds each generation as the generator produced it,
      *before OVRAPPLY put the patches back, so the restored file
      *carries none of the overrides that were on the live file
      *when the generation was filed. Those are laid on first: for
      *every key the journal touched before the restored run, the
      *last entry's after image is put back over the generated
      *cell, the way OVRAPPLY reapplied it at the time; a key
      *whose last entry was a delete keeps its generated value,
      *and a key not on the restored generation is listed and
      *left off, as OVRAPPLY flagged it.
      *
      *An entry is then replayed when its run number is not below
      *the restored run number and it was applied no later than
      *the cut-off. Before each entry goes on, the cell on file is
      *held against the entry's before image: an add needs the key
      *off file, a change or delete needs the cell exactly as the
      *journal saw it. The first entry that does not match stops
      *the run - the entry and what the file actually holds are
      *reported on ROLLJRNL, everything replayed before it stays
      *applied, and nothing after it is touched, so the operator
      *can decide what the file should hold before going further.
      *Every replayed add or change is recorded on TBLOVRD and a
      *replayed delete drops the key's override, exactly as the
      *approval did, and TBLVALKD moves in step with every entry.
      *An entry past the cut-off is not replayed, and the value it
      *left on TBLOVRD is withdrawn so the next OVRAPPLY does not
      *put it back: the first such entry for a key puts the
      *override back to its before image where the journal shows
      *an override standing before it, and drops it otherwise.
      *Each withdrawal is listed on ROLLJRNL. A run stopped on a
      *mismatch reads no further, so nothing past the stop is
      *withdrawn either.
      *
      *The user id must carry the restore function on the
      *authorization file. The run holds the in-flight mark on
      *RUNCTL while it changes the file, as TBLREST does, and is
      *refused if a generator run already holds it. The result
      *goes to AUDITLOG - ROLLED, STOPPED, DENIED, BLOCKED, or
      *FAILED - with the restored run number in the run column.
      *Return code 0 means the journal was replayed to the
      *cut-off, 4 that there was nothing to replay, 8 that the run
      *was refused or stopped on a mismatch, 12 a file error.
      *
      *SYSIN card (columns 1-20):
      *   1-6    run number of the generation TBLREST put back
      *   7-14   cut-off date, yyyymmdd
      *   15-20  cut-off time, hhmmss

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORWARD-FILE ASSIGN TO "FWDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.
           SELECT LOOKUP-FILE ASSIGN TO "TBLKEYED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "TBLOVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT VALUE-LOOKUP-FILE ASSIGN TO "TBLVALKD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VALKEY-KEY
               FILE STATUS IS WS-VALKEY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ROLLJRNL"
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
       FD  FORWARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "FWDREC.cpy".

       FD  LOOKUP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY "TBLKEY.cpy".

       FD  OVERRIDE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY "TBLKEY.cpy" REPLACING LEADING ==LOOKUP== BY
           ==OVRD==.

       FD  VALUE-LOOKUP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY "TBLVAL.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RUNC-RUN-NUMBER    PIC 9(6).
           05  RUNC-IN-FLIGHT     PIC X(1).
           05  RUNC-RUN-DATE      PIC X(8).
           05  RUNC-RUN-TIME      PIC X(8).

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

        01 ws-fwd-status pic XX.
        01 ws-lookup-status pic XX.
        01 ws-ovrd-status pic XX.
        01 ws-valkey-status pic XX.
        01 ws-runc-status pic XX.
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
        01 ws-roll-card pic X(20).
        01 ws-restore-run pic 9(6) value 0.
        01 ws-cutoff-date pic X(8).
        01 ws-cutoff-time pic X(6).
        01 ws-last-run pic 9(6) value 0.
        01 ws-in-flight pic X(1) value 'N'.
        01 ws-run-acquired pic 9(1) value 0.
        01 ws-files-open pic 9(1) value 0.
        01 ws-scan-done pic 9(1) value 0.
        01 ws-stopped pic 9(1) value 0.

      *    the entry in hand: its key, and what the file holds
      *    under that key when the entry is checked.
        01 ws-entry-key pic X(4).
        01 ws-file-image pic X(10).
        01 ws-file-found pic 9(1) value 0.
        01 ws-mismatch-reason pic X(40).

        01 ws-read-count pic s9(7) comp value 0.
        01 ws-early-count pic s9(7) comp value 0.
        01 ws-late-count pic s9(7) comp value 0.
        01 ws-add-count pic s9(7) comp value 0.
        01 ws-change-count pic s9(7) comp value 0.
        01 ws-delete-count pic s9(7) comp value 0.
        01 ws-replay-count pic s9(7) comp value 0.
        01 ws-laid-count pic s9(7) comp value 0.
        01 ws-unlaid-count pic s9(7) comp value 0.
        01 ws-withdrawn-count pic s9(7) comp value 0.
        01 ws-generated-value pic 9(6).

      *    the override standing on every key as the journal tells
      *    it - the factors run 00 to 99, so a factor's entry is
      *    the factor plus one. State 0 means the journal has not
      *    touched the key, 1 that it holds the override value
      *    here, 2 that its last entry was a delete. The late flag
      *    is set once an entry past the cut-off has been
      *    withdrawn for the key.
        01 ws-key-table.
           02 ws-key-row occurs 100 times.
              05 ws-key-cell occurs 100 times.
                 10 ws-key-state pic 9(1).
                 10 ws-key-value pic 9(6).
                 10 ws-key-late pic 9(1).
        01 ws-key-row-sub pic s9(4) comp value 0.
        01 ws-key-col-sub pic s9(4) comp value 0.
        01 ws-count-edit pic Z(6)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           accept ws-run-user from user name

           open output journal-file
           if ws-journal-status not = '00'
               display 'TBLROLL: could not open ROLLJRNL - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           move spaces to ws-journal-line
           string 'FORWARD RECOVERY JOURNAL  RUN ' delimited by size
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

           perform take-roll-card

      *    a roll-forward must not race a generator run any more
      *    than a restore may: the in-flight mark on RUNCTL blocks
      *    this run the same way.
           open input run-control-file
           if ws-runc-status = '00'
               read run-control-file
               if ws-runc-status = '00'
                   move runc-run-number to ws-last-run
                   move runc-in-flight to ws-in-flight
               end-if
               close run-control-file
           end-if
           if ws-in-flight = 'Y'
               display 'TBLROLL: run ' ws-last-run ' is marked '
               display '  in flight on RUNCTL - no roll-forward '
               display '  while a generator run is live. If that '
               display '  run abended, clear the mark and resubmit.'
               move spaces to ws-journal-line
               string 'REJECTED  RUNCTL IN-FLIGHT MARK IS SET'
                      delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'BLOCKED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if

           open input forward-file
           if ws-fwd-status not = '00'
               display 'TBLROLL: could not open FWDJRNL - '
               display '  run aborted.'
               move spaces to ws-journal-line
               string 'REJECTED  FORWARD-RECOVERY JOURNAL NOT '
                      delimited by size
                      'AVAILABLE - LIVE FILE NOT TOUCHED'
                      delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if

      *    the in-flight mark is claimed before the first table
      *    file is opened for update. Every exit from here on goes
      *    through write-audit-record, which clears it again.
           perform acquire-run-control
           perform open-table-files

           perform lay-prior-overrides

           move 0 to ws-scan-done
           perform until ws-scan-done = 1 or ws-stopped = 1
               read forward-file
                   at end
                       move 1 to ws-scan-done
                   not at end
                       add 1 to ws-read-count
                       perform select-one-entry
               end-read
           end-perform

           perform close-table-files
           close forward-file

           move space to ws-journal-line
           perform write-journal-line
           move ws-read-count to ws-count-edit
           move spaces to ws-journal-line
           string 'JOURNAL ENTRIES READ:          ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-early-count to ws-count-edit
           move spaces to ws-journal-line
           string 'BEFORE THE RESTORED RUN:       ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-late-count to ws-count-edit
           move spaces to ws-journal-line
           string 'AFTER THE CUT-OFF:             ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-withdrawn-count to ws-count-edit
           move spaces to ws-journal-line
           string 'OVERRIDES WITHDRAWN:           ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-laid-count to ws-count-edit
           move spaces to ws-journal-line
           string 'PRIOR OVERRIDES LAID ON:       ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-unlaid-count to ws-count-edit
           move spaces to ws-journal-line
           string 'PRIOR OVERRIDES NOT ON FILE:   ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-add-count to ws-count-edit
           move spaces to ws-journal-line
           string 'ADDS REPLAYED:                 ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-change-count to ws-count-edit
           move spaces to ws-journal-line
           string 'CHANGES REPLAYED:              ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-delete-count to ws-count-edit
           move spaces to ws-journal-line
           string 'DELETES REPLAYED:              ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line

           move spaces to ws-journal-line
           evaluate true
               when ws-stopped = 1
                   string 'ROLL-FORWARD STOPPED ON A BEFORE-IMAGE '
                          delimited by size
                          'MISMATCH - ENTRIES ABOVE THE STOP ARE '
                          delimited by size
                          'APPLIED, NONE AFTER IT' delimited by size
                       into ws-journal-line
                   move 8 to return-code
                   move 'STOPPED' to ws-audit-result
               when ws-replay-count = 0 and ws-laid-count = 0
                       and ws-withdrawn-count = 0
                   string 'NOTHING TO REPLAY FOR RUN ' delimited by size
                          ws-restore-run delimited by size
                          ' UP TO THE CUT-OFF - FILE NOT CHANGED'
                          delimited by size
                       into ws-journal-line
                   move 4 to return-code
                   move 'ROLLED' to ws-audit-result
               when other
                   string 'ROLL-FORWARD COMPLETE TO ' delimited by size
                          ws-cutoff-date delimited by size
                          ' ' delimited by size
                          ws-cutoff-time delimited by size
                       into ws-journal-line
                   move 'ROLLED' to ws-audit-result
           end-evaluate
           perform write-journal-line

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
               display 'TBLROLL: could not open AUTHFILE - '
               display '  roll-forwards do not run without the '
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
               display 'TBLROLL: user ' ws-run-user
               display '  is not authorized to roll TBLKEYED '
               display '  forward - run refused.'
               move spaces to ws-journal-line
               string 'REJECTED  USER NOT AUTHORIZED TO '
                      delimited by size
                      'ROLL FORWARD: ' delimited by size
                      ws-run-user delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'DENIED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if.

      *    the restored run number and the cut-off off the SYSIN
      *    card. All three fields must be numeric and the run
      *    number must not be zero.
       take-roll-card.
           move spaces to ws-roll-card
           accept ws-roll-card from sysin
           if ws-roll-card(1:6) is numeric
                   and ws-roll-card(1:6) not = '000000'
                   and ws-roll-card(7:8) is numeric
                   and ws-roll-card(15:6) is numeric
               move ws-roll-card(1:6) to ws-restore-run
               move ws-roll-card(7:8) to ws-cutoff-date
               move ws-roll-card(15:6) to ws-cutoff-time
           else
               display 'TBLROLL: the SYSIN card must carry the '
               display '  restored run number and the cut-off '
               display '  date and time - run aborted.'
               move spaces to ws-journal-line
               string 'REJECTED  ROLL-FORWARD CARD NOT VALID: '
                      delimited by size
                      ws-roll-card delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           move spaces to ws-journal-line
           string 'REPLAYING FWDJRNL OVER RESTORED RUN '
                  delimited by size
                  ws-restore-run delimited by size
                  '  CUT-OFF ' delimited by size
                  ws-cutoff-date delimited by size
                  ' ' delimited by size
                  ws-cutoff-time delimited by size
               into ws-journal-line
           perform write-journal-line
           move space to ws-journal-line
           perform write-journal-line.

      *    an entry applied over an earlier generation has been
      *    laid on already as one of the prior overrides, or was
      *    superseded by a later entry for its key; an entry past
      *    the cut-off is not replayed and its override is
      *    withdrawn. Everything else is checked and replayed in
      *    journal order.
       select-one-entry.
           if fwd-run-number < ws-restore-run
               add 1 to ws-early-count
               exit paragraph
           end-if
           if fwd-apply-date > ws-cutoff-date
                   or (fwd-apply-date = ws-cutoff-date
                   and fwd-apply-time(1:6) > ws-cutoff-time)
               add 1 to ws-late-count
               perform withdraw-late-override
               exit paragraph
           end-if
           perform check-before-image
           if ws-mismatch-reason not = spaces
               perform report-mismatch
           else
               perform replay-one-entry
           end-if.

      *    read the cell the entry touches and hold it against the
      *    entry's before image. An add expects the key off file;
      *    a change or a delete expects the cell exactly as the
      *    journal recorded it.
       check-before-image.
           if fwd-before-flag = 'Y'
               move fwd-before-image(1:4) to ws-entry-key
           else
               move fwd-after-image(1:4) to ws-entry-key
           end-if
           move ws-entry-key to lookup-key
           read lookup-file
           evaluate true
               when ws-lookup-status = '00'
                   move 1 to ws-file-found
                   move lookup-record to ws-file-image
               when ws-lookup-status = '23'
                   move 0 to ws-file-found
                   move spaces to ws-file-image
               when other
                   display 'TBLROLL: read of TBLKEYED failed -'
                   display '  status ' ws-lookup-status
                   perform table-file-failure
           end-evaluate
           move spaces to ws-mismatch-reason
           if fwd-before-flag = 'N'
               if ws-file-found = 1
                   move 'ADD BUT KEY ALREADY ON FILE'
                       to ws-mismatch-reason
               end-if
           else
               if ws-file-found = 0
                   move 'KEY NOT ON FILE' to ws-mismatch-reason
               else
                   if ws-file-image not = fwd-before-image
                       move 'FILE DOES NOT MATCH BEFORE IMAGE'
                           to ws-mismatch-reason
                   end-if
               end-if
           end-if.

      *    the entry does not fit the file: report the entry, its
      *    before image, and what the file holds, and stop the
      *    run there.
       report-mismatch.
           move 1 to ws-stopped
           display 'TBLROLL: before-image mismatch on key '
               ws-entry-key ' - ' ws-mismatch-reason
           display '  batch ' fwd-batch-id ' seq ' fwd-seq
               ' - roll-forward stopped.'
           move space to ws-journal-line
           perform write-journal-line
           move spaces to ws-journal-line
           string 'STOPPED  RUN=' delimited by size
                  fwd-run-number delimited by size
                  '  BATCH=' delimited by size
                  fwd-batch-id delimited by size
                  '  SEQ=' delimited by size
                  fwd-seq delimited by size
                  '  APPLIED ' delimited by size
                  fwd-apply-date delimited by size
                  ' ' delimited by size
                  fwd-apply-time delimited by size
                  '  BY ' delimited by size
                  fwd-user delimited by size
               into ws-journal-line
           perform write-journal-line
           move spaces to ws-journal-line
           string '         ACTION=' delimited by size
                  fwd-action delimited by size
                  '  KEY=' delimited by size
                  ws-entry-key delimited by size
                  '  REASON=' delimited by size
                  ws-mismatch-reason delimited by size
               into ws-journal-line
           perform write-journal-line
           move spaces to ws-journal-line
           if fwd-before-flag = 'Y'
               string '         JOURNAL BEFORE=' delimited by size
                      fwd-before-image delimited by size
                   into ws-journal-line
           else
               string '         JOURNAL BEFORE=(NOT ON FILE)'
                      delimited by size
                   into ws-journal-line
           end-if
           perform write-journal-line
           move spaces to ws-journal-line
           if ws-file-found = 1
               string '         FILE HOLDS=' delimited by size
                      ws-file-image delimited by size
                   into ws-journal-line
           else
               string '         FILE HOLDS=(NOT ON FILE)'
                      delimited by size
                   into ws-journal-line
           end-if
           perform write-journal-line.

      *    the entry fits: put its after image on the keyed file,
      *    the override file, and the value-keyed companion, the
      *    way the approval did when it first went on.
       replay-one-entry.
           evaluate fwd-action
               when 'A'
                   move fwd-after-image to lookup-record
                   write lookup-record
                   if ws-lookup-status not = '00'
                       display 'TBLROLL: write to TBLKEYED failed - '
                       display '  status ' ws-lookup-status
                       perform table-file-failure
                   end-if
                   add 1 to ws-add-count
                   perform record-override
                   perform add-value-entry
               when 'C'
                   move fwd-after-image to lookup-record
                   rewrite lookup-record
                   if ws-lookup-status not = '00'
                       display
                          'TBLROLL: rewrite of TBLKEYED failed - '
                       display '  status ' ws-lookup-status
                       perform table-file-failure
                   end-if
                   add 1 to ws-change-count
                   perform record-override
                   perform drop-value-entry
                   perform add-value-entry
               when 'D'
                   delete lookup-file record
                   if ws-lookup-status not = '00'
                       display
                          'TBLROLL: delete on TBLKEYED failed - '
                       display '  status ' ws-lookup-status
                       perform table-file-failure
                   end-if
                   add 1 to ws-delete-count
                   perform drop-override
                   perform drop-value-entry
           end-evaluate
           perform take-entry-cell
           perform note-key-override
           add 1 to ws-replay-count
           move spaces to ws-journal-line
           string 'REPLAYED  RUN=' delimited by size
                  fwd-run-number delimited by size
                  '  BATCH=' delimited by size
                  fwd-batch-id delimited by size
                  '  SEQ=' delimited by size
                  fwd-seq delimited by size
                  '  ACTION=' delimited by size
                  fwd-action delimited by size
                  '  KEY=' delimited by size
                  ws-entry-key delimited by size
                  '  BEFORE=' delimited by size
                  fwd-before-image delimited by size
                  '  AFTER=' delimited by size
                  fwd-after-image delimited by size
               into ws-journal-line
           perform write-journal-line.

      *    the replayed value onto the override file, written or
      *    rewritten, so TBLOVRD holds the latest patch per key.
       record-override.
           move lookup-key to ovrd-key
           move lookup-product to ovrd-product
           write ovrd-record
           if ws-ovrd-status = '22'
               rewrite ovrd-record
           end-if
           if ws-ovrd-status not = '00'
               display 'TBLROLL: write to TBLOVRD failed - '
               display '  status ' ws-ovrd-status
               perform table-file-failure
           end-if.

      *    the overrides on file when the restored generation was
      *    filed. A first pass of the journal keeps, for every key
      *    touched before the restored run, what its last entry
      *    left; the journal is then reopened for the replay, and
      *    every key left holding a value has it laid over the
      *    generated cell.
       lay-prior-overrides.
           move zeros to ws-key-table
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read forward-file
                   at end
                       move 1 to ws-scan-done
                   not at end
                       if fwd-run-number < ws-restore-run
                           perform take-entry-cell
                           perform note-key-override
                       end-if
               end-read
           end-perform
           close forward-file
           open input forward-file
           if ws-fwd-status not = '00'
               display 'TBLROLL: could not reopen FWDJRNL - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               perform close-table-files
               close journal-file
               stop run
           end-if
           perform varying ws-key-row-sub from 1 by 1
                   until ws-key-row-sub > 100
               perform varying ws-key-col-sub from 1 by 1
                       until ws-key-col-sub > 100
                   if ws-key-state(ws-key-row-sub ws-key-col-sub) = 1
                       perform lay-one-override
                   end-if
               end-perform
           end-perform
           move space to ws-journal-line
           perform write-journal-line.

      *    the key of the entry in hand as subscripts into the key
      *    table, taken from whichever image the entry carries.
       take-entry-cell.
           if fwd-before-flag = 'Y'
               compute ws-key-row-sub = fwd-before-factor1 + 1
               compute ws-key-col-sub = fwd-before-factor2 + 1
           else
               compute ws-key-row-sub = fwd-after-factor1 + 1
               compute ws-key-col-sub = fwd-after-factor2 + 1
           end-if.

      *    what the entry in hand leaves standing on its key.
       note-key-override.
           if fwd-after-flag = 'Y'
               move 1 to ws-key-state(ws-key-row-sub ws-key-col-sub)
               move fwd-after-product
                   to ws-key-value(ws-key-row-sub ws-key-col-sub)
           else
               move 2 to ws-key-state(ws-key-row-sub ws-key-col-sub)
           end-if.

      *    one prior override over the restored cell. A cell that
      *    already holds the value is left alone; a key not on the
      *    restored generation fell outside its ranges, and is
      *    listed and left off the file as OVRAPPLY left it.
       lay-one-override.
           compute lookup-factor1 = ws-key-row-sub - 1
           compute lookup-factor2 = ws-key-col-sub - 1
           read lookup-file
           evaluate true
               when ws-lookup-status = '00'
                   if lookup-product not =
                           ws-key-value(ws-key-row-sub ws-key-col-sub)
                       move lookup-product to ws-generated-value
                       move ws-key-value(ws-key-row-sub ws-key-col-sub)
                           to lookup-product
                       rewrite lookup-record
                       if ws-lookup-status not = '00'
                           display
                              'TBLROLL: rewrite of TBLKEYED failed - '
                           display '  status ' ws-lookup-status
                           perform table-file-failure
                       end-if
                       perform move-prior-value-entry
                       add 1 to ws-laid-count
                       move spaces to ws-journal-line
                       string 'LAID ON   KEY=' delimited by size
                              lookup-key delimited by size
                              '  GENERATED=' delimited by size
                              ws-generated-value delimited by size
                              '  OVERRIDE=' delimited by size
                              lookup-product delimited by size
                           into ws-journal-line
                       perform write-journal-line
                   end-if
               when ws-lookup-status = '23'
                   add 1 to ws-unlaid-count
                   move spaces to ws-journal-line
                   string 'NOT LAID  KEY=' delimited by size
                          lookup-key delimited by size
                          '  OVERRIDE=' delimited by size
                          ws-key-value(ws-key-row-sub ws-key-col-sub)
                          delimited by size
                          '  KEY NOT IN THE RESTORED GENERATION'
                          delimited by size
                       into ws-journal-line
                   perform write-journal-line
               when other
                   display 'TBLROLL: read of TBLKEYED failed -'
                   display '  status ' ws-lookup-status
                   perform table-file-failure
           end-evaluate.

      *    the companion file in step with a laid-on override: the
      *    generated value's entry off, the override value's on.
       move-prior-value-entry.
           move ws-generated-value to valkey-product
           move lookup-factor1 to valkey-factor1
           move lookup-factor2 to valkey-factor2
           delete value-lookup-file record
           if ws-valkey-status not = '00'
                   and ws-valkey-status not = '23'
               display 'TBLROLL: delete on TBLVALKD failed - '
               display '  status ' ws-valkey-status
               perform table-file-failure
           end-if
           move lookup-product to valkey-product
           write valkey-record
           if ws-valkey-status not = '00'
                   and ws-valkey-status not = '22'
               display 'TBLROLL: write to TBLVALKD failed - '
               display '  status ' ws-valkey-status
               perform table-file-failure
           end-if.

      *    an entry past the cut-off left its value on TBLOVRD when
      *    it was approved. The first such entry for a key puts the
      *    override back as it stood before it: the before image
      *    when the journal shows an override standing on the key
      *    at that point, otherwise no override at all - the before
      *    image of a key the journal had not patched, or whose
      *    patch a delete dropped, is only the generated value. A
      *    later entry for the same key changes nothing more.
       withdraw-late-override.
           perform take-entry-cell
           if ws-key-late(ws-key-row-sub ws-key-col-sub) = 1
               exit paragraph
           end-if
           move 1 to ws-key-late(ws-key-row-sub ws-key-col-sub)
           if fwd-before-flag = 'Y'
               move fwd-before-image(1:4) to ws-entry-key
           else
               move fwd-after-image(1:4) to ws-entry-key
           end-if
           add 1 to ws-withdrawn-count
           move spaces to ws-journal-line
           if fwd-before-flag = 'N'
                   or ws-key-state(ws-key-row-sub ws-key-col-sub)
                       not = 1
               perform drop-override
               string 'WITHDRAWN RUN=' delimited by size
                      fwd-run-number delimited by size
                      '  BATCH=' delimited by size
                      fwd-batch-id delimited by size
                      '  SEQ=' delimited by size
                      fwd-seq delimited by size
                      '  KEY=' delimited by size
                      ws-entry-key delimited by size
                      '  OVERRIDE DROPPED' delimited by size
                   into ws-journal-line
           else
               move ws-entry-key to ovrd-key
               move fwd-before-product to ovrd-product
               write ovrd-record
               if ws-ovrd-status = '22'
                   rewrite ovrd-record
               end-if
               if ws-ovrd-status not = '00'
                   display 'TBLROLL: write to TBLOVRD failed - '
                   display '  status ' ws-ovrd-status
                   perform table-file-failure
               end-if
               string 'WITHDRAWN RUN=' delimited by size
                      fwd-run-number delimited by size
                      '  BATCH=' delimited by size
                      fwd-batch-id delimited by size
                      '  SEQ=' delimited by size
                      fwd-seq delimited by size
                      '  KEY=' delimited by size
                      ws-entry-key delimited by size
                      '  OVERRIDE BACK TO ' delimited by size
                      fwd-before-product delimited by size
                   into ws-journal-line
           end-if
           perform write-journal-line.

      *    a replayed delete keeps no override; a key that never
      *    had one is not an error.
       drop-override.
           move ws-entry-key to ovrd-key
           delete override-file record
           if ws-ovrd-status not = '00'
                   and ws-ovrd-status not = '23'
               display 'TBLROLL: delete on TBLOVRD failed - '
               display '  status ' ws-ovrd-status
               perform table-file-failure
           end-if.

      *    the after image's value entry onto the companion file.
      *    A duplicate means the entry is already there.
       add-value-entry.
           move fwd-after-product to valkey-product
           move fwd-after-factor1 to valkey-factor1
           move fwd-after-factor2 to valkey-factor2
           write valkey-record
           if ws-valkey-status not = '00'
                   and ws-valkey-status not = '22'
               display 'TBLROLL: write to TBLVALKD failed - '
               display '  status ' ws-valkey-status
               perform table-file-failure
           end-if.

      *    the before image's value entry off the companion file.
      *    An entry already missing is not an error.
       drop-value-entry.
           move fwd-before-product to valkey-product
           move fwd-before-factor1 to valkey-factor1
           move fwd-before-factor2 to valkey-factor2
           delete value-lookup-file record
           if ws-valkey-status not = '00'
                   and ws-valkey-status not = '23'
               display 'TBLROLL: delete on TBLVALKD failed - '
               display '  status ' ws-valkey-status
               perform table-file-failure
           end-if.

      *    a table file failed part way through the replay: abort.
      *    The journal shows every entry replayed before the
      *    failure.
       table-file-failure.
           display '  roll-forward only partly applied'
           display '  - run aborted.'
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           perform close-table-files
           close forward-file
           close journal-file
           stop run.

      *    the keyed file, the override file, and the value-keyed
      *    companion, all i-o. The override and companion files
      *    are created empty if they are not there yet.
       open-table-files.
           open i-o lookup-file
           if ws-lookup-status not = '00'
               display 'TBLROLL: could not open TBLKEYED - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close forward-file
               close journal-file
               stop run
           end-if
           open i-o override-file
           if ws-ovrd-status = '35'
               open output override-file
               close override-file
               open i-o override-file
           end-if
           if ws-ovrd-status not = '00'
               display 'TBLROLL: could not open TBLOVRD - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close lookup-file
               close forward-file
               close journal-file
               stop run
           end-if
           open i-o value-lookup-file
           if ws-valkey-status = '35'
               open output value-lookup-file
               close value-lookup-file
               open i-o value-lookup-file
           end-if
           if ws-valkey-status not = '00'
               display 'TBLROLL: could not open TBLVALKD - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close lookup-file
               close override-file
               close forward-file
               close journal-file
               stop run
           end-if
           move 1 to ws-files-open.

       close-table-files.
           if ws-files-open = 1
               move 0 to ws-files-open
               close lookup-file
               close override-file
               close value-lookup-file
           end-if.

      *    set the in-flight mark on RUNCTL, keeping the last run
      *    number drawn, so no generator or queue run starts while
      *    the file is being rolled forward.
       acquire-run-control.
           open output run-control-file
           if ws-runc-status not = '00'
               display 'TBLROLL: could not open RUNCTL to set '
               display '  the in-flight mark - run aborted.'
               move spaces to ws-journal-line
               string 'REJECTED  COULD NOT SET THE RUNCTL '
                      delimited by size
                      'IN-FLIGHT MARK' delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close forward-file
               close journal-file
               stop run
           end-if
           move ws-last-run to runc-run-number
           move 'Y' to runc-in-flight
           move ws-run-date to runc-run-date
           move ws-run-time to runc-run-time
           write run-control-record
           if ws-runc-status not = '00'
               display 'TBLROLL: write to RUNCTL failed - '
               display '  run aborted.'
               close run-control-file
               move spaces to ws-journal-line
               string 'REJECTED  COULD NOT SET THE RUNCTL '
                      delimited by size
                      'IN-FLIGHT MARK' delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close forward-file
               close journal-file
               stop run
           end-if
           close run-control-file
           move 1 to ws-run-acquired.

      *    clear the in-flight mark while keeping the last run
      *    number. A failure here is only warned about: the
      *    replay is already over, and the operator can clear the
      *    mark by hand.
       release-run-control.
           move 0 to ws-run-acquired
           open output run-control-file
           if ws-runc-status not = '00'
               display 'TBLROLL: warning - could not reopen '
               display '  RUNCTL to clear the in-flight mark - '
               display '  clear it by hand before the next run.'
           else
               move ws-last-run to runc-run-number
               move 'N' to runc-in-flight
               move ws-run-date to runc-run-date
               move ws-run-time to runc-run-time
               write run-control-record
               if ws-runc-status not = '00'
                   display 'TBLROLL: warning - could not '
                   display '  rewrite RUNCTL to clear the '
                   display '  in-flight mark - clear it by hand '
                   display '  before the next run.'
               end-if
               close run-control-file
           end-if.

       write-journal-line.
           write journal-record from ws-journal-line
           if ws-journal-status not = '00'
               display 'TBLROLL: write to ROLLJRNL failed - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if.

      *    every run ends through here, so the in-flight mark is
      *    released here when this run is the one that set it.
      *    Then one line to the audit log in the fixed layout the
      *    generator writes, with the restored run number in the
      *    run column.
       write-audit-record.
           if ws-run-acquired = 1
               perform release-run-control
           end-if
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
                  ws-restore-run delimited by size
                  ' PROF=' delimited by size
               into ws-audit-line
           open extend audit-file
           if ws-audit-status not = '00'
               open output audit-file
               if ws-audit-status not = '00'
                   display 'TBLROLL: could not open AUDITLOG - '
                   display '  run aborted.'
                   move 14 to return-code
                   stop run
               end-if
           end-if
           write audit-record from ws-audit-line
           if ws-audit-status not = '00'
               display 'TBLROLL: write to AUDITLOG failed - '
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
               display 'TBLROLL: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLROLL: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblroll.
