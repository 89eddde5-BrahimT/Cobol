       IDENTIFICATION DIVISION.
       PROGRAM-Id. Tblappr as "Tblappr".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Approval run for maintenance batches - the checker half of
      *the maker-checker pair. TBLMAINT stages a validated deck on
      *the pending-maintenance file TBLPEND under a batch id; this
      *run takes one batch id and a decision on a SYSIN card and
      *either applies the whole batch to TBLKEYED or rejects the
      *whole batch, stamping the checker's user id and the date
      *and time on the batch header either way.
      *
      *The checker must hold the approve function on the
      *authorization file and must not be the user who entered
      *the batch - an attempt to approve or reject one's own batch
      *is refused and written to AUDITLOG as DENIED. Only a
      *pending batch can be decided; a batch already approved or
      *rejected is refused.
      *
      *An approval proves every transaction of the batch against
      *the live file before it applies any of them: an add whose
      *key is already on file, or a change or delete whose key is
      *not, stops the approval with every such transaction on the
      *journal and the batch left pending - nothing is applied,
      *and the checker can reject the batch. A clean batch is then
      *applied with random access in deck order. Every applied add
      *or change is recorded on the keyed override file TBLOVRD,
      *and a delete removes any override held for the key, so the
      *OVRAPPLY step can put the patches back on top of TBLKEYED
      *after the next regeneration. The value-keyed companion file
      *TBLVALKD moves in step with every applied transaction so
      *reverse lookups by value never answer stale. Every applied
      *transaction is journalled to APPRJRNL with before and after
      *images for reading, and written to the forward-recovery
      *journal FWDJRNL in machine-readable form - run number,
      *date and time, before image and after image - so TBLROLL
      *can replay the maintenance on top of a generation put back
      *by TBLREST. The run number is the last one drawn on RUNCTL:
      *the generation the transaction was applied over.
      *
      *Maintenance waits for the nightly cycle: while the cycle
      *in progress on CYCLCTL has not completed or bypassed the
      *override reapply step OVRAPPLY, an approval is refused and
      *the batch stays pending. A rejection is always allowed.
      *
      *Every run writes its result to the audit log - APPROVED,
      *REJECTED, DENIED, or FAILED - with the batch id in the run
      *number column, alongside TBLMAINT's STAGED line for the
      *same batch. Return code 0 means the decision was carried
      *out, 8 means it was refused or the batch did not prove
      *against the file, 12 a file error.
      *
      *SYSIN card (columns 1-7):
      *   1     decision  A = approve and apply, R = reject
      *   2-7   batch id

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "TBLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.
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
           SELECT JOURNAL-FILE ASSIGN TO "APPRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FORWARD-FILE ASSIGN TO "FWDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 87 CHARACTERS.
           COPY "PENDREC.cpy".

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

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  JOURNAL-RECORD PIC X(133).

       FD  FORWARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "FWDREC.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RUNC-RUN-NUMBER    PIC 9(6).
           05  RUNC-IN-FLIGHT     PIC X(1).
           05  RUNC-RUN-DATE      PIC X(8).
           05  RUNC-RUN-TIME      PIC X(8).

       FD  CYCLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 119 CHARACTERS.
           COPY "CYCREC.cpy".

       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS.
           COPY "AUTHREC.cpy".

       FD  AUDIT-FILE
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

        01 ws-pend-status pic XX.
        01 ws-lookup-status pic XX.
        01 ws-ovrd-status pic XX.
        01 ws-valkey-status pic XX.
        01 ws-journal-status pic XX.
        01 ws-fwd-status pic XX.
        01 ws-runc-status pic XX.
        01 ws-cyc-status pic XX.
        01 ws-cycle-last-step pic X(10) value 'OVRAPPLY'.
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
        01 ws-decision-card pic X(7).
        01 ws-decision pic X(1).
        01 ws-batch-id pic 9(6) value 0.
        01 ws-files-open pic 9(1) value 0.
        01 ws-last-run pic 9(6) value 0.

      *    the batch header as it was read, and the transaction
      *    in hand.
        01 ws-entered-by pic X(20).
        01 ws-entered-date pic X(8).
        01 ws-entered-time pic X(8).
        01 ws-tran-count pic 9(4) value 0.
        01 ws-tran-sub pic 9(4) value 0.
        01 ws-tran-action pic X(1).
        01 ws-tran-key pic X(4).
        01 ws-tran-value pic 9(6).
        01 ws-before-image pic X(10).
        01 ws-reject-reason pic X(50).

        01 ws-fail-count pic s9(5) comp value 0.
        01 ws-add-count pic s9(5) comp value 0.
        01 ws-change-count pic s9(5) comp value 0.
        01 ws-delete-count pic s9(5) comp value 0.
        01 ws-count-edit pic Z(5)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           accept ws-run-user from user name

           open output journal-file
           if ws-journal-status not = '00'
               display 'TBLAPPR: could not open APPRJRNL - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           move spaces to ws-journal-line
           string 'MAINTENANCE APPROVAL JOURNAL  RUN '
                  delimited by size
                  ws-run-date delimited by size
                  ' ' delimited by size
                  ws-run-time delimited by size
                  '  CHECKER ' delimited by size
                  ws-run-user delimited by size
               into ws-journal-line
           perform write-journal-line
           move space to ws-journal-line
           perform write-journal-line

      *    the user id must hold the approve function on the
      *    authorization file before the decision card is read.
           perform check-authorization

           move spaces to ws-decision-card
           accept ws-decision-card from sysin
           move function upper-case(ws-decision-card(1:1))
               to ws-decision
           if (ws-decision not = 'A' and ws-decision not = 'R')
                   or ws-decision-card(2:6) not numeric
               display 'TBLAPPR: the SYSIN card must carry A or R '
               display '  and the batch id - run aborted.'
               move spaces to ws-journal-line
               string 'REFUSED  DECISION CARD NOT VALID: '
                      delimited by size
                      ws-decision-card delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           move ws-decision-card(2:6) to ws-batch-id

           perform take-batch-header

           if ws-decision = 'R'
               perform reject-batch
           else
               perform approve-batch
           end-if

           close pending-file
           close journal-file

           goback.

      *    the user must hold the approve function on the
      *    authorization file. No authorization file at all fails
      *    the run closed - the keyed file is a controlled
      *    deliverable, and an open door is not a fallback. A
      *    user without a record, or without the function, is
      *    refused with DENIED on the audit line.
       check-authorization.
           open input auth-file
           if ws-auth-status not = '00'
               display 'TBLAPPR: could not open AUTHFILE - '
               display '  approvals do not run without the '
               display '  authorization file - run aborted.'
               move spaces to ws-journal-line
               string 'REFUSED  AUTHORIZATION FILE NOT '
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
           if ws-auth-status = '00' and auth-approve = 'Y'
               close auth-file
           else
               close auth-file
               display 'TBLAPPR: user ' ws-run-user
               display '  is not authorized to approve '
               display '  maintenance - run refused.'
               move spaces to ws-journal-line
               string 'REFUSED  USER NOT AUTHORIZED TO '
                      delimited by size
                      'APPROVE: ' delimited by size
                      ws-run-user delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'DENIED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if.

      *    the batch header off the pending file. The batch must
      *    exist, must still be pending, and must have been
      *    entered by someone else - a checker never decides
      *    their own batch.
       take-batch-header.
           open i-o pending-file
           if ws-pend-status not = '00'
               display 'TBLAPPR: could not open TBLPEND - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close journal-file
               stop run
           end-if
           move ws-batch-id to pend-batch-id
           move 0 to pend-seq
           read pending-file
           if ws-pend-status not = '00' or ws-batch-id = 0
               move 'BATCH NOT ON TBLPEND' to ws-reject-reason
               perform refuse-decision
           end-if
           move pend-entered-by to ws-entered-by
           move pend-entered-date to ws-entered-date
           move pend-entered-time to ws-entered-time
           move pend-tran-count to ws-tran-count

           move spaces to ws-journal-line
           string 'BATCH ' delimited by size
                  ws-batch-id delimited by size
                  '  ENTERED BY ' delimited by size
                  ws-entered-by delimited by size
                  ' ON ' delimited by size
                  ws-entered-date delimited by size
                  ' ' delimited by size
                  ws-entered-time delimited by size
                  '  TRANSACTIONS ' delimited by size
                  ws-tran-count delimited by size
                  '  STATUS ' delimited by size
                  pend-status delimited by size
               into ws-journal-line
           perform write-journal-line

           if pend-status not = 'P'
               move spaces to ws-reject-reason
               string 'BATCH ALREADY DECIDED BY ' delimited by size
                      pend-approved-by delimited by size
                   into ws-reject-reason
               perform refuse-decision
           end-if
           if ws-entered-by = ws-run-user
               display 'TBLAPPR: user ' ws-run-user
               display '  entered batch ' ws-batch-id
               display '  and may not decide it - run refused.'
               move spaces to ws-journal-line
               string 'REFUSED  A USER MAY NOT APPROVE OR REJECT '
                      delimited by size
                      'THEIR OWN BATCH' delimited by size
                   into ws-journal-line
               perform write-journal-line
               move 8 to return-code
               move 'DENIED' to ws-audit-result
               perform write-audit-record
               close pending-file
               close journal-file
               stop run
           end-if.

      *    the decision cannot be carried out: journal the reason
      *    and end the run with nothing changed.
       refuse-decision.
           display 'TBLAPPR: batch ' ws-batch-id ' - '
               ws-reject-reason
           display '  nothing changed - run refused.'
           move spaces to ws-journal-line
           string 'REFUSED  ' delimited by size
                  ws-reject-reason delimited by size
                  ' - NOTHING CHANGED' delimited by size
               into ws-journal-line
           perform write-journal-line
           move 8 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           if ws-files-open = 1
               perform close-table-files
           end-if
           close pending-file
           close journal-file
           stop run.

      *    a rejected batch never touches the table files: the
      *    header is stamped rejected with the checker and the
      *    time, and the staged transactions stay on file as the
      *    record of what was turned down.
       reject-batch.
           move 'R' to pend-status
           perform stamp-batch-header
           move spaces to ws-journal-line
           string 'BATCH ' delimited by size
                  ws-batch-id delimited by size
                  ' REJECTED - NOTHING APPLIED' delimited by size
               into ws-journal-line
           perform write-journal-line
           move 'REJECTED' to ws-audit-result
           perform write-audit-record.

      *    an approved batch is proved against the live file in
      *    full, then applied in full, then stamped approved.
       approve-batch.
           perform check-cycle-complete
           perform take-last-run
           perform open-table-files

           move 0 to ws-fail-count
           perform varying ws-tran-sub from 1 by 1
                   until ws-tran-sub > ws-tran-count
               perform read-one-transaction
               perform prove-one-transaction
           end-perform
           if ws-fail-count > 0
               move ws-fail-count to ws-count-edit
               move spaces to ws-reject-reason
               string 'TRANSACTIONS NOT VALID: ' delimited by size
                      ws-count-edit delimited by size
                   into ws-reject-reason
               perform refuse-decision
           end-if

           perform varying ws-tran-sub from 1 by 1
                   until ws-tran-sub > ws-tran-count
               perform read-one-transaction
               perform apply-one-transaction
           end-perform
           perform close-table-files

           move ws-batch-id to pend-batch-id
           move 0 to pend-seq
           read pending-file
           if ws-pend-status not = '00'
               perform pending-file-failure
           end-if
           move 'A' to pend-status
           perform stamp-batch-header

           move space to ws-journal-line
           perform write-journal-line
           move ws-add-count to ws-count-edit
           move spaces to ws-journal-line
           string 'ADDS APPLIED:      ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-change-count to ws-count-edit
           move spaces to ws-journal-line
           string 'CHANGES APPLIED:   ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move ws-delete-count to ws-count-edit
           move spaces to ws-journal-line
           string 'DELETES APPLIED:   ' delimited by size
                  ws-count-edit delimited by size
               into ws-journal-line
           perform write-journal-line
           move spaces to ws-journal-line
           string 'BATCH ' delimited by size
                  ws-batch-id delimited by size
                  ' APPROVED AND APPLIED' delimited by size
               into ws-journal-line
           perform write-journal-line
           move 'APPROVED' to ws-audit-result
           perform write-audit-record.

      *    the decision onto the batch header in hand: who the
      *    checker was and when.
       stamp-batch-header.
           move ws-run-user to pend-approved-by
           move ws-run-date to pend-approved-date
           move ws-run-time to pend-approved-time
           rewrite pend-record
           if ws-pend-status not = '00'
               perform pending-file-failure
           end-if.

      *    one staged transaction of the batch, by sequence.
       read-one-transaction.
           move ws-batch-id to pend-batch-id
           move ws-tran-sub to pend-seq
           read pending-file
           if ws-pend-status not = '00'
               perform pending-file-failure
           end-if
           move pend-action to ws-tran-action
           move pend-tran-data(2:4) to ws-tran-key
           move pend-value to ws-tran-value.

      *    the pending file failed under a batch in flight: abort
      *    so the operator sees it. If the apply pass had begun,
      *    the header is still pending and the journal shows how
      *    far the batch got.
       pending-file-failure.
           display 'TBLAPPR: read or rewrite of TBLPEND failed -'
           display '  status ' ws-pend-status
           display '  batch ' ws-batch-id ' - run aborted.'
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           if ws-files-open = 1
               perform close-table-files
           end-if
           close pending-file
           close journal-file
           stop run.

      *    prove one transaction against the live file without
      *    changing anything: an add needs the key off file, a
      *    change or delete needs it on file.
       prove-one-transaction.
           move ws-tran-key to lookup-key
           read lookup-file
           if ws-lookup-status not = '00'
                   and ws-lookup-status not = '23'
               perform lookup-read-failure
           end-if
           move spaces to ws-reject-reason
           if ws-tran-action = 'A' and ws-lookup-status = '00'
               move 'KEY ALREADY ON FILE' to ws-reject-reason
           end-if
           if ws-tran-action not = 'A' and ws-lookup-status = '23'
               move 'KEY NOT ON FILE' to ws-reject-reason
           end-if
           if ws-reject-reason not = spaces
               add 1 to ws-fail-count
               move spaces to ws-journal-line
               string 'NOT VALID  SEQ=' delimited by size
                      ws-tran-sub delimited by size
                      '  ACTION=' delimited by size
                      ws-tran-action delimited by size
                      '  KEY=' delimited by size
                      ws-tran-key delimited by size
                      '  REASON=' delimited by size
                      ws-reject-reason delimited by size
                   into ws-journal-line
               perform write-journal-line
           end-if.

       lookup-read-failure.
           display 'TBLAPPR: read of TBLKEYED failed -'
           display '  status ' ws-lookup-status
           display '  run aborted.'
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           perform close-table-files
           close pending-file
           close journal-file
           stop run.

      *    one proved transaction: read the keyed file for the
      *    before image, then apply WRITE, REWRITE, or DELETE.
       apply-one-transaction.
           move ws-tran-key to lookup-key
           read lookup-file
           evaluate true
               when ws-lookup-status = '00'
                   move lookup-record to ws-before-image
                   perform apply-on-file
               when ws-lookup-status = '23'
                   perform apply-not-on-file
               when other
                   perform lookup-read-failure
           end-evaluate.

      *    the key is on file: change rewrites the record, delete
      *    removes it. The batch was proved, so an add cannot
      *    arrive here.
       apply-on-file.
           evaluate ws-tran-action
               when 'C'
                   move ws-tran-value to lookup-product
                   rewrite lookup-record
                   if ws-lookup-status not = '00'
                       display
                          'TBLAPPR: rewrite of TBLKEYED failed - '
                       display '  status ' ws-lookup-status
                       perform table-file-failure
                   end-if
                   add 1 to ws-change-count
                   perform record-override
                   perform drop-value-entry
                   perform add-value-entry
                   perform journal-applied
               when 'D'
                   delete lookup-file record
                   if ws-lookup-status not = '00'
                       display
                          'TBLAPPR: delete on TBLKEYED failed - '
                       display '  status ' ws-lookup-status
                       perform table-file-failure
                   end-if
                   add 1 to ws-delete-count
                   perform drop-override
                   perform drop-value-entry
                   perform journal-applied
           end-evaluate.

      *    the key is not on file: the batch was proved, so this
      *    is an add.
       apply-not-on-file.
           move spaces to ws-before-image
           move ws-tran-key to lookup-key
           move ws-tran-value to lookup-product
           write lookup-record
           if ws-lookup-status not = '00'
               display 'TBLAPPR: write to TBLKEYED failed - '
               display '  status ' ws-lookup-status
               perform table-file-failure
           end-if
           add 1 to ws-add-count
           perform record-override
           perform add-value-entry
           perform journal-applied.

      *    record the patch just applied on the override file:
      *    write the key and value, or rewrite when the key was
      *    already overridden, so the file always holds the latest
      *    patch per key for OVRAPPLY to reapply.
       record-override.
           move lookup-key to ovrd-key
           move lookup-product to ovrd-product
           write ovrd-record
           if ws-ovrd-status = '22'
               rewrite ovrd-record
           end-if
           if ws-ovrd-status not = '00'
               display 'TBLAPPR: write to TBLOVRD failed - '
               display '  status ' ws-ovrd-status
               perform table-file-failure
           end-if.

      *    a deleted key keeps no override; a key that never had
      *    one is not an error. The key comes off the staged
      *    transaction - the keyed file's record area is undefined
      *    after the DELETE that precedes this.
       drop-override.
           move ws-tran-key to ovrd-key
           delete override-file record
           if ws-ovrd-status not = '00'
                   and ws-ovrd-status not = '23'
               display 'TBLAPPR: delete on TBLOVRD failed - '
               display '  status ' ws-ovrd-status
               perform table-file-failure
           end-if.

      *    put the record just written or rewritten onto the
      *    value-keyed companion file, so a reverse lookup finds
      *    the patched value. A duplicate means the entry is
      *    already there and is not an error.
       add-value-entry.
           move lookup-product to valkey-product
           move lookup-factor1 to valkey-factor1
           move lookup-factor2 to valkey-factor2
           write valkey-record
           if ws-valkey-status not = '00'
                   and ws-valkey-status not = '22'
               display 'TBLAPPR: write to TBLVALKD failed - '
               display '  status ' ws-valkey-status
               perform table-file-failure
           end-if.

      *    take the before image's value entry off the companion
      *    file - for a change, before the new entry goes on; for
      *    a delete, for good. An entry already missing is not an
      *    error, only a file that was out of step.
       drop-value-entry.
           move ws-before-image(5:6) to valkey-product
           move ws-before-image(1:2) to valkey-factor1
           move ws-before-image(3:2) to valkey-factor2
           delete value-lookup-file record
           if ws-valkey-status not = '00'
                   and ws-valkey-status not = '23'
               display 'TBLAPPR: delete on TBLVALKD failed - '
               display '  status ' ws-valkey-status
               perform table-file-failure
           end-if.

      *    a table file failed part way through an approved batch:
      *    abort with the batch header still pending. The journal
      *    shows every transaction that went on before the
      *    failure.
       table-file-failure.
           display '  batch ' ws-batch-id ' only partly applied'
           display '  - run aborted.'
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           perform close-table-files
           close pending-file
           close journal-file
           stop run.

      *    journal one applied transaction with its before and
      *    after images. The before image is spaces for an add and
      *    the after image is spaces for a delete.
       journal-applied.
           move spaces to ws-journal-line
           evaluate ws-tran-action
               when 'A'
                   string 'ADD     KEY=' delimited by size
                          ws-tran-key delimited by size
                          '  BEFORE=(NOT ON FILE)  AFTER='
                          delimited by size
                          lookup-record delimited by size
                       into ws-journal-line
               when 'C'
                   string 'CHANGE  KEY=' delimited by size
                          ws-tran-key delimited by size
                          '  BEFORE=' delimited by size
                          ws-before-image delimited by size
                          '  AFTER=' delimited by size
                          lookup-record delimited by size
                       into ws-journal-line
               when 'D'
                   string 'DELETE  KEY=' delimited by size
                          ws-tran-key delimited by size
                          '  BEFORE=' delimited by size
                          ws-before-image delimited by size
                          '  AFTER=(DELETED)' delimited by size
                       into ws-journal-line
           end-evaluate
           perform write-journal-line
           perform write-forward-record.

      *    the same transaction onto the forward-recovery journal,
      *    in the layout TBLROLL reads back. A flag of N marks the
      *    image that does not exist - before for an add, after for
      *    a delete.
       write-forward-record.
           move spaces to fwd-record
           move ws-last-run to fwd-run-number
           move ws-clock-date to fwd-apply-date
           move ws-run-time to fwd-apply-time
           move ws-batch-id to fwd-batch-id
           move ws-tran-sub to fwd-seq
           move ws-tran-action to fwd-action
           if ws-tran-action = 'A'
               move 'N' to fwd-before-flag
               move zeros to fwd-before-image
           else
               move 'Y' to fwd-before-flag
               move ws-before-image to fwd-before-image
           end-if
           if ws-tran-action = 'D'
               move 'N' to fwd-after-flag
               move zeros to fwd-after-image
           else
               move 'Y' to fwd-after-flag
               move lookup-record to fwd-after-image
           end-if
           move ws-run-user to fwd-user
           write fwd-record
           if ws-fwd-status not = '00'
               display 'TBLAPPR: write to FWDJRNL failed - '
               display '  status ' ws-fwd-status
               perform table-file-failure
           end-if.

      *    the last run number drawn on RUNCTL, read only - the
      *    generation this batch is applied over. No run-control
      *    file yet means no generation has been filed, and the
      *    transactions carry run number zero.
       take-last-run.
           move 0 to ws-last-run
           open input run-control-file
           if ws-runc-status = '00'
               read run-control-file
               if ws-runc-status = '00'
                   move runc-run-number to ws-last-run
               end-if
               close run-control-file
           end-if.

      *    maintenance goes onto TBLKEYED only once the nightly
      *    cycle in progress is through OVRAPPLY, the last step
      *    that touches the table - applied any earlier, it would
      *    be caught by TBLBAL as a break or overwritten by the
      *    steps still to run. The date roll after it does not
      *    hold maintenance up. No cycle-control
      *    file, or no cycle opened on it, leaves the approval
      *    uncontrolled.
       check-cycle-complete.
           open input cycle-file
           if ws-cyc-status not = '00'
               exit paragraph
           end-if
           move 0 to cyc-cycle-id
           move 'CURRENT' to cyc-step
           read cycle-file
           if ws-cyc-status not = '00'
               close cycle-file
               exit paragraph
           end-if
           move cyc-current-cycle to cyc-cycle-id
           move ws-cycle-last-step to cyc-step
           read cycle-file
           if ws-cyc-status = '00'
                   and (cyc-status = 'C' or cyc-status = 'B')
               close cycle-file
               exit paragraph
           end-if
           close cycle-file
           move spaces to ws-reject-reason
           string 'CYCLE ' delimited by size
                  cyc-cycle-id delimited by size
                  ' STILL RUNNING - ' delimited by size
                  ws-cycle-last-step delimited by space
                  ' NOT COMPLETE' delimited by size
               into ws-reject-reason
           perform refuse-decision.

      *    the keyed file, the override file, and the value-keyed
      *    companion, all i-o. The override and companion files
      *    are created empty the first time they are needed. The
      *    forward-recovery journal is extended, or started the
      *    first time; a batch is not applied without it.
       open-table-files.
           open i-o lookup-file
           if ws-lookup-status not = '00'
               display 'TBLAPPR: could not open TBLKEYED - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close pending-file
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
               display 'TBLAPPR: could not open TBLOVRD - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close lookup-file
               close pending-file
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
               display 'TBLAPPR: could not open TBLVALKD - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close lookup-file
               close override-file
               close pending-file
               close journal-file
               stop run
           end-if
           open extend forward-file
           if ws-fwd-status not = '00'
               open output forward-file
           end-if
           if ws-fwd-status not = '00'
               display 'TBLAPPR: could not open FWDJRNL - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close lookup-file
               close override-file
               close value-lookup-file
               close pending-file
               close journal-file
               stop run
           end-if
           move 1 to ws-files-open.

       close-table-files.
           move 0 to ws-files-open
           close lookup-file
           close override-file
           close value-lookup-file
           close forward-file.

      *    one line to the audit log in the fixed layout the
      *    generator writes, with this run's own result values.
      *    The batch id goes in the run number column, so the
      *    STAGED line TBLMAINT wrote for the batch and the
      *    decision written here read side by side.
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
                  ws-batch-id delimited by size
                  ' PROF=' delimited by size
               into ws-audit-line
           open extend audit-file
           if ws-audit-status not = '00'
               open output audit-file
               if ws-audit-status not = '00'
                   display 'TBLAPPR: could not open AUDITLOG - '
                   display '  run aborted.'
                   move 14 to return-code
                   stop run
               end-if
           end-if
           write audit-record from ws-audit-line
           if ws-audit-status not = '00'
               display 'TBLAPPR: write to AUDITLOG failed - '
               display '  run aborted.'
               move 14 to return-code
               close audit-file
               stop run
           end-if
           close audit-file.

       write-journal-line.
           write journal-record from ws-journal-line
           if ws-journal-status not = '00'
               display 'TBLAPPR: write to APPRJRNL failed - '
               display '  run aborted.'
               move 12 to return-code
               stop run
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
               display 'TBLAPPR: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLAPPR: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblappr.
