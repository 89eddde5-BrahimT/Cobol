      *can never go into production quietly. Only on a clean
      *balance does the second pass load the details into the
      *partner-keyed table file PTNKEYED for the inquiry side.
      *
      *Every partner is registered on the keyed partner registry
      *PTNREG (layout in PTNREG.cpy) with the operation code and
      *factor ranges it is expected to send and the last run
      *number received from it. The SYSIN card names the partner
      *the file came from, and the header is held against that
      *partner's registry record on the proving pass: an unknown
      *partner, a different operation code or range, or a run
      *number already received (or older than the last one
      *received) rejects the file like any other reason. A run
      *number more than one past the last one received is
      *accepted but flagged on RCVRPT as a missing transmission.
      *The load replaces only this partner's cells on PTNKEYED -
      *the file is keyed by partner id ahead of the factor pair -
      *and stamps the run number and receive date back onto the
      *registry.
      *Return code 0 means the file balanced and loaded, 4 means
      *it loaded but a missing transmission was flagged, 8 means
      *it was rejected.
      *
      *SYSIN card: the 8-character partner id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-INTF-IN-STATUS.
           SELECT PARTNER-FILE ASSIGN TO "PTNKEYED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTN-KEY
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "PTNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
           COPY "PTNKEY.cpy".

       FD  REGISTRY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY "PTNREG.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD PIC X(133).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

           COPY "INTFREC.cpy".

        01 ws-intf-in-status pic XX.
        01 ws-partner-status pic XX.
        01 ws-registry-status pic XX.
        01 ws-report-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).

        01 ws-last-key pic X(4) value low-values.
        01 ws-reason-count pic s9(5) comp value 0.
        01 ws-loaded-count pic s9(7) comp value 0.
        01 ws-removed-count pic s9(7) comp value 0.
        01 ws-load-done pic 9(1) value 0.

      *    the partner this file came from and what the registry
      *    expects of it.
        01 ws-partner-id pic X(8).
        01 ws-partner-found pic 9(1) value 0.
        01 ws-expected-op pic X(1).
        01 ws-expected-range pic X(8).
        01 ws-last-run pic 9(6) value 0.
        01 ws-last-recv-date pic X(8).
        01 ws-gap-found pic 9(1) value 0.
        01 ws-gap-first pic 9(6) value 0.
        01 ws-gap-last pic 9(6) value 0.
        01 ws-purge-done pic 9(1) value 0.

        01 ws-reason-text pic X(60).
        01 ws-count-edit pic Z(6)9.
        01 ws-total-edit pic Z(8)9.
        01 ws-rec-edit pic Z(6)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
           end-if
           perform print-page-heading

           move spaces to ws-partner-id
           accept ws-partner-id from sysin
           move function upper-case(ws-partner-id) to ws-partner-id
           perform take-partner-registry

           open input intf-in-file
           if ws-intf-in-status not = '00'
               display 'INTFRECV: could not open INTFIN - '
           end-if

           perform load-partner-file
           perform update-partner-registry

           move ws-removed-count to ws-count-edit
           move spaces to ws-print-line
           string 'PREVIOUS CELLS REPLACED FOR PARTNER '
                  delimited by size
                  ws-partner-id delimited by size
                  ': ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move ws-loaded-count to ws-count-edit
           move spaces to ws-print-line
           string 'FILE ACCEPTED - CELLS LOADED TO PTNKEYED: '
                  delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           if ws-gap-found = 1
               move spaces to ws-print-line
               string 'MISSING TRANSMISSION FLAGGED - RUN NBR '
                      delimited by size
                      ws-gap-first delimited by size
                      ' THRU ' delimited by size
                      ws-gap-last delimited by size
                      ' NEVER RECEIVED FROM THIS PARTNER'
                      delimited by size
                   into ws-print-line
               perform write-report-line
               move 4 to return-code
           end-if

           close report-file

           goback.

      *    the partner named on the SYSIN card, off the registry.
      *    No registry at all is an abort - there is nothing to
      *    hold the file against - but an unknown or missing
      *    partner id is a reason like any other, so the proving
      *    pass still runs and the partner gets every problem at
      *    once.
       take-partner-registry.
           open input registry-file
           if ws-registry-status not = '00'
               display 'INTFRECV: could not open PTNREG - '
               display '  run aborted.'
               move 12 to return-code
               close report-file
               stop run
           end-if
           if ws-partner-id = spaces
               close registry-file
               move 'PARTNER ID CARD MISSING' to ws-reason-text
               perform report-one-reason
               exit paragraph
           end-if
           move ws-partner-id to preg-partner-id
           read registry-file
           evaluate true
               when ws-registry-status = '00'
                   move 1 to ws-partner-found
                   move preg-op-code to ws-expected-op
                   move preg-record(10:8) to ws-expected-range
                   move preg-last-run-number to ws-last-run
                   move preg-last-recv-date to ws-last-recv-date
               when ws-registry-status = '23'
                   continue
               when other
                   display 'INTFRECV: read of PTNREG failed - '
                   display '  status ' ws-registry-status
                   display '  run aborted.'
                   move 12 to return-code
                   close registry-file
                   close report-file
                   stop run
           end-evaluate
           close registry-file

           move spaces to ws-print-line
           if ws-partner-found = 0
               move spaces to ws-reason-text
               string 'PARTNER NOT IN REGISTRY: ' delimited by size
                      ws-partner-id delimited by size
                   into ws-reason-text
               perform report-one-reason
           else
               if ws-last-run = 0
                   string 'PARTNER: ' delimited by size
                          ws-partner-id delimited by size
                          '  NOTHING RECEIVED BEFORE'
                          delimited by size
                       into ws-print-line
               else
                   string 'PARTNER: ' delimited by size
                          ws-partner-id delimited by size
                          '  LAST RUN NBR RECEIVED '
                          delimited by size
                          ws-last-run delimited by size
                          ' ON ' delimited by size
                          ws-last-recv-date delimited by size
                       into ws-print-line
               end-if
               move '0' to ws-asa-control
               perform write-report-line
           end-if.

      *    the header against the partner's registry record: the
      *    operation code and ranges it is registered to send,
      *    and a run number past the last one taken. A repeated
      *    or older run number is a reason; a run number that
      *    skips ahead is only a warning, because the file in
      *    hand is good - it is the one before it that never came.
       check-header-against-registry.
           if intf-h-op-code not = ws-expected-op
               move spaces to ws-reason-text
               string 'OP CODE ' delimited by size
                      intf-h-op-code delimited by size
                      ' NOT THE REGISTERED ' delimited by size
                      ws-expected-op delimited by size
                   into ws-reason-text
               perform report-one-reason
           end-if
           if intf-header(25:8) not = ws-expected-range
               move spaces to ws-reason-text
               string 'RANGES NOT THE REGISTERED ' delimited by size
                      ws-expected-range(1:2) delimited by size
                      '-' delimited by size
                      ws-expected-range(3:2) delimited by size
                      'x' delimited by size
                      ws-expected-range(5:2) delimited by size
                      '-' delimited by size
                      ws-expected-range(7:2) delimited by size
                   into ws-reason-text
               perform report-one-reason
           end-if
           if intf-h-run-number not numeric
               move 'HEADER RUN NUMBER NOT NUMERIC'
                   to ws-reason-text
               perform report-one-reason
               exit paragraph
           end-if
           if intf-h-run-number = ws-last-run
               move spaces to ws-reason-text
               string 'DUPLICATE - RUN NBR ' delimited by size
                      intf-h-run-number delimited by size
                      ' ALREADY RECEIVED' delimited by size
                   into ws-reason-text
               perform report-one-reason
               exit paragraph
           end-if
           if intf-h-run-number < ws-last-run
               move spaces to ws-reason-text
               string 'RUN NBR ' delimited by size
                      intf-h-run-number delimited by size
                      ' OLDER THAN LAST RECEIVED ' delimited by size
                      ws-last-run delimited by size
                   into ws-reason-text
               perform report-one-reason
               exit paragraph
           end-if
           if ws-last-run > 0
                   and intf-h-run-number > ws-last-run + 1
               move 1 to ws-gap-found
               compute ws-gap-first = ws-last-run + 1
               compute ws-gap-last = intf-h-run-number - 1
               move spaces to ws-print-line
               string 'WARNING: MISSING TRANSMISSION - RUN NBR '
                      delimited by size
                      ws-gap-first delimited by size
                      ' THRU ' delimited by size
                      ws-gap-last delimited by size
                      ' NOT RECEIVED' delimited by size
                   into ws-print-line
               perform write-report-line
           end-if.

      *    one inbound record on the proving pass, routed on the
      *    record-type byte. Everything wrong is a reason line,
      *    not an abort - the whole file is proved in one pass so
                       move 1 to ws-header-seen
                       move intf-in-record to intf-header
                       perform report-header-identity
                       if ws-partner-found = 1
                           perform check-header-against-registry
                       end-if
                   end-if
               when 'D'
                   perform prove-one-detail
           end-if.

      *    the proving pass is clean: read the file again and load
      *    every detail into the partner-keyed table file, after
      *    clearing out this partner's previous table - the new
      *    file is the partner's whole table, and no other
      *    partner's cells are touched. The pass above proved the
      *    shape, so anything but a clean read or write here is an
      *    abort, not a reject. The file is created empty the
      *    first time any partner is loaded.
       load-partner-file.
           open input intf-in-file
           if ws-intf-in-status not = '00'
               close report-file
               stop run
           end-if
           open i-o partner-file
           if ws-partner-status = '35'
               open output partner-file
               close partner-file
               open i-o partner-file
           end-if
           if ws-partner-status not = '00'
               display 'INTFRECV: could not open PTNKEYED - '
               display '  run aborted.'
               close report-file
               stop run
           end-if
           perform remove-partner-cells
           move 0 to ws-load-done
           perform until ws-load-done = 1
               read intf-in-file next record
                   not at end
                       if intf-in-record(1:1) = 'D'
                           move intf-in-record to intf-detail
                           move ws-partner-id to ptn-partner-id
                           move intf-d-factor1 to ptn-factor1
                           move intf-d-factor2 to ptn-factor2
                           move intf-d-value to ptn-product
           close intf-in-file
           close partner-file.

      *    delete every cell this partner already has on file.
      *    Each pass repositions at the front of the partner's
      *    cells and deletes the first one still there, so the
      *    read position is never disturbed by the delete.
       remove-partner-cells.
           move 0 to ws-purge-done
           perform until ws-purge-done = 1
               move ws-partner-id to ptn-partner-id
               move 0 to ptn-factor1
               move 0 to ptn-factor2
               start partner-file key not less than ptn-key
               if ws-partner-status not = '00'
                   move 1 to ws-purge-done
               else
                   read partner-file next record
                       at end
                           move 1 to ws-purge-done
                       not at end
                           if ptn-partner-id not = ws-partner-id
                               move 1 to ws-purge-done
                           else
                               delete partner-file record
                               if ws-partner-status not = '00'
                                   display 'INTFRECV: delete on '
                                   display '  PTNKEYED failed - '
                                   display '  status '
                                       ws-partner-status
                                   display '  run aborted.'
                                   move 12 to return-code
                                   close intf-in-file
                                   close partner-file
                                   close report-file
                                   stop run
                               end-if
                               add 1 to ws-removed-count
                           end-if
                   end-read
               end-if
           end-perform.

      *    the file is loaded: stamp its run number and the
      *    receive date onto the partner's registry record, so
      *    the next file from this partner is held against it.
      *    The cells are already on PTNKEYED by now, so a failure
      *    here is an abort the operator must see - a registry
      *    left behind would take this same file again.
       update-partner-registry.
           open i-o registry-file
           if ws-registry-status not = '00'
               display 'INTFRECV: could not reopen PTNREG to '
               display '  record the run number received - '
               display '  run aborted.'
               move 12 to return-code
               close report-file
               stop run
           end-if
           move ws-partner-id to preg-partner-id
           read registry-file
           if ws-registry-status = '00'
               move intf-h-run-number to preg-last-run-number
               move ws-run-date to preg-last-recv-date
               rewrite preg-record
           end-if
           if ws-registry-status not = '00'
               display 'INTFRECV: update of PTNREG failed - '
               display '  status ' ws-registry-status
               display '  run aborted.'
               move 12 to return-code
               close registry-file
               close report-file
               stop run
           end-if
           close registry-file.

      *    the header identification, so the report ties the
      *    inbound file back to the run that cut it.
       report-header-identity.
               perform print-page-heading
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
               display 'INTFRECV: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'INTFRECV: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Intfrecv.
