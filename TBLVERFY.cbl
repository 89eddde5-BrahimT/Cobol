       IDENTIFICATION DIVISION.
       PROGRAM-Id. Tblverfy as "Tblverfy".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Integrity verification for the keyed table file and the two
      *files that are meant to mirror it. TBLKEYED, the value-keyed
      *companion TBLVALKD, and the generation library GENLIB are
      *each updated separately - by Exercise3, TBLAPPR, OVRAPPLY,
      *TBLREST, and TBLROLL - and a run that abends between its
      *LOOKUP-FILE and VALUE-LOOKUP-FILE writes leaves the reverse
      *lookups in TBLVALQ quietly wrong. TBLBAL never looks at
      *TBLVALKD or GENLIB. This run does, and lists every
      *disagreement on VERFYRPT.
      *
      *Verify mode makes three checks and changes nothing:
      *   1  every TBLKEYED cell has exactly one TBLVALKD entry
      *      with its value, and every TBLVALKD entry names a cell
      *      on TBLKEYED that holds that value;
      *   2  every run retained in GENLIB holds a complete set of
      *      cells for the factor ranges on the run's RUNHIST
      *      record, and no cell outside them;
      *   3  the newest generation in GENLIB equals the live
      *      TBLKEYED, cell for cell, apart from the keys held on
      *      the override file TBLOVRD.
      *Return code 0 means all three checks are clean, 8 that a
      *disagreement was listed, 12 a file error.
      *
      *Rebuild mode regenerates TBLVALKD from TBLKEYED when check
      *1 fails: every cell without its value entry gets one, and
      *every value entry that names no cell, or the wrong value,
      *is removed. Each correction is listed on VERFYRPT. The user
      *id must carry the restore function on the authorization
      *file; the run holds the in-flight mark on RUNCTL while it
      *changes the file and is refused if another run holds it.
      *The result goes to AUDITLOG - REBUILT, DENIED, BLOCKED, or
      *FAILED - with the last run number drawn in the run column.
      *Return code 0 means TBLVALKD already matched, 4 that it was
      *corrected, 8 that the run was refused, 12 a file error.
      *
      *SYSIN card (column 1):
      *   1      mode     V or blank = verify, R = rebuild TBLVALKD

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOKUP-FILE ASSIGN TO "TBLKEYED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT VALUE-LOOKUP-FILE ASSIGN TO "TBLVALKD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VALKEY-KEY
               FILE STATUS IS WS-VALKEY-STATUS.
           SELECT GEN-LIB-FILE ASSIGN TO "GENLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-KEY
               FILE STATUS IS WS-GEN-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS WS-RUNH-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "TBLOVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VERFYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  LOOKUP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY "TBLKEY.cpy".

       FD  VALUE-LOOKUP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY "TBLVAL.cpy".

       FD  GEN-LIB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS.
           COPY "GENREC.cpy".

       FD  RUNHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 91 CHARACTERS.
           COPY "RUNHREC.cpy".

       FD  OVERRIDE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY "TBLKEY.cpy" REPLACING LEADING ==LOOKUP== BY
           ==OVRD==.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RUNC-RUN-NUMBER    PIC 9(6).
           05  RUNC-IN-FLIGHT     PIC X(1).
           05  RUNC-RUN-DATE      PIC X(8).
           05  RUNC-RUN-TIME      PIC X(8).

       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD PIC X(133).

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

        01 ws-lookup-status pic XX.
        01 ws-valkey-status pic XX.
        01 ws-gen-status pic XX.
        01 ws-runh-status pic XX.
        01 ws-ovrd-status pic XX.
        01 ws-runc-status pic XX.
        01 ws-report-status pic XX.
        01 ws-audit-status pic XX.
        01 ws-auth-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).
        01 ws-run-user pic X(20).
        01 ws-audit-line pic X(100).
        01 ws-audit-result pic X(9).

        01 ws-print-line pic X(132).
        01 ws-asa-control pic X value ' '.
        01 ws-page-count pic 9(3) value 0.
        01 ws-page-edit pic Z(3)9.
        01 ws-lines-on-page pic 9(2) value 0.
        01 ws-page-break-lines pic 9(2) value 55.
        01 ws-report-title pic X(40).

        01 ws-mode-card pic X(80).
        01 ws-mode pic X(1).
        01 ws-last-run pic 9(6) value 0.
        01 ws-in-flight pic X(1) value 'N'.
        01 ws-run-acquired pic 9(1) value 0.
        01 ws-gen-open pic 9(1) value 0.
        01 ws-no-overrides pic 9(1) value 0.
        01 ws-override-held pic 9(1) value 0.
        01 ws-scan-done pic 9(1) value 0.

      *    the disagreement in hand: the key it is about and the
      *    reason, printed together on one report line.
        01 ws-key-text pic X(30).
        01 ws-reason-text pic X(70).
        01 ws-saved-valkey pic X(10).
        01 ws-value-edit pic Z(5)9.

      *    the runs retained in GENLIB, in ascending run order as
      *    the library reads back, with the RUNHIST ranges of each
      *    run and what the library actually holds for it.
        01 ws-gen-max pic s9(4) comp value 20.
        01 ws-gen-count pic s9(4) comp value 0.
        01 ws-gen-other pic 9(1) value 0.
        01 ws-gen-sub pic s9(4) comp value 0.
        01 ws-gen-table.
           02 ws-gen-entry occurs 20 times.
              05 ws-ge-run pic 9(6).
              05 ws-ge-runh-found pic 9(1).
              05 ws-ge-row-start pic 9(2).
              05 ws-ge-row-end pic 9(2).
              05 ws-ge-col-start pic 9(2).
              05 ws-ge-col-end pic 9(2).
              05 ws-ge-cells pic s9(7) comp.
              05 ws-ge-in-range pic s9(7) comp.
        01 ws-newest-run pic 9(6) value 0.
        01 ws-expected-cells pic s9(7) comp value 0.

        01 ws-cell-count pic s9(7) comp value 0.
        01 ws-value-count pic s9(7) comp value 0.
        01 ws-section-count pic s9(7) comp value 0.
        01 ws-error-count pic s9(7) comp value 0.
        01 ws-explained-count pic s9(7) comp value 0.
        01 ws-added-count pic s9(7) comp value 0.
        01 ws-removed-count pic s9(7) comp value 0.
        01 ws-count-edit pic Z(6)9.
        01 ws-count-edit2 pic Z(6)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           accept ws-run-user from user name
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
                  ws-run-time(3:2) delimited by size
                  ':' delimited by size
                  ws-run-time(5:2) delimited by size
               into ws-time-edit

           move spaces to ws-mode-card
           accept ws-mode-card from sysin
           move function upper-case(ws-mode-card(1:1)) to ws-mode
           if ws-mode = space
               move 'V' to ws-mode
           end-if
           if ws-mode not = 'V' and ws-mode not = 'R'
               display 'TBLVERFY: the SYSIN card must carry V to '
               display '  verify or R to rebuild TBLVALKD - run '
               display '  aborted.'
               move 8 to return-code
               stop run
           end-if
           if ws-mode = 'V'
               move 'TABLE INTEGRITY VERIFICATION'
                   to ws-report-title
           else
               move 'TBLVALKD REBUILD'
                   to ws-report-title
           end-if

           open output report-file
           if ws-report-status not = '00'
               display 'TBLVERFY: could not open VERFYRPT - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           perform print-page-heading

           if ws-mode = 'R'
               perform rebuild-value-file
           else
               perform verify-value-file
               perform verify-generation-library
               perform verify-newest-generation
               move spaces to ws-print-line
               move '0' to ws-asa-control
               if ws-error-count = 0
                   string 'ALL CHECKS CLEAN - TBLKEYED, TBLVALKD, '
                          delimited by size
                          'AND GENLIB AGREE' delimited by size
                       into ws-print-line
               else
                   move ws-error-count to ws-count-edit
                   string 'DISAGREEMENTS LISTED: ' delimited by size
                          ws-count-edit delimited by size
                          ' - RUN TBLVERFY WITH R TO REBUILD '
                          delimited by size
                          'TBLVALKD IF CHECK 1 FAILED'
                          delimited by size
                       into ws-print-line
                   move 8 to return-code
               end-if
               perform write-report-line
           end-if

           close report-file

           goback.

      *    check 1: the keyed file and the value-keyed companion
      *    must correspond one to one. The keyed file is read
      *    through and each cell looked up on the companion; then
      *    the companion is read through and each entry looked up
      *    on the keyed file.
       verify-value-file.
           move 'CHECK 1 - TBLKEYED AGAINST TBLVALKD'
               to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move 0 to ws-section-count
           open input lookup-file
           if ws-lookup-status not = '00'
               display 'TBLVERFY: could not open TBLKEYED - '
               display '  run aborted.'
               move 12 to return-code
               close report-file
               stop run
           end-if
           open input value-lookup-file
           if ws-valkey-status not = '00'
               move spaces to ws-key-text
               move 'TBLVALKD NOT AVAILABLE - CHECK 1 NOT MADE'
                   to ws-reason-text
               perform report-discrepancy
               close lookup-file
               exit paragraph
           end-if

           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read lookup-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       add 1 to ws-cell-count
                       perform check-cell-has-value
               end-read
           end-perform

           move low-values to valkey-key
           start value-lookup-file key not less than valkey-key
           move 0 to ws-scan-done
           if ws-valkey-status not = '00'
               move 1 to ws-scan-done
           end-if
           perform until ws-scan-done = 1
               read value-lookup-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       add 1 to ws-value-count
                       perform check-value-has-cell
               end-read
           end-perform

           close lookup-file
           close value-lookup-file
           move ws-cell-count to ws-count-edit
           move ws-value-count to ws-count-edit2
           move spaces to ws-print-line
           string '  CELLS ON TBLKEYED: ' delimited by size
                  ws-count-edit delimited by size
                  '  ENTRIES ON TBLVALKD: ' delimited by size
                  ws-count-edit2 delimited by size
               into ws-print-line
           perform write-report-line
           perform report-section-count.

      *    one cell of the keyed file: its value entry must be on
      *    the companion under the cell's value and factor pair.
       check-cell-has-value.
           move lookup-product to valkey-product
           move lookup-factor1 to valkey-factor1
           move lookup-factor2 to valkey-factor2
           read value-lookup-file
           if ws-valkey-status = '23'
               perform set-cell-key-text
               move 'CELL HAS NO VALUE ENTRY ON TBLVALKD'
                   to ws-reason-text
               perform report-discrepancy
           else
               if ws-valkey-status not = '00'
                   perform value-file-failure
               end-if
           end-if.

      *    one entry of the companion: the cell it names must be
      *    on the keyed file holding the entry's value. A second
      *    entry for the same factor pair can only hold a value the
      *    cell does not, so it is caught here too.
       check-value-has-cell.
           move valkey-factor1 to lookup-factor1
           move valkey-factor2 to lookup-factor2
           read lookup-file
           evaluate ws-lookup-status
               when '00'
                   if lookup-product not = valkey-product
                       perform set-value-key-text
                       move lookup-product to ws-value-edit
                       move spaces to ws-reason-text
                       string 'VALUE ENTRY DISAGREES WITH THE CELL '
                              delimited by size
                              'ON TBLKEYED, WHICH HOLDS '
                              delimited by size
                              ws-value-edit delimited by size
                           into ws-reason-text
                       perform report-discrepancy
                   end-if
               when '23'
                   perform set-value-key-text
                   move 'VALUE ENTRY NAMES NO CELL ON TBLKEYED'
                       to ws-reason-text
                   perform report-discrepancy
               when other
                   display 'TBLVERFY: read of TBLKEYED failed - '
                   display '  status ' ws-lookup-status
                   display '  run aborted.'
                   move 12 to return-code
                   close lookup-file
                   close value-lookup-file
                   close report-file
                   stop run
           end-evaluate.

       value-file-failure.
           display 'TBLVERFY: read of TBLVALKD failed - '
           display '  status ' ws-valkey-status
           display '  run aborted.'
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           if ws-mode = 'R'
               perform write-audit-record
           end-if
           close lookup-file
           close value-lookup-file
           close report-file
           stop run.

      *    check 2: every run retained in the library must hold
      *    the complete set of cells for the ranges its RUNHIST
      *    record was run with. The library is read through once
      *    for the distinct runs, RUNHIST once for their ranges,
      *    and the library once more to hold every cell against
      *    the ranges of its run.
       verify-generation-library.
           move 'CHECK 2 - GENLIB AGAINST RUNHIST' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move 0 to ws-section-count
           open input gen-lib-file
           if ws-gen-status not = '00'
               move spaces to ws-key-text
               move 'GENLIB NOT AVAILABLE - CHECKS 2 AND 3 NOT MADE'
                   to ws-reason-text
               perform report-discrepancy
               exit paragraph
           end-if
           move 1 to ws-gen-open

           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read gen-lib-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       perform note-generation-run
               end-read
           end-perform
           if ws-gen-count = 0
               move '  NO GENERATION RETAINED IN GENLIB'
                   to ws-print-line
               perform write-report-line
               exit paragraph
           end-if
           if ws-gen-other = 1
               move ws-gen-max to ws-count-edit
               move spaces to ws-print-line
               string '  MORE RUNS RETAINED THAN THIS CHECK HOLDS '
                      delimited by size
                      '- THE FIRST' delimited by size
                      ws-count-edit delimited by size
                      ' ARE CHECKED' delimited by size
                   into ws-print-line
               perform write-report-line
           end-if

           open input runhist-file
           if ws-runh-status = '00'
               move 0 to ws-scan-done
               perform until ws-scan-done = 1
                   read runhist-file next record
                       at end
                           move 1 to ws-scan-done
                       not at end
                           perform note-run-ranges
                   end-read
               end-perform
               close runhist-file
           end-if

           move low-values to gen-key
           start gen-lib-file key not less than gen-key
           move 0 to ws-scan-done
           if ws-gen-status not = '00'
               move 1 to ws-scan-done
           end-if
           move 0 to ws-gen-sub
           perform until ws-scan-done = 1
               read gen-lib-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       perform check-generation-cell
               end-read
           end-perform

           perform varying ws-gen-sub from 1 by 1
                   until ws-gen-sub > ws-gen-count
               perform report-generation-run
           end-perform
           perform report-section-count.

      *    the first record of each run starts a table entry; the
      *    key order brings the runs up ascending, so the last
      *    entry is the newest generation.
       note-generation-run.
           if ws-gen-count > 0
               if gen-run-number = ws-ge-run(ws-gen-count)
                   exit paragraph
               end-if
           end-if
           move gen-run-number to ws-newest-run
           if ws-gen-count >= ws-gen-max
               move 1 to ws-gen-other
               exit paragraph
           end-if
           add 1 to ws-gen-count
           move gen-run-number to ws-ge-run(ws-gen-count)
           move 0 to ws-ge-runh-found(ws-gen-count)
           move 0 to ws-ge-row-start(ws-gen-count)
           move 0 to ws-ge-row-end(ws-gen-count)
           move 0 to ws-ge-col-start(ws-gen-count)
           move 0 to ws-ge-col-end(ws-gen-count)
           move 0 to ws-ge-cells(ws-gen-count)
           move 0 to ws-ge-in-range(ws-gen-count).

      *    a RUNHIST record of one of the retained runs: keep its
      *    ranges against the run.
       note-run-ranges.
           perform varying ws-gen-sub from 1 by 1
                   until ws-gen-sub > ws-gen-count
               if ws-ge-run(ws-gen-sub) = runh-run-number
                   move 1 to ws-ge-runh-found(ws-gen-sub)
                   move runh-row-start to ws-ge-row-start(ws-gen-sub)
                   move runh-row-end to ws-ge-row-end(ws-gen-sub)
                   move runh-col-start to ws-ge-col-start(ws-gen-sub)
                   move runh-col-end to ws-ge-col-end(ws-gen-sub)
               end-if
           end-perform.

      *    one library cell, held against the ranges of its run. A
      *    run past the table is not checked.
       check-generation-cell.
           if ws-gen-sub = 0
               move 1 to ws-gen-sub
           end-if
           perform until ws-gen-sub > ws-gen-count
                   or ws-ge-run(ws-gen-sub) = gen-run-number
               add 1 to ws-gen-sub
           end-perform
           if ws-gen-sub > ws-gen-count
               move 1 to ws-scan-done
               exit paragraph
           end-if
           add 1 to ws-ge-cells(ws-gen-sub)
           if ws-ge-runh-found(ws-gen-sub) = 0
               exit paragraph
           end-if
           if gen-factor1 >= ws-ge-row-start(ws-gen-sub)
                   and gen-factor1 <= ws-ge-row-end(ws-gen-sub)
                   and gen-factor2 >= ws-ge-col-start(ws-gen-sub)
                   and gen-factor2 <= ws-ge-col-end(ws-gen-sub)
               add 1 to ws-ge-in-range(ws-gen-sub)
           else
               move spaces to ws-key-text
               string 'RUN ' delimited by size
                      gen-run-number delimited by size
                      ' KEY ' delimited by size
                      gen-factor1 delimited by size
                      gen-factor2 delimited by size
                   into ws-key-text
               move 'GENERATION CELL OUTSIDE THE RANGES ON RUNHIST'
                   to ws-reason-text
               perform report-discrepancy
           end-if.

      *    one retained run: its cell count against the count its
      *    ranges call for.
       report-generation-run.
           move spaces to ws-key-text
           string 'RUN ' delimited by size
                  ws-ge-run(ws-gen-sub) delimited by size
               into ws-key-text
           if ws-ge-runh-found(ws-gen-sub) = 0
               move 'NO RUNHIST RECORD FOR THIS GENERATION'
                   to ws-reason-text
               perform report-discrepancy
               exit paragraph
           end-if
           compute ws-expected-cells =
               (ws-ge-row-end(ws-gen-sub)
                   - ws-ge-row-start(ws-gen-sub) + 1)
             * (ws-ge-col-end(ws-gen-sub)
                   - ws-ge-col-start(ws-gen-sub) + 1)
           move ws-ge-in-range(ws-gen-sub) to ws-count-edit
           move ws-expected-cells to ws-count-edit2
           if ws-ge-in-range(ws-gen-sub) = ws-expected-cells
               move spaces to ws-print-line
               string '  ' delimited by size
                      ws-key-text delimited by size
                      'COMPLETE -' delimited by size
                      ws-count-edit delimited by size
                      ' CELLS' delimited by size
                   into ws-print-line
               perform write-report-line
           else
               move spaces to ws-reason-text
               string 'GENERATION INCOMPLETE -' delimited by size
                      ws-count-edit delimited by size
                      ' CELLS OF' delimited by size
                      ws-count-edit2 delimited by size
                   into ws-reason-text
               perform report-discrepancy
           end-if.

      *    check 3: the newest generation against the live file,
      *    both ways. A difference at a key held on TBLOVRD is a
      *    patch put on after the generation and is only counted;
      *    any other difference is listed.
       verify-newest-generation.
           move 'CHECK 3 - NEWEST GENERATION AGAINST TBLKEYED'
               to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move 0 to ws-section-count
           if ws-gen-open = 0
               move '  CHECK NOT MADE - GENLIB NOT AVAILABLE'
                   to ws-print-line
               perform write-report-line
               exit paragraph
           end-if
           if ws-newest-run = 0
               move '  CHECK NOT MADE - NO GENERATION RETAINED'
                   to ws-print-line
               perform write-report-line
               close gen-lib-file
               move 0 to ws-gen-open
               exit paragraph
           end-if
           move spaces to ws-print-line
           string '  NEWEST GENERATION: RUN ' delimited by size
                  ws-newest-run delimited by size
               into ws-print-line
           perform write-report-line

           open input lookup-file
           if ws-lookup-status not = '00'
               display 'TBLVERFY: could not open TBLKEYED - '
               display '  run aborted.'
               move 12 to return-code
               close gen-lib-file
               close report-file
               stop run
           end-if
           open input override-file
           if ws-ovrd-status = '00'
               move 0 to ws-no-overrides
           else
               move 1 to ws-no-overrides
           end-if

           move ws-newest-run to gen-run-number
           move 0 to gen-factor1
           move 0 to gen-factor2
           start gen-lib-file key not less than gen-key
           move 0 to ws-scan-done
           if ws-gen-status not = '00'
               move 1 to ws-scan-done
           end-if
           perform until ws-scan-done = 1
               read gen-lib-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       if gen-run-number not = ws-newest-run
                           move 1 to ws-scan-done
                       else
                           perform check-generation-against-live
                       end-if
               end-read
           end-perform

           move low-values to lookup-key
           start lookup-file key not less than lookup-key
           move 0 to ws-scan-done
           if ws-lookup-status not = '00'
               move 1 to ws-scan-done
           end-if
           perform until ws-scan-done = 1
               read lookup-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       perform check-live-against-generation
               end-read
           end-perform

           close lookup-file
           if ws-no-overrides = 0
               close override-file
           end-if
           close gen-lib-file
           move 0 to ws-gen-open
           move ws-explained-count to ws-count-edit
           move spaces to ws-print-line
           string '  DIFFERENCES AT OVERRIDDEN KEYS: '
                  delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           perform report-section-count.

      *    one cell of the newest generation: the live file must
      *    hold the same value under the key.
       check-generation-against-live.
           move gen-factor1 to lookup-factor1
           move gen-factor2 to lookup-factor2
           read lookup-file
           evaluate ws-lookup-status
               when '00'
                   if lookup-product not = gen-product
                       perform check-key-overridden
                       if ws-override-held = 1
                           add 1 to ws-explained-count
                       else
                           perform set-generation-key-text
                           move lookup-product to ws-value-edit
                           move spaces to ws-reason-text
                           string 'LIVE VALUE ' delimited by size
                                  ws-value-edit delimited by size
                                  ' DIFFERS FROM THE GENERATION '
                                  delimited by size
                                  'AND NO OVERRIDE IS HELD'
                                  delimited by size
                               into ws-reason-text
                           perform report-discrepancy
                       end-if
                   end-if
               when '23'
                   perform check-key-overridden
                   if ws-override-held = 1
                       add 1 to ws-explained-count
                   else
                       perform set-generation-key-text
                       move 'GENERATION CELL NOT ON TBLKEYED'
                           to ws-reason-text
                       perform report-discrepancy
                   end-if
               when other
                   display 'TBLVERFY: read of TBLKEYED failed - '
                   display '  status ' ws-lookup-status
                   display '  run aborted.'
                   move 12 to return-code
                   close lookup-file
                   close gen-lib-file
                   close report-file
                   stop run
           end-evaluate.

      *    one live cell: the newest generation must hold the key.
      *    A value difference has already been seen from the
      *    generation side, so only a missing key is looked for.
       check-live-against-generation.
           move ws-newest-run to gen-run-number
           move lookup-factor1 to gen-factor1
           move lookup-factor2 to gen-factor2
           read gen-lib-file
           if ws-gen-status = '23'
               perform check-key-overridden
               if ws-override-held = 1
                   add 1 to ws-explained-count
               else
                   perform set-cell-key-text
                   move 'LIVE CELL NOT IN THE NEWEST GENERATION'
                       to ws-reason-text
                   perform report-discrepancy
               end-if
           end-if.

      *    is the key in lookup-key held on the override file.
       check-key-overridden.
           move 0 to ws-override-held
           if ws-no-overrides = 1
               exit paragraph
           end-if
           move lookup-factor1 to ovrd-factor1
           move lookup-factor2 to ovrd-factor2
           read override-file
           if ws-ovrd-status = '00'
               move 1 to ws-override-held
           end-if.

      *    rebuild: TBLVALKD is brought back into line with
      *    TBLKEYED. The keyed file is read through and each
      *    missing value entry written; the companion is then
      *    read through and each entry that names no cell, or the
      *    wrong value, is deleted. Every correction is listed.
       rebuild-value-file.
           perform check-authorization
           perform take-run-control

           open input lookup-file
           if ws-lookup-status not = '00'
               display 'TBLVERFY: could not open TBLKEYED - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close report-file
               stop run
           end-if
           open i-o value-lookup-file
           if ws-valkey-status = '35'
               open output value-lookup-file
               close value-lookup-file
               open i-o value-lookup-file
           end-if
           if ws-valkey-status not = '00'
               display 'TBLVERFY: could not open TBLVALKD - '
               display '  run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close lookup-file
               close report-file
               stop run
           end-if

           move 'CELLS WITHOUT A VALUE ENTRY - ENTRY ADDED'
               to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read lookup-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       add 1 to ws-cell-count
                       perform restore-value-entry
               end-read
           end-perform

           move 'VALUE ENTRIES WITHOUT THEIR CELL - ENTRY REMOVED'
               to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move low-values to valkey-key
           start value-lookup-file key not less than valkey-key
           move 0 to ws-scan-done
           if ws-valkey-status not = '00'
               move 1 to ws-scan-done
           end-if
           perform until ws-scan-done = 1
               read value-lookup-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       add 1 to ws-value-count
                       perform remove-stray-entry
               end-read
           end-perform

           close lookup-file
           close value-lookup-file

           move ws-cell-count to ws-count-edit
           move spaces to ws-print-line
           string 'CELLS ON TBLKEYED:       ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move ws-added-count to ws-count-edit
           move spaces to ws-print-line
           string 'VALUE ENTRIES ADDED:     ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-removed-count to ws-count-edit
           move spaces to ws-print-line
           string 'VALUE ENTRIES REMOVED:   ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move spaces to ws-print-line
           move '0' to ws-asa-control
           if ws-added-count = 0 and ws-removed-count = 0
               move 'TBLVALKD ALREADY MATCHED - NOTHING CHANGED'
                   to ws-print-line
           else
               move 'TBLVALKD REBUILT - IT NOW MATCHES TBLKEYED'
                   to ws-print-line
               move 4 to return-code
           end-if
           perform write-report-line
           move 'REBUILT' to ws-audit-result
           perform write-audit-record.

      *    one cell: write its value entry when it is missing.
       restore-value-entry.
           move lookup-product to valkey-product
           move lookup-factor1 to valkey-factor1
           move lookup-factor2 to valkey-factor2
           read value-lookup-file
           evaluate ws-valkey-status
               when '00'
                   continue
               when '23'
                   move lookup-product to valkey-product
                   move lookup-factor1 to valkey-factor1
                   move lookup-factor2 to valkey-factor2
                   write valkey-record
                   if ws-valkey-status not = '00'
                       perform value-write-failure
                   end-if
                   add 1 to ws-added-count
                   perform set-cell-key-text
                   move 'VALUE ENTRY ADDED' to ws-reason-text
                   perform report-correction
               when other
                   perform value-file-failure
           end-evaluate.

      *    one value entry: delete it when the keyed file has no
      *    such cell or holds another value there. The read is
      *    repositioned past the deleted key before it goes on.
       remove-stray-entry.
           move valkey-factor1 to lookup-factor1
           move valkey-factor2 to lookup-factor2
           read lookup-file
           if ws-lookup-status not = '00'
                   and ws-lookup-status not = '23'
               perform value-write-failure
           end-if
           if ws-lookup-status = '00'
               if lookup-product = valkey-product
                   exit paragraph
               end-if
           end-if
           move valkey-key to ws-saved-valkey
           perform set-value-key-text
           if ws-lookup-status = '23'
               move 'ENTRY NAMED NO CELL - REMOVED' to ws-reason-text
           else
               move lookup-product to ws-value-edit
               move spaces to ws-reason-text
               string 'CELL HOLDS ' delimited by size
                      ws-value-edit delimited by size
                      ' - ENTRY REMOVED' delimited by size
                   into ws-reason-text
           end-if
           delete value-lookup-file record
           if ws-valkey-status not = '00'
               perform value-write-failure
           end-if
           add 1 to ws-removed-count
           perform report-correction
           move ws-saved-valkey to valkey-key
           start value-lookup-file key greater than valkey-key
           if ws-valkey-status not = '00'
               move 1 to ws-scan-done
           end-if.

       value-write-failure.
           display 'TBLVERFY: update of TBLVALKD failed - '
           display '  status ' ws-valkey-status ' lookup status '
               ws-lookup-status
           display '  rebuild only partly done - run aborted.'
           move 12 to return-code
           move 'FAILED' to ws-audit-result
           perform write-audit-record
           close lookup-file
           close value-lookup-file
           close report-file
           stop run.

      *    the key texts for a report line: a cell of the keyed
      *    file, an entry of the companion, or a library cell.
       set-cell-key-text.
           move lookup-product to ws-value-edit
           move spaces to ws-key-text
           string 'KEY ' delimited by size
                  lookup-factor1 delimited by size
                  lookup-factor2 delimited by size
                  ' VALUE ' delimited by size
                  ws-value-edit delimited by size
               into ws-key-text.

       set-value-key-text.
           move valkey-product to ws-value-edit
           move spaces to ws-key-text
           string 'KEY ' delimited by size
                  valkey-factor1 delimited by size
                  valkey-factor2 delimited by size
                  ' VALUE ' delimited by size
                  ws-value-edit delimited by size
               into ws-key-text.

       set-generation-key-text.
           move gen-product to ws-value-edit
           move spaces to ws-key-text
           string 'KEY ' delimited by size
                  gen-factor1 delimited by size
                  gen-factor2 delimited by size
                  ' VALUE ' delimited by size
                  ws-value-edit delimited by size
               into ws-key-text.

      *    one disagreement: key text and reason, counted.
       report-discrepancy.
           add 1 to ws-error-count
           add 1 to ws-section-count
           move spaces to ws-print-line
           string '  *ERROR* ' delimited by size
                  ws-key-text delimited by size
                  ws-reason-text delimited by size
               into ws-print-line
           perform write-report-line.

      *    one correction made by the rebuild.
       report-correction.
           move spaces to ws-print-line
           string '  ' delimited by size
                  ws-key-text delimited by size
                  ws-reason-text delimited by size
               into ws-print-line
           perform write-report-line.

       report-section-count.
           move ws-section-count to ws-count-edit
           move spaces to ws-print-line
           if ws-section-count = 0
               move '  CHECK CLEAN' to ws-print-line
           else
               string '  DISAGREEMENTS IN THIS CHECK: '
                      delimited by size
                      ws-count-edit delimited by size
                   into ws-print-line
           end-if
           perform write-report-line.

      *    the user must hold the restore function on the
      *    authorization file to rebuild. No authorization file at
      *    all fails the run closed; a user without a record, or
      *    without the function, is refused with DENIED.
       check-authorization.
           open input auth-file
           if ws-auth-status not = '00'
               display 'TBLVERFY: could not open AUTHFILE - '
               display '  rebuilds do not run without the '
               display '  authorization file - run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close report-file
               stop run
           end-if
           move ws-run-user to auth-user
           read auth-file
           if ws-auth-status = '00' and auth-restore = 'Y'
               close auth-file
           else
               close auth-file
               display 'TBLVERFY: user ' ws-run-user
               display '  is not authorized to rebuild TBLVALKD '
               display '  - run refused.'
               move '  REBUILD REFUSED - USER NOT AUTHORIZED'
                   to ws-print-line
               perform write-report-line
               move 8 to return-code
               move 'DENIED' to ws-audit-result
               perform write-audit-record
               close report-file
               stop run
           end-if.

      *    a rebuild must not race a generator run: the in-flight
      *    mark on RUNCTL blocks it, and the rebuild holds the mark
      *    itself while it changes the file, keeping the last run
      *    number drawn.
       take-run-control.
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
               display 'TBLVERFY: run ' ws-last-run ' is marked '
               display '  in flight on RUNCTL - no rebuild while '
               display '  a generator run is live. If that run '
               display '  abended, clear the mark and resubmit.'
               move '  REBUILD REFUSED - RUNCTL IN-FLIGHT MARK SET'
                   to ws-print-line
               perform write-report-line
               move 8 to return-code
               move 'BLOCKED' to ws-audit-result
               perform write-audit-record
               close report-file
               stop run
           end-if
           open output run-control-file
           if ws-runc-status not = '00'
               display 'TBLVERFY: could not open RUNCTL to set '
               display '  the in-flight mark - run aborted.'
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close report-file
               stop run
           end-if
           move ws-last-run to runc-run-number
           move 'Y' to runc-in-flight
           move ws-run-date to runc-run-date
           move ws-run-time to runc-run-time
           write run-control-record
           if ws-runc-status not = '00'
               display 'TBLVERFY: write to RUNCTL failed - '
               display '  run aborted.'
               close run-control-file
               move 12 to return-code
               move 'FAILED' to ws-audit-result
               perform write-audit-record
               close report-file
               stop run
           end-if
           close run-control-file
           move 1 to ws-run-acquired.

      *    clear the in-flight mark while keeping the last run
      *    number. A failure here is only warned about: the
      *    rebuild is already over, and the operator can clear the
      *    mark by hand.
       release-run-control.
           move 0 to ws-run-acquired
           open output run-control-file
           if ws-runc-status not = '00'
               display 'TBLVERFY: warning - could not reopen '
               display '  RUNCTL to clear the in-flight mark - '
               display '  clear it by hand before the next run.'
           else
               move ws-last-run to runc-run-number
               move 'N' to runc-in-flight
               move ws-run-date to runc-run-date
               move ws-run-time to runc-run-time
               write run-control-record
               if ws-runc-status not = '00'
                   display 'TBLVERFY: warning - could not '
                   display '  rewrite RUNCTL to clear the '
                   display '  in-flight mark - clear it by hand '
                   display '  before the next run.'
               end-if
               close run-control-file
           end-if.

      *    start a new report page: ASA skip-to-channel-1 on the
      *    page header with the run identification.
       print-page-heading.
           move zero to ws-lines-on-page
           add 1 to ws-page-count
           move ws-page-count to ws-page-edit
           move spaces to ws-print-line
           string 'TBLVERFY  ' delimited by size
                  ws-report-title delimited by '  '
                  '  RUN DATE ' delimited by size
                  ws-run-date delimited by size
                  '  TIME ' delimited by size
                  ws-time-edit delimited by size
                  '  PAGE ' delimited by size
                  ws-page-edit delimited by size
               into ws-print-line
           move '1' to report-record(1:1)
           move ws-print-line to report-record(2:132)
           write report-record
           move spaces to report-record
           write report-record
           move 2 to ws-lines-on-page.

      *    one report line: the ASA carriage-control byte goes in
      *    column 1 and the 132-byte print line follows it. The
      *    page heading writes its own records above rather than
      *    coming back through here, so the page-break check never
      *    re-enters an active perform of this paragraph.
       write-report-line.
           move ws-asa-control to report-record(1:1)
           move ws-print-line to report-record(2:132)
           write report-record
           move ' ' to ws-asa-control
           add 1 to ws-lines-on-page
           if ws-lines-on-page >= ws-page-break-lines
               perform print-page-heading
           end-if.

      *    a rebuild ends through here, so the in-flight mark is
      *    released here when this run is the one that set it.
      *    Then one line to the audit log in the fixed layout the
      *    generator writes, with the last run number drawn in the
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
                  ws-last-run delimited by size
                  ' PROF=' delimited by size
               into ws-audit-line
           open extend audit-file
           if ws-audit-status not = '00'
               open output audit-file
               if ws-audit-status not = '00'
                   display 'TBLVERFY: could not open AUDITLOG - '
                   display '  run aborted.'
                   move 14 to return-code
                   stop run
               end-if
           end-if
           write audit-record from ws-audit-line
           if ws-audit-status not = '00'
               display 'TBLVERFY: write to AUDITLOG failed - '
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
               display 'TBLVERFY: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLVERFY: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblverfy.
