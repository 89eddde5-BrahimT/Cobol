       IDENTIFICATION DIVISION.
       PROGRAM-Id. Ptnrecon as "Ptnrecon".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *House-versus-partner reconciliation for the keyed table
      *file. Partners send their tables back in the controlled
      *interface format so we can prove they are working from the
      *same numbers we are; INTFRECV loads each partner's table
      *onto PTNKEYED under its partner id. This run matches one
      *partner's cells against the live TBLKEYED in LOOKUP-KEY
      *order and writes a discrepancy report to RECONRPT: cells
      *only the house has, cells only the partner has, and cells
      *where the two values differ. Only house cells inside the
      *row and column ranges the partner is registered for on
      *PTNREG are matched; the rest are counted on the report but
      *are not a discrepancy, since the partner was never sent
      *them.
      *
      *A difference is not a partner error when the keyed override
      *file TBLOVRD holds a patch for that key and the patched
      *value is the value on one side or the other - that is a
      *legitimate patch the partner either has or has not picked
      *up yet. Those are listed in a section of their own after
      *the discrepancies and counted separately.
      *
      *Return code 0 means the partner agrees with the house apart
      *from override patches, 8 means at least one unexplained
      *discrepancy was listed (or the partner is not registered).
      *
      *SYSIN card: the 8-character partner id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO "PTNKEYED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTN-KEY
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT LOOKUP-FILE ASSIGN TO "TBLKEYED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "TBLOVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "PTNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECONRPT"
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

       FD  REGISTRY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY "PTNREG.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD PIC X(133).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-partner-status pic XX.
        01 ws-lookup-status pic XX.
        01 ws-ovrd-status pic XX.
        01 ws-registry-status pic XX.
        01 ws-report-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).

        01 ws-print-line pic X(132).
        01 ws-asa-control pic X value ' '.
        01 ws-page-count pic 9(3) value 0.
        01 ws-page-edit pic Z(3)9.
        01 ws-lines-on-page pic 9(2) value 0.
        01 ws-page-break-lines pic 9(2) value 55.

        01 ws-partner-id pic X(8).
        01 ws-no-overrides pic 9(1) value 0.

      *    working copies of the record in hand on each side;
      *    high-values in a key marks that side as exhausted.
        01 ws-house-key pic X(4).
        01 ws-house-product pic X(6).
        01 ws-partner-key pic X(4).
        01 ws-partner-product pic X(6).

      *    the key being classified, and whether TBLOVRD holds a
      *    patch for it that explains the difference.
        01 ws-diff-key pic X(4).
        01 ws-diff-house pic X(6).
        01 ws-diff-partner pic X(6).
        01 ws-diff-kind pic X(13).
        01 ws-ovrd-value pic X(6).
        01 ws-explained pic 9(1) value 0.

      *    override-explained differences are held here and
      *    listed in their own section after the discrepancies.
        01 ws-expl-max pic 9(3) value 500.
        01 ws-expl-count pic s9(4) comp value 0.
        01 ws-expl-other pic 9(1) value 0.
        01 ws-expl-sub pic s9(4) comp value 0.
        01 ws-expl-table.
           02 ws-expl-entry occurs 500 times.
              05 ws-ex-kind pic X(13).
              05 ws-ex-key pic X(4).
              05 ws-ex-house pic X(6).
              05 ws-ex-partner pic X(6).
              05 ws-ex-override pic X(6).

        01 ws-house-only-count pic s9(5) comp value 0.
        01 ws-partner-only-count pic s9(5) comp value 0.
        01 ws-differ-count pic s9(5) comp value 0.
        01 ws-explained-count pic s9(5) comp value 0.
        01 ws-agree-count pic s9(5) comp value 0.
        01 ws-outside-count pic s9(5) comp value 0.

      *    the factor ranges the partner is registered for; house
      *    cells outside them are passed over.
        01 ws-reg-row-start pic 9(2) value 0.
        01 ws-reg-row-end pic 9(2) value 0.
        01 ws-reg-col-start pic 9(2) value 0.
        01 ws-reg-col-end pic 9(2) value 0.
        01 ws-house-taken pic 9(1) value 0.
        01 ws-count-edit pic Z(5)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
                  ws-run-time(3:2) delimited by size
                  ':' delimited by size
                  ws-run-time(5:2) delimited by size
               into ws-time-edit

           move spaces to ws-partner-id
           accept ws-partner-id from sysin
           move function upper-case(ws-partner-id) to ws-partner-id

           open output report-file
           if ws-report-status not = '00'
               display 'PTNRECON: could not open RECONRPT - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           perform print-page-heading

           perform take-partner-registry

           open input partner-file
           if ws-partner-status not = '00'
               display 'PTNRECON: could not open PTNKEYED - '
               display '  run aborted.'
               move 12 to return-code
               close report-file
               stop run
           end-if
           open input lookup-file
           if ws-lookup-status not = '00'
               display 'PTNRECON: could not open TBLKEYED - '
               display '  run aborted.'
               move 12 to return-code
               close partner-file
               close report-file
               stop run
           end-if
      *    no override file at all only means no patch has ever
      *    been applied, so nothing can be explained by one.
           open input override-file
           if ws-ovrd-status = '35'
               move 1 to ws-no-overrides
           else
               if ws-ovrd-status not = '00'
                   display 'PTNRECON: could not open TBLOVRD - '
                   display '  run aborted.'
                   move 12 to return-code
                   close partner-file
                   close lookup-file
                   close report-file
                   stop run
               end-if
           end-if

      *    position the partner side at the front of this
      *    partner's cells; a partner with none on file reads as
      *    an empty side, so every house cell is listed.
           move ws-partner-id to ptn-partner-id
           move 0 to ptn-factor1
           move 0 to ptn-factor2
           start partner-file key not less than ptn-key
           if ws-partner-status not = '00'
               move high-values to ws-partner-key
               move spaces to ws-partner-product
           else
               perform read-partner-side
           end-if
           perform read-house-side

           move spaces to ws-print-line
           move 'DISCREPANCIES' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line

           perform until ws-house-key = high-values
                   and ws-partner-key = high-values
               evaluate true
                   when ws-house-key < ws-partner-key
                       move ws-house-key to ws-diff-key
                       move ws-house-product to ws-diff-house
                       move spaces to ws-diff-partner
                       move 'HOUSE ONLY' to ws-diff-kind
                       perform classify-one-difference
                       perform read-house-side
                   when ws-house-key > ws-partner-key
                       move ws-partner-key to ws-diff-key
                       move spaces to ws-diff-house
                       move ws-partner-product to ws-diff-partner
                       move 'PARTNER ONLY' to ws-diff-kind
                       perform classify-one-difference
                       perform read-partner-side
                   when other
                       if ws-house-product = ws-partner-product
                           add 1 to ws-agree-count
                       else
                           move ws-house-key to ws-diff-key
                           move ws-house-product to ws-diff-house
                           move ws-partner-product
                               to ws-diff-partner
                           move 'VALUE DIFFERS' to ws-diff-kind
                           perform classify-one-difference
                       end-if
                       perform read-house-side
                       perform read-partner-side
               end-evaluate
           end-perform

           if ws-house-only-count = 0 and ws-partner-only-count = 0
                   and ws-differ-count = 0
               move spaces to ws-print-line
               move '  (NONE)' to ws-print-line
               perform write-report-line
           end-if

           perform report-explained-differences
           perform report-control-totals

           close partner-file
           close lookup-file
           if ws-no-overrides = 0
               close override-file
           end-if
           close report-file

           if ws-house-only-count > 0 or ws-partner-only-count > 0
                   or ws-differ-count > 0
               move 8 to return-code
           end-if

           goback.

      *    the partner named on the SYSIN card must be on the
      *    registry; its last run number received goes on the
      *    report so the reader knows which transmission the
      *    partner side reflects.
       take-partner-registry.
           open input registry-file
           if ws-registry-status not = '00'
               display 'PTNRECON: could not open PTNREG - '
               display '  run aborted.'
               move 12 to return-code
               close report-file
               stop run
           end-if
           move ws-partner-id to preg-partner-id
           read registry-file
           if ws-registry-status not = '00'
               close registry-file
               display 'PTNRECON: partner ' ws-partner-id
               display '  is not on the registry - run refused.'
               move spaces to ws-print-line
               string 'PARTNER NOT IN REGISTRY: ' delimited by size
                      ws-partner-id delimited by size
                      ' - NOTHING RECONCILED' delimited by size
                   into ws-print-line
               move '0' to ws-asa-control
               perform write-report-line
               close report-file
               move 8 to return-code
               stop run
           end-if
           close registry-file
           move preg-row-start to ws-reg-row-start
           move preg-row-end to ws-reg-row-end
           move preg-col-start to ws-reg-col-start
           move preg-col-end to ws-reg-col-end
           move spaces to ws-print-line
           if preg-last-run-number = 0
               string 'PARTNER: ' delimited by size
                      ws-partner-id delimited by size
                      '  NOTHING RECEIVED YET' delimited by size
                   into ws-print-line
           else
               string 'PARTNER: ' delimited by size
                      ws-partner-id delimited by size
                      '  LAST RUN NBR RECEIVED ' delimited by size
                      preg-last-run-number delimited by size
                      ' ON ' delimited by size
                      preg-last-recv-date delimited by size
                   into ws-print-line
           end-if
           perform write-report-line.

      *    one key where the two sides disagree. If TBLOVRD holds
      *    a patch for the key and the patched value is the value
      *    on either side, the difference is a legitimate patch
      *    and is held for the override section; otherwise it is
      *    a discrepancy and is listed now.
       classify-one-difference.
           move 0 to ws-explained
           move spaces to ws-ovrd-value
           if ws-no-overrides = 0
               move ws-diff-key to ovrd-key
               read override-file
               if ws-ovrd-status = '00'
                   move ovrd-product to ws-ovrd-value
                   if ws-ovrd-value = ws-diff-house
                           or ws-ovrd-value = ws-diff-partner
                       move 1 to ws-explained
                   end-if
               end-if
           end-if

           if ws-explained = 1
               add 1 to ws-explained-count
               if ws-expl-count >= ws-expl-max
                   move 1 to ws-expl-other
               else
                   add 1 to ws-expl-count
                   move ws-diff-kind to ws-ex-kind(ws-expl-count)
                   move ws-diff-key to ws-ex-key(ws-expl-count)
                   move ws-diff-house to ws-ex-house(ws-expl-count)
                   move ws-diff-partner
                       to ws-ex-partner(ws-expl-count)
                   move ws-ovrd-value
                       to ws-ex-override(ws-expl-count)
               end-if
               exit paragraph
           end-if

           evaluate ws-diff-kind
               when 'HOUSE ONLY'
                   add 1 to ws-house-only-count
               when 'PARTNER ONLY'
                   add 1 to ws-partner-only-count
               when other
                   add 1 to ws-differ-count
           end-evaluate
           move spaces to ws-print-line
           string ws-diff-kind delimited by size
                  '  KEY=' delimited by size
                  ws-diff-key delimited by size
                  '  HOUSE VALUE=' delimited by size
                  ws-diff-house delimited by size
                  '  PARTNER VALUE=' delimited by size
                  ws-diff-partner delimited by size
               into ws-print-line
           perform write-report-line.

      *    the differences TBLOVRD explains, each with the patched
      *    value alongside, so a legitimate patch is visible but
      *    never raised as a partner error.
       report-explained-differences.
           move spaces to ws-print-line
           move 'DIFFERENCES EXPLAINED BY AN OVERRIDE ON TBLOVRD'
               to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           if ws-expl-count = 0
               move spaces to ws-print-line
               move '  (NONE)' to ws-print-line
               perform write-report-line
           end-if
           perform varying ws-expl-sub from 1 by 1
                   until ws-expl-sub > ws-expl-count
               move spaces to ws-print-line
               string ws-ex-kind(ws-expl-sub) delimited by size
                      '  KEY=' delimited by size
                      ws-ex-key(ws-expl-sub) delimited by size
                      '  HOUSE VALUE=' delimited by size
                      ws-ex-house(ws-expl-sub) delimited by size
                      '  PARTNER VALUE=' delimited by size
                      ws-ex-partner(ws-expl-sub) delimited by size
                      '  OVERRIDE VALUE=' delimited by size
                      ws-ex-override(ws-expl-sub) delimited by size
                   into ws-print-line
               perform write-report-line
           end-perform
           if ws-expl-other = 1
               move spaces to ws-print-line
               string '(MORE OVERRIDE-EXPLAINED DIFFERENCES THAN '
                      delimited by size
                      'THE LIST HOLDS - ALL ARE COUNTED BELOW)'
                      delimited by size
                   into ws-print-line
               perform write-report-line
           end-if.

       report-control-totals.
           move spaces to ws-print-line
           move 'CONTROL TOTALS' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move ws-house-only-count to ws-count-edit
           move spaces to ws-print-line
           string '  HOUSE ONLY:          ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-partner-only-count to ws-count-edit
           move spaces to ws-print-line
           string '  PARTNER ONLY:        ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-differ-count to ws-count-edit
           move spaces to ws-print-line
           string '  VALUE DIFFERS:       ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-explained-count to ws-count-edit
           move spaces to ws-print-line
           string '  OVERRIDE EXPLAINED:  ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-agree-count to ws-count-edit
           move spaces to ws-print-line
           string '  CELLS IN AGREEMENT:  ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-outside-count to ws-count-edit
           move spaces to ws-print-line
           string '  OUTSIDE PARTNER RANGES: ' delimited by size
                  ws-count-edit delimited by size
                  '  (HOUSE CELLS NOT MATCHED)' delimited by size
               into ws-print-line
           perform write-report-line
           move spaces to ws-print-line
           if ws-house-only-count > 0 or ws-partner-only-count > 0
                   or ws-differ-count > 0
               string 'PARTNER OUT OF STEP WITH THE HOUSE - '
                      delimited by size
                      'DISCREPANCIES LISTED ABOVE' delimited by size
                   into ws-print-line
           else
               string 'PARTNER IN AGREEMENT WITH THE HOUSE'
                      delimited by size
                   into ws-print-line
           end-if
           move '0' to ws-asa-control
           perform write-report-line.

      *    next house cell off the live file inside the partner's
      *    registered ranges; a cell outside them is counted and
      *    passed over. High-values in the working key marks end
      *    of file.
       read-house-side.
           move 0 to ws-house-taken
           perform until ws-house-taken = 1
               read lookup-file next record
                   at end
                       move high-values to ws-house-key
                       move spaces to ws-house-product
                       move 1 to ws-house-taken
                   not at end
                       if lookup-factor1 < ws-reg-row-start
                               or lookup-factor1 > ws-reg-row-end
                               or lookup-factor2 < ws-reg-col-start
                               or lookup-factor2 > ws-reg-col-end
                           add 1 to ws-outside-count
                       else
                           move lookup-key to ws-house-key
                           move lookup-product to ws-house-product
                           move 1 to ws-house-taken
                       end-if
               end-read
           end-perform.

      *    next cell of this partner; the partner's cells end at
      *    the first record of the next partner id or at end of
      *    file, and either way the side is marked exhausted.
       read-partner-side.
           read partner-file next record
               at end
                   move high-values to ws-partner-key
                   move spaces to ws-partner-product
               not at end
                   if ptn-partner-id not = ws-partner-id
                       move high-values to ws-partner-key
                       move spaces to ws-partner-product
                   else
                       move ptn-record(9:4) to ws-partner-key
                       move ptn-product to ws-partner-product
                   end-if
           end-read.

      *    start a new report page: ASA skip-to-channel-1 on the
      *    page header with the run identification.
       print-page-heading.
           move zero to ws-lines-on-page
           add 1 to ws-page-count
           move ws-page-count to ws-page-edit
           move spaces to ws-print-line
           string 'PTNRECON  HOUSE VERSUS PARTNER RECONCILIATION'
                  delimited by size
                  '  PARTNER=' delimited by size
                  ws-partner-id delimited by size
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
               display 'PTNRECON: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'PTNRECON: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Ptnrecon.
