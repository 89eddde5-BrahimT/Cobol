       IDENTIFICATION DIVISION.
       PROGRAM-Id. Tblanlz as "Tblanlz".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Value analysis of one table, for answering a customer who
      *questions a row or a column. The RESULT1 and RESULT2 lines
      *of the generator give one grand total and one average; this
      *run takes the live TBLKEYED, or one generation retained in
      *GENLIB chosen by its run number, and prints to ANLZRPT:
      *   - the cells as a grid, row factors down and column
      *     factors across, every cell that holds a TBLOVRD
      *     override marked with an asterisk;
      *   - a subtotal for every row factor and every column
      *     factor, with the number of overridden cells in it and
      *     how far the overrides move it from the generated
      *     values;
      *   - the cross-foot proof: the row subtotals and the column
      *     subtotals each added up and held against the grand
      *     total of the cells;
      *   - the minimum, maximum, and median cell value;
      *   - a frequency distribution of the cell values in bands
      *     set on the control card;
      *   - every overridden cell with its override value, the
      *     generated value, and the move between them.
      *
      *An override moves a cell from its generated value. For a
      *GENLIB generation the generated value is the cell itself;
      *for the live file it is the cell in the newest generation
      *in GENLIB, and an override not yet put back by OVRAPPLY is
      *shown as pending. Return code 0 means the analysis was
      *printed and the totals cross-foot, 8 that they did not or
      *the run was refused, 12 a file error.
      *
      *Control card (columns 1-66):
      *   1-6    GENLIB run number to analyse, blank or zeros =
      *          the live TBLKEYED
      *   7-66   up to ten frequency band upper limits, six digits
      *          each, ascending; the first blank field ends the
      *          list and a last open band takes the values above
      *          it. With no limits the range from the minimum to
      *          the maximum value is cut into ten equal bands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOKUP-FILE ASSIGN TO "TBLKEYED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT GEN-LIB-FILE ASSIGN TO "GENLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-KEY
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "TBLOVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ANLZRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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

       FD  GEN-LIB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS.
           COPY "GENREC.cpy".

       FD  OVERRIDE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY "TBLKEY.cpy" REPLACING LEADING ==LOOKUP== BY
           ==OVRD==.

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

        01 ws-lookup-status pic XX.
        01 ws-gen-status pic XX.
        01 ws-ovrd-status pic XX.
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
        01 ws-report-title pic X(40).

      *    the control card: the source of the cells and the band
      *    limits of the frequency distribution.
        01 ws-control-card pic X(80).
        01 ws-source-run pic 9(6) value 0.
        01 ws-live-mode pic 9(1) value 1.
        01 ws-band-field pic X(6).
        01 ws-card-pos pic s9(4) comp value 0.
        01 ws-default-bands pic 9(1) value 0.
        01 ws-band-width pic s9(7) comp value 0.
        01 ws-band-max pic s9(4) comp value 10.
        01 ws-band-count pic s9(4) comp value 0.
        01 ws-band-sub pic s9(4) comp value 0.
        01 ws-band-table.
           02 ws-band-entry occurs 11 times.
              05 ws-band-limit pic 9(6).
              05 ws-band-cells pic s9(7) comp.
        01 ws-band-from pic 9(7).

      *    every cell of the table by factor pair - the factors run
      *    00 to 99, so a factor's entry is the factor plus one -
      *    with the row and column subtotals beside it.
        01 ws-grid.
           02 ws-grid-row occurs 100 times.
              05 ws-grid-cell occurs 100 times.
                 10 ws-gc-present pic 9(1).
                 10 ws-gc-value pic 9(6).
                 10 ws-gc-ovrd pic 9(1).
        01 ws-row-total-table.
           02 ws-row-total-entry occurs 100 times.
              05 ws-rt-cells pic s9(5) comp.
              05 ws-rt-total pic s9(11) comp.
              05 ws-rt-ovrd pic s9(5) comp.
              05 ws-rt-move pic s9(11) comp.
        01 ws-col-total-table.
           02 ws-col-total-entry occurs 100 times.
              05 ws-ct-cells pic s9(5) comp.
              05 ws-ct-total pic s9(11) comp.
              05 ws-ct-ovrd pic s9(5) comp.
              05 ws-ct-move pic s9(11) comp.
        01 ws-row-sub pic s9(4) comp value 0.
        01 ws-col-sub pic s9(4) comp value 0.

      *    the column factors that hold cells, ascending, for the
      *    grid; the grid prints eighteen columns to a panel.
        01 ws-col-list-table.
           02 ws-col-list pic 9(2) occurs 100 times.
        01 ws-col-list-count pic s9(4) comp value 0.
        01 ws-col-list-sub pic s9(4) comp value 0.
        01 ws-panel-width pic s9(4) comp value 18.
        01 ws-panel-start pic s9(4) comp value 0.
        01 ws-panel-end pic s9(4) comp value 0.
        01 ws-report-col pic s9(4) comp value 0.

      *    every cell value in ascending order, for the median and
      *    the bands; kept in order as the cells are loaded.
        01 ws-value-table.
           02 ws-value-entry pic 9(6) occurs 10000 times.
        01 ws-value-count pic s9(5) comp value 0.
        01 ws-sort-sub pic s9(5) comp value 0.
        01 ws-sort-done pic 9(1) value 0.
        01 ws-value-sub pic s9(5) comp value 0.

        01 ws-cell-row pic 9(2).
        01 ws-cell-col pic 9(2).
        01 ws-cell-value pic 9(6).
        01 ws-cell-count pic s9(7) comp value 0.
        01 ws-grand-total pic s9(11) comp value 0.
        01 ws-row-foot pic s9(11) comp value 0.
        01 ws-col-foot pic s9(11) comp value 0.
        01 ws-row-foot-cells pic s9(7) comp value 0.
        01 ws-col-foot-cells pic s9(7) comp value 0.
        01 ws-min-value pic 9(6) value 0.
        01 ws-min-row pic 9(2) value 0.
        01 ws-min-col pic 9(2) value 0.
        01 ws-max-value pic 9(6) value 0.
        01 ws-max-row pic 9(2) value 0.
        01 ws-max-col pic 9(2) value 0.
        01 ws-median pic 9(6)v9 value 0.
        01 ws-average pic 9(6)v9 value 0.
        01 ws-percent pic 9(3)v9 value 0.

      *    the override pass: the newest generation the live file
      *    was generated as, and what the overrides add up to.
        01 ws-gen-open pic 9(1) value 0.
        01 ws-no-overrides pic 9(1) value 0.
        01 ws-scan-done pic 9(1) value 0.
        01 ws-base-run pic 9(6) value 0.
        01 ws-base-value pic 9(6) value 0.
        01 ws-base-found pic 9(1) value 0.
        01 ws-move pic s9(7) value 0.
        01 ws-total-move pic s9(11) comp value 0.
        01 ws-ovrd-count pic s9(7) comp value 0.
        01 ws-ovrd-outside pic s9(7) comp value 0.
        01 ws-base-missing pic s9(7) comp value 0.
        01 ws-pending-count pic s9(7) comp value 0.

        01 ws-factor-edit pic Z9.
        01 ws-factor-edit2 pic Z9.
        01 ws-value-edit pic Z(5)9.
        01 ws-value-edit2 pic Z(5)9.
        01 ws-value-edit3 pic Z(5)9.
        01 ws-count-edit pic Z(6)9.
        01 ws-count-edit2 pic Z(6)9.
        01 ws-total-edit pic Z(10)9.
        01 ws-total-edit2 pic Z(10)9.
        01 ws-total-edit3 pic Z(10)9.
        01 ws-move-edit pic -(10)9.
        01 ws-median-edit pic Z(5)9.9.
        01 ws-percent-edit pic ZZ9.9.

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

           perform take-control-card

           move zeros to ws-grid
           perform varying ws-row-sub from 1 by 1
                   until ws-row-sub > 100
               move 0 to ws-rt-cells(ws-row-sub)
               move 0 to ws-rt-total(ws-row-sub)
               move 0 to ws-rt-ovrd(ws-row-sub)
               move 0 to ws-rt-move(ws-row-sub)
               move 0 to ws-ct-cells(ws-row-sub)
               move 0 to ws-ct-total(ws-row-sub)
               move 0 to ws-ct-ovrd(ws-row-sub)
               move 0 to ws-ct-move(ws-row-sub)
           end-perform
           perform varying ws-band-sub from 1 by 1
                   until ws-band-sub > ws-band-max + 1
               move 0 to ws-band-cells(ws-band-sub)
           end-perform

           open output report-file
           if ws-report-status not = '00'
               display 'TBLANLZ: could not open ANLZRPT - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           perform print-page-heading

      *    the generation library is the source of a generation
      *    analysis and the base of the override moves on the live
      *    file. Without it the live file is still analysed, with
      *    the moves left out.
           open input gen-lib-file
           if ws-gen-status = '00'
               move 1 to ws-gen-open
           else
               if ws-live-mode = 0
                   display 'TBLANLZ: could not open GENLIB - '
                   display '  run aborted.'
                   move 12 to return-code
                   close report-file
                   stop run
               end-if
               move spaces to ws-print-line
               string 'GENLIB NOT AVAILABLE - OVERRIDE MOVES FROM '
                      delimited by size
                      'THE GENERATED VALUES NOT SHOWN'
                      delimited by size
                   into ws-print-line
               perform write-report-line
           end-if

           if ws-live-mode = 1
               perform load-live-table
               perform find-newest-generation
           else
               perform load-generation
           end-if

           if ws-cell-count = 0
               move spaces to ws-print-line
               if ws-live-mode = 1
                   move 'TBLKEYED HOLDS NO CELLS - NOTHING TO ANALYSE'
                       to ws-print-line
               else
                   string 'RUN ' delimited by size
                          ws-source-run delimited by size
                          ' IS NOT RETAINED IN GENLIB - NOTHING TO '
                          delimited by size
                          'ANALYSE' delimited by size
                       into ws-print-line
               end-if
               move '0' to ws-asa-control
               perform write-report-line
               display 'TBLANLZ: ' ws-print-line
               move 8 to return-code
               perform close-all-files
               stop run
           end-if

           perform mark-override-cells

           perform print-cell-grid
           perform print-row-subtotals
           perform print-column-subtotals
           perform print-cross-foot
           perform print-statistics
           perform print-distribution
           perform print-overridden-cells

           perform close-all-files

           goback.

      *    the source and the band limits off the control card. A
      *    band limit that is not numeric, or not above the one
      *    before it, refuses the run before anything is read.
       take-control-card.
           move spaces to ws-control-card
           accept ws-control-card from sysin
           if ws-control-card(1:6) = spaces
                   or ws-control-card(1:6) = '000000'
               move 1 to ws-live-mode
               move 'VALUE ANALYSIS OF TBLKEYED' to ws-report-title
           else
               if ws-control-card(1:6) is not numeric
                   display 'TBLANLZ: the run number in columns 1-6 '
                   display '  is not numeric - run aborted.'
                   move 8 to return-code
                   stop run
               end-if
               move 0 to ws-live-mode
               move ws-control-card(1:6) to ws-source-run
               move spaces to ws-report-title
               string 'VALUE ANALYSIS OF GENLIB RUN '
                      delimited by size
                      ws-source-run delimited by size
                   into ws-report-title
           end-if

           move 0 to ws-band-count
           move 7 to ws-card-pos
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
                   or ws-band-count >= ws-band-max
               move ws-control-card(ws-card-pos:6) to ws-band-field
               if ws-band-field = spaces
                   move 1 to ws-scan-done
               else
                   if ws-band-field is not numeric
                       display 'TBLANLZ: band limit ' ws-band-field
                       display '  is not numeric - run aborted.'
                       move 8 to return-code
                       stop run
                   end-if
                   if ws-band-count > 0
                       if ws-band-field not >
                               ws-band-limit(ws-band-count)
                           display 'TBLANLZ: band limit '
                               ws-band-field
                           display '  is not above the one before '
                               'it - run aborted.'
                           move 8 to return-code
                           stop run
                       end-if
                   end-if
                   add 1 to ws-band-count
                   move ws-band-field to ws-band-limit(ws-band-count)
                   add 6 to ws-card-pos
               end-if
           end-perform
           if ws-band-count = 0
               move 1 to ws-default-bands
           end-if.

      *    the live file read through in key order, row by row.
       load-live-table.
           open input lookup-file
           if ws-lookup-status not = '00'
               display 'TBLANLZ: could not open TBLKEYED - '
               display '  run aborted.'
               move 12 to return-code
               perform close-all-files
               stop run
           end-if
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read lookup-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       move lookup-factor1 to ws-cell-row
                       move lookup-factor2 to ws-cell-col
                       move lookup-product to ws-cell-value
                       perform record-cell
               end-read
           end-perform
           close lookup-file.

      *    one generation out of the library: positioned on the
      *    first key of the run and read forward while the run
      *    number holds.
       load-generation.
           move ws-source-run to gen-run-number
           move 0 to gen-factor1
           move 0 to gen-factor2
           start gen-lib-file key not less than gen-key
           if ws-gen-status not = '00'
               exit paragraph
           end-if
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read gen-lib-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       if gen-run-number not = ws-source-run
                           move 1 to ws-scan-done
                       else
                           move gen-factor1 to ws-cell-row
                           move gen-factor2 to ws-cell-col
                           move gen-product to ws-cell-value
                           perform record-cell
                       end-if
               end-read
           end-perform.

      *    the newest generation in the library is the one the
      *    live file was generated as; the key order brings the
      *    runs up ascending, so it is the last run read.
       find-newest-generation.
           if ws-gen-open = 0
               exit paragraph
           end-if
           move zeros to gen-key
           start gen-lib-file key not less than gen-key
           if ws-gen-status not = '00'
               exit paragraph
           end-if
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read gen-lib-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       move gen-run-number to ws-base-run
               end-read
           end-perform.

      *    one cell into the grid, its row and column subtotals,
      *    the grand total, the low and high values, and the
      *    ordered value list.
       record-cell.
           compute ws-row-sub = ws-cell-row + 1
           compute ws-col-sub = ws-cell-col + 1
           move 1 to ws-gc-present(ws-row-sub ws-col-sub)
           move ws-cell-value to ws-gc-value(ws-row-sub ws-col-sub)
           add 1 to ws-rt-cells(ws-row-sub)
           add ws-cell-value to ws-rt-total(ws-row-sub)
           add 1 to ws-ct-cells(ws-col-sub)
           add ws-cell-value to ws-ct-total(ws-col-sub)
           add 1 to ws-cell-count
           add ws-cell-value to ws-grand-total
           if ws-cell-count = 1 or ws-cell-value < ws-min-value
               move ws-cell-value to ws-min-value
               move ws-cell-row to ws-min-row
               move ws-cell-col to ws-min-col
           end-if
           if ws-cell-count = 1 or ws-cell-value > ws-max-value
               move ws-cell-value to ws-max-value
               move ws-cell-row to ws-max-row
               move ws-cell-col to ws-max-col
           end-if
           perform insert-sorted-value.

      *    the value goes into the ordered list behind every value
      *    not above it, the higher ones moving up one place.
       insert-sorted-value.
           add 1 to ws-value-count
           move ws-value-count to ws-sort-sub
           move 0 to ws-sort-done
           perform until ws-sort-done = 1
               if ws-sort-sub = 1
                   move 1 to ws-sort-done
               else
                   if ws-value-entry(ws-sort-sub - 1) > ws-cell-value
                       move ws-value-entry(ws-sort-sub - 1)
                           to ws-value-entry(ws-sort-sub)
                       subtract 1 from ws-sort-sub
                   else
                       move 1 to ws-sort-done
                   end-if
               end-if
           end-perform
           move ws-cell-value to ws-value-entry(ws-sort-sub).

      *    first pass of the override file: mark every overridden
      *    cell in the grid and add the override's move to its row
      *    and column. An override whose key is not a cell of this
      *    table is only counted.
       mark-override-cells.
           open input override-file
           if ws-ovrd-status = '35'
               move 1 to ws-no-overrides
               exit paragraph
           end-if
           if ws-ovrd-status not = '00'
               display 'TBLANLZ: could not open TBLOVRD - '
               display '  run aborted.'
               move 12 to return-code
               perform close-all-files
               stop run
           end-if
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read override-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       perform note-override
               end-read
           end-perform
           close override-file.

       note-override.
           compute ws-row-sub = ovrd-factor1 + 1
           compute ws-col-sub = ovrd-factor2 + 1
           if ws-gc-present(ws-row-sub ws-col-sub) = 0
               add 1 to ws-ovrd-outside
               exit paragraph
           end-if
           move 1 to ws-gc-ovrd(ws-row-sub ws-col-sub)
           add 1 to ws-ovrd-count
           add 1 to ws-rt-ovrd(ws-row-sub)
           add 1 to ws-ct-ovrd(ws-col-sub)
           perform find-generated-value
           if ws-base-found = 1
               compute ws-move = ovrd-product - ws-base-value
               add ws-move to ws-rt-move(ws-row-sub)
               add ws-move to ws-ct-move(ws-col-sub)
               add ws-move to ws-total-move
           else
               add 1 to ws-base-missing
           end-if.

      *    the generated value under the override in hand: the
      *    cell itself in a generation, the same key in the newest
      *    generation for the live file.
       find-generated-value.
           move 0 to ws-base-found
           move 0 to ws-base-value
           if ws-live-mode = 0
               move ws-gc-value(ws-row-sub ws-col-sub)
                   to ws-base-value
               move 1 to ws-base-found
               exit paragraph
           end-if
           if ws-gen-open = 0 or ws-base-run = 0
               exit paragraph
           end-if
           move ws-base-run to gen-run-number
           move ovrd-factor1 to gen-factor1
           move ovrd-factor2 to gen-factor2
           read gen-lib-file
           if ws-gen-status = '00'
               move gen-product to ws-base-value
               move 1 to ws-base-found
           end-if.

      *    the cells as a grid: a row factor down the left and
      *    eighteen column factors to a panel across, each value
      *    followed by an asterisk when the cell holds an override.
       print-cell-grid.
           move 0 to ws-col-list-count
           perform varying ws-col-sub from 1 by 1
                   until ws-col-sub > 100
               if ws-ct-cells(ws-col-sub) > 0
                   add 1 to ws-col-list-count
                   compute ws-col-list(ws-col-list-count) =
                       ws-col-sub - 1
               end-if
           end-perform
           move 1 to ws-panel-start
           perform until ws-panel-start > ws-col-list-count
               compute ws-panel-end =
                   ws-panel-start + ws-panel-width - 1
               if ws-panel-end > ws-col-list-count
                   move ws-col-list-count to ws-panel-end
               end-if
               perform print-grid-panel
               add ws-panel-width to ws-panel-start
           end-perform.

       print-grid-panel.
           move ws-col-list(ws-panel-start) to ws-factor-edit
           move ws-col-list(ws-panel-end) to ws-factor-edit2
           move spaces to ws-print-line
           string 'CELL GRID - COLUMN FACTORS ' delimited by size
                  ws-factor-edit delimited by size
                  ' TO ' delimited by size
                  ws-factor-edit2 delimited by size
                  '   (* = CELL HOLDS A TBLOVRD OVERRIDE)'
                  delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move spaces to ws-print-line
           move '   ROW' to ws-print-line(1:6)
           move 7 to ws-report-col
           perform varying ws-col-list-sub from ws-panel-start by 1
                   until ws-col-list-sub > ws-panel-end
               move ws-col-list(ws-col-list-sub) to ws-value-edit
               move ws-value-edit to ws-print-line(ws-report-col:6)
               add 7 to ws-report-col
           end-perform
           perform write-report-line
           perform varying ws-row-sub from 1 by 1
                   until ws-row-sub > 100
               if ws-rt-cells(ws-row-sub) > 0
                   perform print-grid-row
               end-if
           end-perform.

       print-grid-row.
           move spaces to ws-print-line
           compute ws-value-edit = ws-row-sub - 1
           move ws-value-edit to ws-print-line(1:6)
           move 7 to ws-report-col
           perform varying ws-col-list-sub from ws-panel-start by 1
                   until ws-col-list-sub > ws-panel-end
               compute ws-col-sub = ws-col-list(ws-col-list-sub) + 1
               if ws-gc-present(ws-row-sub ws-col-sub) = 1
                   move ws-gc-value(ws-row-sub ws-col-sub)
                       to ws-value-edit
                   move ws-value-edit
                       to ws-print-line(ws-report-col:6)
                   if ws-gc-ovrd(ws-row-sub ws-col-sub) = 1
                       move '*' to ws-print-line(ws-report-col + 6:1)
                   end-if
               end-if
               add 7 to ws-report-col
           end-perform
           perform write-report-line.

      *    a subtotal line for every row factor that holds cells,
      *    and the row subtotals added up for the cross-foot.
       print-row-subtotals.
           move 'ROW SUBTOTALS' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move 0 to ws-row-foot
           move 0 to ws-row-foot-cells
           perform varying ws-row-sub from 1 by 1
                   until ws-row-sub > 100
               if ws-rt-cells(ws-row-sub) > 0
                   add ws-rt-total(ws-row-sub) to ws-row-foot
                   add ws-rt-cells(ws-row-sub) to ws-row-foot-cells
                   compute ws-factor-edit = ws-row-sub - 1
                   move spaces to ws-print-line
                   string '  ROW ' delimited by size
                          ws-factor-edit delimited by size
                       into ws-print-line
                   move ws-rt-cells(ws-row-sub) to ws-count-edit
                   move ws-rt-total(ws-row-sub) to ws-total-edit
                   move ws-rt-ovrd(ws-row-sub) to ws-count-edit2
                   move ws-rt-move(ws-row-sub) to ws-move-edit
                   perform format-subtotal-line
               end-if
           end-perform
           move spaces to ws-print-line
           move '  ALL ROWS' to ws-print-line
           move ws-row-foot-cells to ws-count-edit
           move ws-row-foot to ws-total-edit
           move ws-ovrd-count to ws-count-edit2
           move ws-total-move to ws-move-edit
           perform format-subtotal-line.

      *    a subtotal line for every column factor that holds
      *    cells, and the column subtotals added up.
       print-column-subtotals.
           move 'COLUMN SUBTOTALS' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move 0 to ws-col-foot
           move 0 to ws-col-foot-cells
           perform varying ws-col-sub from 1 by 1
                   until ws-col-sub > 100
               if ws-ct-cells(ws-col-sub) > 0
                   add ws-ct-total(ws-col-sub) to ws-col-foot
                   add ws-ct-cells(ws-col-sub) to ws-col-foot-cells
                   compute ws-factor-edit = ws-col-sub - 1
                   move spaces to ws-print-line
                   string '  COLUMN ' delimited by size
                          ws-factor-edit delimited by size
                       into ws-print-line
                   move ws-ct-cells(ws-col-sub) to ws-count-edit
                   move ws-ct-total(ws-col-sub) to ws-total-edit
                   move ws-ct-ovrd(ws-col-sub) to ws-count-edit2
                   move ws-ct-move(ws-col-sub) to ws-move-edit
                   perform format-subtotal-line
               end-if
           end-perform
           move spaces to ws-print-line
           move '  ALL COLUMNS' to ws-print-line
           move ws-col-foot-cells to ws-count-edit
           move ws-col-foot to ws-total-edit
           move ws-ovrd-count to ws-count-edit2
           move ws-total-move to ws-move-edit
           perform format-subtotal-line.

      *    the figures of one subtotal line after its label, which
      *    the caller has left in the first columns of the line.
       format-subtotal-line.
           string '  CELLS ' delimited by size
                  ws-count-edit delimited by size
                  '  SUBTOTAL ' delimited by size
                  ws-total-edit delimited by size
                  '  OVERRIDDEN ' delimited by size
                  ws-count-edit2 delimited by size
                  '  OVERRIDE MOVE ' delimited by size
                  ws-move-edit delimited by size
               into ws-print-line(15:118)
           perform write-report-line.

      *    the proof: the row subtotals and the column subtotals
      *    must each add up to the grand total of the cells, and
      *    each count every cell once.
       print-cross-foot.
           move 'CROSS-FOOT PROOF' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move ws-row-foot to ws-total-edit
           move ws-col-foot to ws-total-edit2
           move ws-grand-total to ws-total-edit3
           move spaces to ws-print-line
           string '  ROW SUBTOTALS ' delimited by size
                  ws-total-edit delimited by size
                  '  COLUMN SUBTOTALS ' delimited by size
                  ws-total-edit2 delimited by size
                  '  GRAND TOTAL ' delimited by size
                  ws-total-edit3 delimited by size
               into ws-print-line
           perform write-report-line
           move spaces to ws-print-line
           if ws-row-foot = ws-grand-total
                   and ws-col-foot = ws-grand-total
                   and ws-row-foot-cells = ws-cell-count
                   and ws-col-foot-cells = ws-cell-count
               string '  IN BALANCE - ROWS AND COLUMNS CROSS-FOOT '
                      delimited by size
                      'TO THE GRAND TOTAL' delimited by size
                   into ws-print-line
           else
               string '  *OUT OF BALANCE* - ROWS AND COLUMNS DO '
                      delimited by size
                      'NOT CROSS-FOOT TO THE GRAND TOTAL'
                      delimited by size
                   into ws-print-line
               display 'TBLANLZ: row and column subtotals do not '
                   'cross-foot to the grand total.'
               move 8 to return-code
           end-if
           perform write-report-line.

      *    the cell count, the average, the lowest and highest
      *    values with the first cell holding each, and the median
      *    - the middle value of the ordered list, or the mean of
      *    the middle two when the count is even.
       print-statistics.
           move 'CELL VALUE STATISTICS' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           compute ws-average rounded = ws-grand-total / ws-cell-count
           move ws-average to ws-median-edit
           move ws-cell-count to ws-count-edit
           move spaces to ws-print-line
           string '  CELLS ' delimited by size
                  ws-count-edit delimited by size
                  '  AVERAGE ' delimited by size
                  ws-median-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-min-value to ws-value-edit
           move ws-min-row to ws-factor-edit
           move ws-min-col to ws-factor-edit2
           move spaces to ws-print-line
           string '  MINIMUM ' delimited by size
                  ws-value-edit delimited by size
                  '  FIRST AT ROW ' delimited by size
                  ws-factor-edit delimited by size
                  ' COLUMN ' delimited by size
                  ws-factor-edit2 delimited by size
               into ws-print-line
           perform write-report-line
           move ws-max-value to ws-value-edit
           move ws-max-row to ws-factor-edit
           move ws-max-col to ws-factor-edit2
           move spaces to ws-print-line
           string '  MAXIMUM ' delimited by size
                  ws-value-edit delimited by size
                  '  FIRST AT ROW ' delimited by size
                  ws-factor-edit delimited by size
                  ' COLUMN ' delimited by size
                  ws-factor-edit2 delimited by size
               into ws-print-line
           perform write-report-line
           divide ws-value-count by 2 giving ws-value-sub
               remainder ws-sort-sub
           if ws-sort-sub = 1
               add 1 to ws-value-sub
               move ws-value-entry(ws-value-sub) to ws-median
           else
               compute ws-median rounded =
                   (ws-value-entry(ws-value-sub)
                    + ws-value-entry(ws-value-sub + 1)) / 2
           end-if
           move ws-median to ws-median-edit
           move spaces to ws-print-line
           string '  MEDIAN  ' delimited by size
                  ws-median-edit delimited by size
               into ws-print-line
           perform write-report-line.

      *    the cells counted into their bands off the ordered
      *    list. Without limits on the card the range from the
      *    minimum to the maximum is cut into ten equal bands.
      *    Every value above the last limit falls in a last open
      *    band.
       print-distribution.
           if ws-default-bands = 1
               compute ws-band-width =
                   (ws-max-value - ws-min-value) / ws-band-max + 1
               move ws-band-max to ws-band-count
               subtract 1 from ws-band-count
               perform varying ws-band-sub from 1 by 1
                       until ws-band-sub > ws-band-count
                   compute ws-band-limit(ws-band-sub) =
                       ws-min-value + ws-band-width * ws-band-sub - 1
               end-perform
           end-if
           move 1 to ws-band-sub
           perform varying ws-value-sub from 1 by 1
                   until ws-value-sub > ws-value-count
               perform until ws-band-sub > ws-band-count
                   or ws-value-entry(ws-value-sub)
                       not > ws-band-limit(ws-band-sub)
                   add 1 to ws-band-sub
               end-perform
               add 1 to ws-band-cells(ws-band-sub)
           end-perform

           move 'FREQUENCY DISTRIBUTION' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           if ws-default-bands = 1
               move '  TEN EQUAL BANDS FROM THE MINIMUM TO THE MAXIMUM'
                   to ws-print-line
               perform write-report-line
           end-if
           move 0 to ws-band-from
           if ws-default-bands = 1
               move ws-min-value to ws-band-from
           end-if
           perform varying ws-band-sub from 1 by 1
                   until ws-band-sub > ws-band-count + 1
               move ws-band-from to ws-value-edit
               move ws-band-cells(ws-band-sub) to ws-count-edit
               compute ws-percent rounded =
                   ws-band-cells(ws-band-sub) * 100 / ws-cell-count
               move ws-percent to ws-percent-edit
               move spaces to ws-print-line
               if ws-band-sub > ws-band-count
                   string '  ' delimited by size
                          ws-value-edit delimited by size
                          ' AND ABOVE' delimited by size
                       into ws-print-line
               else
                   move ws-band-limit(ws-band-sub) to ws-value-edit2
                   string '  ' delimited by size
                          ws-value-edit delimited by size
                          ' TO ' delimited by size
                          ws-value-edit2 delimited by size
                       into ws-print-line
                   compute ws-band-from =
                       ws-band-limit(ws-band-sub) + 1
               end-if
               string '  CELLS ' delimited by size
                      ws-count-edit delimited by size
                      '  PERCENT ' delimited by size
                      ws-percent-edit delimited by size
                   into ws-print-line(25:108)
               perform write-report-line
           end-perform.

      *    second pass of the override file: every overridden cell
      *    of this table with the override value, the generated
      *    value under it, and the move between them. On the live
      *    file, a cell that does not yet hold its override value
      *    is waiting for OVRAPPLY and is shown as pending.
       print-overridden-cells.
           move 'OVERRIDDEN CELLS' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           if ws-no-overrides = 1
               move '  NO OVERRIDE FILE ON HAND - NO CELL OVERRIDDEN'
                   to ws-print-line
               perform write-report-line
               exit paragraph
           end-if
           if ws-live-mode = 1
               move spaces to ws-print-line
               if ws-base-run = 0
                   move '  NO GENERATION IN GENLIB - MOVES NOT SHOWN'
                       to ws-print-line
               else
                   string '  GENERATED VALUES FROM GENLIB RUN '
                          delimited by size
                          ws-base-run delimited by size
                       into ws-print-line
               end-if
               perform write-report-line
           end-if
           open input override-file
           if ws-ovrd-status not = '00'
               display 'TBLANLZ: could not reopen TBLOVRD - '
               display '  run aborted.'
               move 12 to return-code
               perform close-all-files
               stop run
           end-if
           move 0 to ws-scan-done
           perform until ws-scan-done = 1
               read override-file next record
                   at end
                       move 1 to ws-scan-done
                   not at end
                       perform print-override-line
               end-read
           end-perform
           close override-file

           move ws-ovrd-count to ws-count-edit
           move ws-total-move to ws-move-edit
           move spaces to ws-print-line
           string '  OVERRIDDEN CELLS ' delimited by size
                  ws-count-edit delimited by size
                  '  TOTAL OVERRIDE MOVE ' delimited by size
                  ws-move-edit delimited by size
               into ws-print-line
           perform write-report-line
           if ws-pending-count > 0
               move ws-pending-count to ws-count-edit
               move spaces to ws-print-line
               string '  PENDING OVRAPPLY   ' delimited by size
                      ws-count-edit delimited by size
                   into ws-print-line
               perform write-report-line
           end-if
           if ws-base-missing > 0
               move ws-base-missing to ws-count-edit
               move spaces to ws-print-line
               string '  NO GENERATED VALUE ' delimited by size
                      ws-count-edit delimited by size
                      '  (LEFT OUT OF THE MOVES)' delimited by size
                   into ws-print-line
               perform write-report-line
           end-if
           if ws-ovrd-outside > 0
               move ws-ovrd-outside to ws-count-edit
               move spaces to ws-print-line
               string '  OUTSIDE THIS TABLE ' delimited by size
                      ws-count-edit delimited by size
                      '  (OVERRIDES ON KEYS THAT ARE NOT CELLS HERE)'
                      delimited by size
                   into ws-print-line
               perform write-report-line
           end-if.

       print-override-line.
           compute ws-row-sub = ovrd-factor1 + 1
           compute ws-col-sub = ovrd-factor2 + 1
           if ws-gc-present(ws-row-sub ws-col-sub) = 0
               exit paragraph
           end-if
           perform find-generated-value
           move ovrd-factor1 to ws-factor-edit
           move ovrd-factor2 to ws-factor-edit2
           move ws-gc-value(ws-row-sub ws-col-sub) to ws-value-edit
           move ovrd-product to ws-value-edit2
           move spaces to ws-print-line
           string '  ROW ' delimited by size
                  ws-factor-edit delimited by size
                  ' COLUMN ' delimited by size
                  ws-factor-edit2 delimited by size
                  '  CELL ' delimited by size
                  ws-value-edit delimited by size
                  '  OVERRIDE ' delimited by size
                  ws-value-edit2 delimited by size
               into ws-print-line
           if ws-base-found = 1
               move ws-base-value to ws-value-edit3
               compute ws-move = ovrd-product - ws-base-value
               move ws-move to ws-move-edit
               string '  GENERATED ' delimited by size
                      ws-value-edit3 delimited by size
                      '  MOVE ' delimited by size
                      ws-move-edit delimited by size
                   into ws-print-line(52:81)
           else
               move '  GENERATED VALUE NOT ON GENLIB'
                   to ws-print-line(52:81)
           end-if
           if ws-live-mode = 1
                   and ws-gc-value(ws-row-sub ws-col-sub)
                       not = ovrd-product
               move '  PENDING OVRAPPLY' to ws-print-line(103:30)
               add 1 to ws-pending-count
           end-if
           perform write-report-line.

       close-all-files.
           if ws-gen-open = 1
               close gen-lib-file
               move 0 to ws-gen-open
           end-if
           close report-file.

      *    start a new report page: ASA skip-to-channel-1 on the
      *    page header with the run identification.
       print-page-heading.
           move zero to ws-lines-on-page
           add 1 to ws-page-count
           move ws-page-count to ws-page-edit
           move spaces to ws-print-line
           string 'TBLANLZ  ' delimited by size
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
           move 2 to ws-lines-on-page
           move spaces to ws-print-line.

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
           move spaces to ws-print-line
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
               display 'TBLANLZ: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLANLZ: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblanlz.
