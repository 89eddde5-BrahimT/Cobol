       IDENTIFICATION DIVISION.
       PROGRAM-Id. Tblbill as "Tblbill".
       AUTHOR. Brahim Boubakar Toure (040941268).

      *Monthly chargeback billing run for the table-generation
      *request queue. Reads QREQFILE for the requests TBLQUEUE has
      *filled, prices every completed (C) request from the keyed
      *rate file CHGRATE - the fee per request for its operation
      *code plus the fee per cell times the cells in the table it
      *produced - and prints one invoice per requester on INVRPT
      *with a line item per request and the requester's totals.
      *Rejected (E) requests are listed on the requester's invoice
      *but not charged. A summary page closes the report with the
      *control totals for the period.
      *
      *The charge-transfer extract CHGXFER for the general ledger
      *feed carries one detail record per requester charged, under
      *a header record with the period and a trailer record with
      *the detail count and the request, cell, and amount totals.
      *
      *A request is taken when it was filled in or before the
      *billing period and carries no billing period yet; a request
      *missed by an earlier month's run is picked up by the next.
      *Every request charged or listed is stamped with the billing
      *period once the invoices and the extract are written, so no
      *request is ever billed twice. A completed request whose
      *operation code has no rate is listed as not billed and left
      *unstamped for a later run once the rate is on file.
      *
      *The run refuses to start while a generator or queue run
      *holds the in-flight mark on RUNCTL, since TBLQUEUE rewrites
      *the same queue records. Return code 0 means every request
      *taken was billed or listed, 4 that some were left for a
      *later run, 8 that the period card was not valid or the run
      *was refused, 12 a file error.
      *
      *SYSIN card: the billing period, yyyymm, in columns 1-6.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "QREQFILE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT XFER-FILE ASSIGN TO "CHGXFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "QREQREC.cpy".

       FD  RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY "CHGRATE.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-RECORD PIC X(133).

       FD  XFER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "CHGXREC.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RUNC-RUN-NUMBER    PIC 9(6).
           05  RUNC-IN-FLIGHT     PIC X(1).
           05  RUNC-RUN-DATE      PIC X(8).
           05  RUNC-RUN-TIME      PIC X(8).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-queue-status pic XX.
        01 ws-rate-status pic XX.
        01 ws-report-status pic XX.
        01 ws-xfer-status pic XX.
        01 ws-runc-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).

        01 ws-period-card pic X(6).
        01 ws-period pic X(6).
        01 ws-period-month pic 9(2).

        01 ws-print-line pic X(132).
        01 ws-asa-control pic X value ' '.
        01 ws-page-count pic 9(3) value 0.
        01 ws-page-edit pic Z(3)9.
        01 ws-lines-on-page pic 9(2) value 0.
        01 ws-page-break-lines pic 9(2) value 55.
        01 ws-heading-title pic X(40).

      *    one invoice line item, laid out under the column
      *    headings printed at the top of each invoice.
        01 ws-item-line.
           05 ws-il-run-number pic X(6).
           05 filler pic X(2) value spaces.
           05 ws-il-fill-date pic X(8).
           05 filler pic X(2) value spaces.
           05 ws-il-op-code pic X(1).
           05 filler pic X(3) value spaces.
           05 ws-il-row-start pic X(2).
           05 ws-il-row-dash pic X(1).
           05 ws-il-row-end pic X(2).
           05 filler pic X(2) value spaces.
           05 ws-il-col-start pic X(2).
           05 ws-il-col-dash pic X(1).
           05 ws-il-col-end pic X(2).
           05 filler pic X(2) value spaces.
           05 ws-il-cells pic X(5).
           05 filler pic X(3) value spaces.
           05 ws-il-request-fee pic X(9).
           05 filler pic X(3) value spaces.
           05 ws-il-cell-fee pic X(8).
           05 filler pic X(3) value spaces.
           05 ws-il-charge pic X(12).
           05 filler pic X(2) value spaces.
           05 ws-il-note pic X(40).

        01 ws-cells-edit pic Z(4)9.
        01 ws-fee-edit pic ZZ,ZZ9.99.
        01 ws-cell-fee-edit pic ZZ9.9999.
        01 ws-charge-edit pic Z,ZZZ,ZZ9.99.
        01 ws-amount-edit pic ZZZ,ZZZ,ZZ9.99.
        01 ws-count-edit pic Z(6)9.

        01 ws-op-code pic X(1).
        01 ws-row-start pic 9(2).
        01 ws-row-end pic 9(2).
        01 ws-col-start pic 9(2).
        01 ws-col-end pic 9(2).
        01 ws-ordinal pic s9(7) comp value 0.

        01 ws-read-count pic s9(7) comp value 0.
        01 ws-pending-count pic s9(7) comp value 0.
        01 ws-billed-before-count pic s9(7) comp value 0.
        01 ws-later-count pic s9(7) comp value 0.
        01 ws-charged-count pic s9(7) comp value 0.
        01 ws-rejected-count pic s9(7) comp value 0.
        01 ws-unrated-count pic s9(7) comp value 0.
        01 ws-overflow-count pic s9(7) comp value 0.
        01 ws-stamped-count pic s9(7) comp value 0.
        01 ws-moved-count pic s9(7) comp value 0.
        01 ws-cell-total pic s9(9) comp value 0.
        01 ws-amount-total pic s9(11)v99 value 0.
        01 ws-xfer-count pic s9(7) comp value 0.
        01 ws-xfer-requests pic s9(7) comp value 0.
        01 ws-xfer-cells pic s9(9) comp value 0.
        01 ws-xfer-amount pic s9(11)v99 value 0.

      *    every request taken for the period, in queue order, so
      *    the invoices can be printed requester by requester and
      *    the stamping pass can find each one again by its place
      *    on the queue.
        01 ws-line-max pic 9(4) value 1000.
        01 ws-line-count pic s9(4) comp value 0.
        01 ws-line-sub pic s9(4) comp value 0.
        01 ws-line-table.
           02 ws-line-entry occurs 1000 times.
              05 ws-ln-ordinal pic s9(7) comp.
              05 ws-ln-requester pic x(8).
              05 ws-ln-kind pic x(1).
              05 ws-ln-card pic x(9).
              05 ws-ln-run-number pic x(6).
              05 ws-ln-fill-date pic x(8).
              05 ws-ln-cells pic s9(5) comp.
              05 ws-ln-request-fee pic 9(5)v99.
              05 ws-ln-cell-fee pic 9(3)v9(4).
              05 ws-ln-charge pic s9(7)v99.

      *    one entry per requester seen, in order of first
      *    appearance on the queue.
        01 ws-requester-max pic 9(3) value 200.
        01 ws-requester-count pic s9(4) comp value 0.
        01 ws-requester-sub pic s9(4) comp value 0.
        01 ws-requester-table.
           02 ws-requester-entry occurs 200 times.
              05 ws-rq-requester pic x(8).
              05 ws-rq-charged pic s9(5) comp.
              05 ws-rq-listed pic s9(5) comp.
              05 ws-rq-unrated pic s9(5) comp.
              05 ws-rq-cells pic s9(7) comp.
              05 ws-rq-amount pic s9(9)v99.

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

           move spaces to ws-period-card
           accept ws-period-card from sysin
           if ws-period-card is numeric
               move ws-period-card(5:2) to ws-period-month
           else
               move 0 to ws-period-month
           end-if
           if ws-period-month < 1 or ws-period-month > 12
               display 'TBLBILL: the SYSIN card must carry the '
               display '  billing period as yyyymm - run aborted.'
               move 8 to return-code
               stop run
           end-if
           move ws-period-card to ws-period

      *    TBLQUEUE rewrites the queue records this run reads and
      *    stamps; the two must not run at the same time.
           open input run-control-file
           if ws-runc-status = '00'
               read run-control-file
               if ws-runc-status = '00' and runc-in-flight = 'Y'
                   display 'TBLBILL: run ' runc-run-number
                       ' is marked in flight on RUNCTL -'
                   display '  no billing while a generator or '
                   display '  queue run is live - run refused.'
                   close run-control-file
                   move 8 to return-code
                   stop run
               end-if
               close run-control-file
           end-if

           open input rate-file
           if ws-rate-status not = '00'
               display 'TBLBILL: could not open CHGRATE - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           open input queue-file
           if ws-queue-status not = '00'
               display 'TBLBILL: could not open QREQFILE - '
               display '  run aborted.'
               move 12 to return-code
               close rate-file
               stop run
           end-if

           perform until ws-queue-status = '10'
               read queue-file next record
                   at end
                       move '10' to ws-queue-status
                   not at end
                       add 1 to ws-read-count
                       perform select-one-request
               end-read
           end-perform
           close queue-file
           close rate-file

           open output report-file
           if ws-report-status not = '00'
               display 'TBLBILL: could not open INVRPT - '
               display '  run aborted.'
               move 12 to return-code
               stop run
           end-if
           open output xfer-file
           if ws-xfer-status not = '00'
               display 'TBLBILL: could not open CHGXFER - '
               display '  run aborted.'
               move 12 to return-code
               close report-file
               stop run
           end-if
           move spaces to chgx-header
           move 'H' to chgx-h-type
           move ws-period to chgx-h-period
           move ws-run-date to chgx-h-run-date
           move ws-run-time to chgx-h-run-time
           move 'TBLBILL' to chgx-h-source
           write chgx-header
           if ws-xfer-status not = '00'
               perform xfer-write-failure
           end-if

           perform varying ws-requester-sub from 1 by 1
                   until ws-requester-sub > ws-requester-count
               perform print-one-invoice
           end-perform

           move spaces to chgx-trailer
           move 'T' to chgx-t-type
           move ws-xfer-count to chgx-t-rec-count
           move ws-xfer-requests to chgx-t-request-total
           move ws-xfer-cells to chgx-t-cell-total
           move ws-xfer-amount to chgx-t-amount-total
           write chgx-trailer
           if ws-xfer-status not = '00'
               perform xfer-write-failure
           end-if
           close xfer-file

      *    the invoices and the extract are written: only now is
      *    every request charged or listed stamped with the
      *    period, so an abort before this point leaves the queue
      *    to be billed again in full.
           perform stamp-billed-requests

           perform print-summary
           close report-file

           if ws-unrated-count > 0 or ws-overflow-count > 0
                   or ws-moved-count > 0
               move 4 to return-code
           end-if

           goback.

      *    one queue record: only a filled request (C or E) not
      *    yet billed and filled in or before the period is taken.
      *    A completed request is priced from the rate file; a
      *    rejected one is listed at no charge; a completed one
      *    with no rate is listed as not billed.
       select-one-request.
           add 1 to ws-ordinal
           if qreq-status not = 'C' and qreq-status not = 'E'
               add 1 to ws-pending-count
               exit paragraph
           end-if
           if qreq-bill-period not = spaces
               add 1 to ws-billed-before-count
               exit paragraph
           end-if
           if qreq-fill-date(1:6) > ws-period
               add 1 to ws-later-count
               exit paragraph
           end-if
           if ws-line-count >= ws-line-max
               add 1 to ws-overflow-count
               exit paragraph
           end-if
           perform find-requester
           if ws-requester-sub = 0
               add 1 to ws-overflow-count
               exit paragraph
           end-if

           add 1 to ws-line-count
           move ws-ordinal to ws-ln-ordinal(ws-line-count)
           move qreq-requester to ws-ln-requester(ws-line-count)
           move qreq-record(9:9) to ws-ln-card(ws-line-count)
           move qreq-run-number to ws-ln-run-number(ws-line-count)
           move qreq-fill-date to ws-ln-fill-date(ws-line-count)
           move 0 to ws-ln-cells(ws-line-count)
           move 0 to ws-ln-request-fee(ws-line-count)
           move 0 to ws-ln-cell-fee(ws-line-count)
           move 0 to ws-ln-charge(ws-line-count)

           if qreq-status = 'E'
               move 'E' to ws-ln-kind(ws-line-count)
               add 1 to ws-rejected-count
               add 1 to ws-rq-listed(ws-requester-sub)
               exit paragraph
           end-if

           move function upper-case(qreq-op-code) to ws-op-code
           move ws-op-code to rate-op-code
           read rate-file
           evaluate true
               when ws-rate-status = '00'
                   perform price-one-request
               when ws-rate-status = '23'
                   move 'N' to ws-ln-kind(ws-line-count)
                   add 1 to ws-unrated-count
                   add 1 to ws-rq-unrated(ws-requester-sub)
               when other
                   display 'TBLBILL: read of CHGRATE failed - '
                   display '  status ' ws-rate-status
                   display '  run aborted.'
                   move 12 to return-code
                   close queue-file
                   close rate-file
                   stop run
           end-evaluate.

      *    the request fee plus the cell fee for every cell of the
      *    table the request produced, rounded to the cent.
       price-one-request.
           move qreq-row-start to ws-row-start
           move qreq-row-end to ws-row-end
           move qreq-col-start to ws-col-start
           move qreq-col-end to ws-col-end
           move 'C' to ws-ln-kind(ws-line-count)
           compute ws-ln-cells(ws-line-count) =
               (ws-row-end - ws-row-start + 1)
                   * (ws-col-end - ws-col-start + 1)
           move rate-request-fee to ws-ln-request-fee(ws-line-count)
           move rate-cell-fee to ws-ln-cell-fee(ws-line-count)
           compute ws-ln-charge(ws-line-count) rounded =
               rate-request-fee
                   + ws-ln-cells(ws-line-count) * rate-cell-fee
           add 1 to ws-charged-count
           add ws-ln-cells(ws-line-count) to ws-cell-total
           add ws-ln-charge(ws-line-count) to ws-amount-total
           add 1 to ws-rq-charged(ws-requester-sub)
           add ws-ln-cells(ws-line-count)
               to ws-rq-cells(ws-requester-sub)
           add ws-ln-charge(ws-line-count)
               to ws-rq-amount(ws-requester-sub).

      *    find or add the requester of the record in hand. A full
      *    table leaves ws-requester-sub at zero and the request
      *    is left for a later run.
       find-requester.
           perform varying ws-requester-sub from 1 by 1
                   until ws-requester-sub > ws-requester-count
                   or ws-rq-requester(ws-requester-sub)
                       = qreq-requester
               continue
           end-perform
           if ws-requester-sub > ws-requester-count
               if ws-requester-count >= ws-requester-max
                   move 0 to ws-requester-sub
                   exit paragraph
               end-if
               add 1 to ws-requester-count
               move qreq-requester
                   to ws-rq-requester(ws-requester-sub)
               move 0 to ws-rq-charged(ws-requester-sub)
               move 0 to ws-rq-listed(ws-requester-sub)
               move 0 to ws-rq-unrated(ws-requester-sub)
               move 0 to ws-rq-cells(ws-requester-sub)
               move 0 to ws-rq-amount(ws-requester-sub)
           end-if.

      *    one requester's invoice on a page of its own: the line
      *    items in queue order, then the requester's totals, then
      *    the requester's detail record on the extract when
      *    anything was charged.
       print-one-invoice.
           move spaces to ws-heading-title
           string 'CHARGEBACK INVOICE  REQUESTER '
                  delimited by size
                  ws-rq-requester(ws-requester-sub)
                  delimited by size
               into ws-heading-title
           perform print-page-heading
           move spaces to ws-print-line
           string 'BILLING PERIOD ' delimited by size
                  ws-period delimited by size
                  '  REQUESTER ' delimited by size
                  ws-rq-requester(ws-requester-sub)
                  delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move spaces to ws-print-line
           string 'RUN NBR FILLED    OP  ROWS   COLS   '
                  delimited by size
                  'CELLS REQUEST FEE   CELL FEE         '
                  delimited by size
                  'CHARGE  NOTE' delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line

           perform varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-line-count
               if ws-ln-requester(ws-line-sub)
                       = ws-rq-requester(ws-requester-sub)
                   perform print-invoice-line
               end-if
           end-perform

           move ws-rq-charged(ws-requester-sub) to ws-count-edit
           move spaces to ws-print-line
           string 'REQUESTS CHARGED:          ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move ws-rq-cells(ws-requester-sub) to ws-count-edit
           move spaces to ws-print-line
           string 'CELLS CHARGED:             ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-rq-listed(ws-requester-sub) to ws-count-edit
           move spaces to ws-print-line
           string 'REJECTED, NOT CHARGED:     ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           if ws-rq-unrated(ws-requester-sub) > 0
               move ws-rq-unrated(ws-requester-sub) to ws-count-edit
               move spaces to ws-print-line
               string 'NOT RATED, NOT BILLED YET: ' delimited by size
                      ws-count-edit delimited by size
                   into ws-print-line
               perform write-report-line
           end-if
           move ws-rq-amount(ws-requester-sub) to ws-amount-edit
           move spaces to ws-print-line
           string 'AMOUNT DUE FOR THE PERIOD: ' delimited by size
                  ws-amount-edit delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line

           if ws-rq-charged(ws-requester-sub) > 0
               perform write-xfer-detail
           end-if.

      *    one line item: a charged request with its cells, fees,
      *    and charge; a rejected or unrated request with a note
      *    and no charge.
       print-invoice-line.
           move ws-ln-run-number(ws-line-sub) to ws-il-run-number
           move ws-ln-fill-date(ws-line-sub) to ws-il-fill-date
           move ws-ln-card(ws-line-sub)(1:1) to ws-il-op-code
           move ws-ln-card(ws-line-sub)(2:2) to ws-il-row-start
           move '-' to ws-il-row-dash
           move ws-ln-card(ws-line-sub)(4:2) to ws-il-row-end
           move ws-ln-card(ws-line-sub)(6:2) to ws-il-col-start
           move '-' to ws-il-col-dash
           move ws-ln-card(ws-line-sub)(8:2) to ws-il-col-end
           move spaces to ws-il-cells
           move spaces to ws-il-request-fee
           move spaces to ws-il-cell-fee
           move spaces to ws-il-charge
           move spaces to ws-il-note
           evaluate ws-ln-kind(ws-line-sub)
               when 'C'
                   move ws-ln-cells(ws-line-sub) to ws-cells-edit
                   move ws-cells-edit to ws-il-cells
                   move ws-ln-request-fee(ws-line-sub)
                       to ws-fee-edit
                   move ws-fee-edit to ws-il-request-fee
                   move ws-ln-cell-fee(ws-line-sub)
                       to ws-cell-fee-edit
                   move ws-cell-fee-edit to ws-il-cell-fee
                   move ws-ln-charge(ws-line-sub) to ws-charge-edit
                   move ws-charge-edit to ws-il-charge
               when 'E'
                   move 'REJECTED REQUEST - NOT CHARGED'
                       to ws-il-note
               when other
                   move 'NO RATE FOR OP CODE - NOT BILLED YET'
                       to ws-il-note
           end-evaluate
           move ws-item-line to ws-print-line
           perform write-report-line.

      *    one requester's charge onto the ledger extract.
       write-xfer-detail.
           move spaces to chgx-detail
           move 'D' to chgx-d-type
           move ws-rq-requester(ws-requester-sub) to chgx-d-requester
           move ws-period to chgx-d-period
           move ws-rq-charged(ws-requester-sub)
               to chgx-d-request-count
           move ws-rq-cells(ws-requester-sub) to chgx-d-cell-count
           move ws-rq-amount(ws-requester-sub) to chgx-d-amount
           write chgx-detail
           if ws-xfer-status not = '00'
               perform xfer-write-failure
           end-if
           add 1 to ws-xfer-count
           add ws-rq-charged(ws-requester-sub) to ws-xfer-requests
           add ws-rq-cells(ws-requester-sub) to ws-xfer-cells
           add ws-rq-amount(ws-requester-sub) to ws-xfer-amount.

       xfer-write-failure.
           display 'TBLBILL: write to CHGXFER failed - '
           display '  status ' ws-xfer-status
           display '  nothing stamped - run aborted.'
           move 12 to return-code
           close xfer-file
           close report-file
           stop run.

      *    second pass over the queue: every request charged or
      *    listed is found again by its place on the queue and
      *    stamped with the billing period. A record that no
      *    longer matches what was billed - the queue changed
      *    under the run - is left unstamped and counted.
       stamp-billed-requests.
           open i-o queue-file
           if ws-queue-status not = '00'
               display 'TBLBILL: could not reopen QREQFILE to '
               display '  stamp the billed requests - the invoices'
               display '  and CHGXFER are written but nothing is '
               display '  stamped: do not rerun for this period '
               display '  until the queue is stamped by hand.'
               move 12 to return-code
               close report-file
               stop run
           end-if
           move 0 to ws-ordinal
           move 1 to ws-line-sub
           perform until ws-queue-status = '10'
                   or ws-line-sub > ws-line-count
               read queue-file next record
                   at end
                       move '10' to ws-queue-status
                   not at end
                       add 1 to ws-ordinal
                       if ws-ordinal = ws-ln-ordinal(ws-line-sub)
                           perform stamp-one-request
                           add 1 to ws-line-sub
                       end-if
               end-read
           end-perform
           close queue-file.

       stamp-one-request.
           if ws-ln-kind(ws-line-sub) = 'N'
               exit paragraph
           end-if
           if qreq-requester not = ws-ln-requester(ws-line-sub)
                   or qreq-run-number
                       not = ws-ln-run-number(ws-line-sub)
                   or qreq-bill-period not = spaces
               add 1 to ws-moved-count
               display 'TBLBILL: queue record ' ws-ordinal
                   ' changed during the run - not stamped.'
               exit paragraph
           end-if
           move ws-period to qreq-bill-period
           rewrite qreq-record
           if ws-queue-status not = '00'
               display 'TBLBILL: rewrite of QREQFILE failed - '
               display '  status ' ws-queue-status
               display '  run aborted part way through stamping.'
               move 12 to return-code
               close queue-file
               close report-file
               stop run
           end-if
           add 1 to ws-stamped-count.

      *    the closing page: the control totals for the period.
       print-summary.
           move 'CHARGEBACK BILLING SUMMARY' to ws-heading-title
           perform print-page-heading
           move spaces to ws-print-line
           string 'BILLING PERIOD ' delimited by size
                  ws-period delimited by size
               into ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move spaces to ws-print-line
           move 'CONTROL TOTALS' to ws-print-line
           move '0' to ws-asa-control
           perform write-report-line
           move ws-read-count to ws-count-edit
           move spaces to ws-print-line
           string '  QUEUE RECORDS READ:          ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-charged-count to ws-count-edit
           move spaces to ws-print-line
           string '  REQUESTS CHARGED:            ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-rejected-count to ws-count-edit
           move spaces to ws-print-line
           string '  REJECTED, LISTED ONLY:       ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-unrated-count to ws-count-edit
           move spaces to ws-print-line
           string '  NOT RATED, LEFT FOR LATER:   ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-billed-before-count to ws-count-edit
           move spaces to ws-print-line
           string '  BILLED IN AN EARLIER PERIOD: ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-later-count to ws-count-edit
           move spaces to ws-print-line
           string '  FILLED AFTER THE PERIOD:     ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-pending-count to ws-count-edit
           move spaces to ws-print-line
           string '  NOT FILLED YET:              ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-stamped-count to ws-count-edit
           move spaces to ws-print-line
           string '  STAMPED WITH THE PERIOD:     ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-cell-total to ws-count-edit
           move spaces to ws-print-line
           string '  CELLS CHARGED:               ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-amount-total to ws-amount-edit
           move spaces to ws-print-line
           string '  AMOUNT CHARGED:       ' delimited by size
                  ws-amount-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-xfer-count to ws-count-edit
           move spaces to ws-print-line
           string '  CHGXFER DETAIL RECORDS:      ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           if ws-overflow-count > 0
               move ws-overflow-count to ws-count-edit
               move spaces to ws-print-line
               string '  *WARNING* MORE REQUESTS OR REQUESTERS '
                      delimited by size
                      'THAN ONE RUN HOLDS - LEFT FOR A LATER RUN: '
                      delimited by size
                      ws-count-edit delimited by size
                   into ws-print-line
               move '0' to ws-asa-control
               perform write-report-line
           end-if
           if ws-moved-count > 0
               move ws-moved-count to ws-count-edit
               move spaces to ws-print-line
               string '  *WARNING* QUEUE RECORDS CHANGED DURING '
                      delimited by size
                      'THE RUN - BILLED BUT NOT STAMPED: '
                      delimited by size
                      ws-count-edit delimited by size
                   into ws-print-line
               move '0' to ws-asa-control
               perform write-report-line
           end-if.

      *    start a new report page: ASA skip-to-channel-1 on the
      *    page header with the run identification.
       print-page-heading.
           move zero to ws-lines-on-page
           add 1 to ws-page-count
           move ws-page-count to ws-page-edit
           move spaces to ws-print-line
           string 'TBLBILL  ' delimited by size
                  ws-heading-title delimited by size
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
           move 1 to ws-lines-on-page.

      *    one report line: the ASA carriage-control byte goes in
      *    column 1 and the 132-byte print line follows it.
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
               display 'TBLBILL: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLBILL: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblbill.
