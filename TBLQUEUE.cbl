      *queue is still filled. Records already stamped C or E are
      *left alone, so a rerun never fills a request twice.
      *
      *Every filled request is also delivered as a dataset of its
      *own, DLVnnnnnn after the run number it was filled under, in
      *the controlled interface header/detail/trailer format of
      *INTFOUT and stamped with that run number, so a department
      *gets a table it can load rather than a page cut from the
      *shared report. Every delivery produced is listed on the
      *distribution manifest DLVMANIF with the requester, run
      *number, dataset name, record count, value total, and hash
      *total, so pickup can check each dataset against it.
      *
      *Run numbers come from the same run-control file RUNCTL that
      *Exercise3 draws from, one number per filled request, and
      *the in-flight mark keeps this driver and the generator from
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT DELIVERY-FILE ASSIGN USING WS-DLV-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DLVMANIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIF-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RUNC-RUN-DATE      PIC X(8).
           05  RUNC-RUN-TIME      PIC X(8).

       FD  DELIVERY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  DELIVERY-RECORD PIC X(32).

       FD  MANIFEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MANIFEST-RECORD PIC X(80).

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.
           COPY "INTFREC.cpy".
           COPY "DLVMAN.cpy".

        01 ws-queue-status pic XX.
        01 ws-report-status pic XX.
        01 ws-runc-status pic XX.
        01 ws-dlv-status pic XX.
        01 ws-manif-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-time-edit pic X(8).
        01 ws-run-number pic 9(6) value 0.
        01 ws-cs-edit pic Z9.
        01 ws-ce-edit pic Z9.

      *    the delivery extract in hand, and the manifest totals
      *    over every delivery of the run.
        01 ws-dlv-name pic X(12).
        01 ws-dlv-rec-count pic s9(7) comp value 0.
        01 ws-dlv-value-total pic s9(9) comp value 0.
        01 ws-dlv-hash pic s9(9) comp value 0.
        01 ws-manif-count pic s9(5) comp value 0.
        01 ws-manif-rec-total pic s9(9) comp value 0.
        01 ws-manif-value-total pic s9(11) comp value 0.
        01 ws-manif-hash-total pic s9(11) comp value 0.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           move spaces to ws-time-edit
           string ws-run-time(1:2) delimited by size
                  ':' delimited by size
               perform release-run-control
               stop run
           end-if
           open output manifest-file
           if ws-manif-status not = '00'
               display 'TBLQUEUE: could not open DLVMANIF - '
               display '  run aborted.'
               move 12 to return-code
               close queue-file
               close report-file
               perform release-run-control
               stop run
           end-if
           move spaces to dlvm-header
           move 'H' to dlvm-h-type
           move ws-run-date to dlvm-h-run-date
           move ws-run-time to dlvm-h-run-time
           move 'TBLQUEUE' to dlvm-h-source
           write manifest-record from dlvm-header
           if ws-manif-status not = '00'
               perform manifest-write-failure
           end-if

           perform print-page-heading

                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line
           move ws-manif-count to ws-count-edit
           move spaces to ws-print-line
           string '  DELIVERIES WRITTEN:' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line

           move spaces to dlvm-trailer
           move 'T' to dlvm-t-type
           move ws-manif-count to dlvm-t-delivery-count
           move ws-manif-rec-total to dlvm-t-rec-total
           move ws-manif-value-total to dlvm-t-value-total
           move ws-manif-hash-total to dlvm-t-hash-total
           write manifest-record from dlvm-trailer
           if ws-manif-status not = '00'
               perform manifest-write-failure
           end-if

           close queue-file
           close report-file
           close manifest-file

           perform release-run-control

                   move spaces to qreq-run-number
                   move ws-run-date to qreq-fill-date
                   move ws-run-time to qreq-fill-time
                   move ws-clock-date to qreq-fill-clock-date
               else
                   add 1 to ws-run-number
                   add 1 to ws-filled-count
                   end-if
                   move ws-run-date to qreq-fill-date
                   move ws-run-time to qreq-fill-time
                   move ws-clock-date to qreq-fill-clock-date
               end-if
               rewrite qreq-record
               if ws-queue-status not = '00'
                   move 12 to return-code
                   close queue-file
                   close report-file
                   close manifest-file
                   perform release-run-control
                   stop run
               end-if
                      ws-reject-reason delimited by size
                   into ws-print-line
               perform write-report-line
           else
               perform write-delivery-extract
           end-if.

      *    the filled request as a delivery dataset of its own,
      *    named after its run number: a header stamped with the
      *    run number and the request's parameters, one detail
      *    record per cell in row order, and a trailer with the
      *    count, value total, and key hash total - the INTFOUT
      *    layout the generator writes. The dataset name is built
      *    in ws-dlv-name, which the delivery file is assigned
      *    through, before the open, and the delivery is listed on
      *    the manifest and the report.
       write-delivery-extract.
           move spaces to ws-dlv-name
           string 'DLV' delimited by size
                  ws-run-number delimited by size
               into ws-dlv-name
           open output delivery-file
           if ws-dlv-status not = '00'
               display 'TBLQUEUE: could not open delivery '
               display '  dataset ' ws-dlv-name ' - run aborted.'
               move 12 to return-code
               close queue-file
               close report-file
               close manifest-file
               perform release-run-control
               stop run
           end-if
           move 0 to ws-dlv-rec-count
           move 0 to ws-dlv-value-total
           move 0 to ws-dlv-hash

           move spaces to intf-header
           move 'H' to intf-h-type
           move ws-run-number to intf-h-run-number
           move ws-run-date to intf-h-run-date
           move ws-run-time to intf-h-run-time
           move ws-op-code to intf-h-op-code
           move ws-row-start to intf-h-row-start
           move ws-row-end to intf-h-row-end
           move ws-col-start to intf-h-col-start
           move ws-col-end to intf-h-col-end
           write delivery-record from intf-header
           if ws-dlv-status not = '00'
               perform delivery-write-failure
           end-if

           perform varying numbers1 from ws-row-start by 1
                   until numbers1 > ws-row-end
               perform varying numbers2 from ws-col-start by 1
                       until numbers2 > ws-col-end
                   perform compute-cell-value
                   move 'D' to intf-d-type
                   move numbers1 to intf-d-factor1
                   move numbers2 to intf-d-factor2
                   move ws-product-value to intf-d-value
                   write delivery-record from intf-detail
                   if ws-dlv-status not = '00'
                       perform delivery-write-failure
                   end-if
                   add 1 to ws-dlv-rec-count
                   add ws-product-value to ws-dlv-value-total
                   compute ws-dlv-hash = ws-dlv-hash
                       + numbers1 * 100 + numbers2
               end-perform
           end-perform

           move 'T' to intf-t-type
           move ws-dlv-rec-count to intf-t-rec-count
           move ws-dlv-value-total to intf-t-value-total
           move ws-dlv-hash to intf-t-hash-total
           write delivery-record from intf-trailer
           if ws-dlv-status not = '00'
               perform delivery-write-failure
           end-if
           close delivery-file

           move spaces to dlvm-detail
           move 'D' to dlvm-d-type
           move qreq-requester to dlvm-d-requester
           move ws-run-number to dlvm-d-run-number
           move ws-dlv-name to dlvm-d-dataset
           move ws-op-code to dlvm-d-op-code
           move ws-row-start to dlvm-d-row-start
           move ws-row-end to dlvm-d-row-end
           move ws-col-start to dlvm-d-col-start
           move ws-col-end to dlvm-d-col-end
           move ws-dlv-rec-count to dlvm-d-rec-count
           move ws-dlv-value-total to dlvm-d-value-total
           move ws-dlv-hash to dlvm-d-hash-total
           write manifest-record from dlvm-detail
           if ws-manif-status not = '00'
               perform manifest-write-failure
           end-if
           add 1 to ws-manif-count
           add ws-dlv-rec-count to ws-manif-rec-total
           add ws-dlv-value-total to ws-manif-value-total
           add ws-dlv-hash to ws-manif-hash-total

           move ws-dlv-rec-count to ws-count-edit
           move spaces to ws-print-line
           string 'DELIVERED AS ' delimited by size
                  ws-dlv-name delimited by space
                  '  RECORDS ' delimited by size
                  ws-count-edit delimited by size
               into ws-print-line
           perform write-report-line.

       delivery-write-failure.
           display 'TBLQUEUE: write to delivery dataset '
           display '  ' ws-dlv-name ' failed - status ' ws-dlv-status
           display '  run aborted.'
           move 12 to return-code
           close delivery-file
           close queue-file
           close report-file
           close manifest-file
           perform release-run-control
           stop run.

       manifest-write-failure.
           display 'TBLQUEUE: write to DLVMANIF failed - '
           display '  status ' ws-manif-status
           display '  run aborted.'
           move 12 to return-code
           close queue-file
           close report-file
           close manifest-file
           perform release-run-control
           stop run.

      *    one table cell for the requested operation, from
      *    numbers1 and numbers2 into ws-product-value - the same
      *    arithmetic Exercise3 applies, so a queued table matches
               end-if
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
               display 'TBLQUEUE: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLQUEUE: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblqueue.
