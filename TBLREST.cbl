      *start-up and must carry the restore function; a refused
      *attempt is journalled and written to AUDITLOG as DENIED.
      *
      *Overrides are deliberately NOT reapplied here, and nor is
      *the maintenance approved since the generation was filed:
      *the restored generation is put back exactly as it was
      *filed. Run TBLROLL afterwards with a cut-off date and time;
      *it lays back the overrides that were on file when the
      *generation was filed and replays the later maintenance
      *from the forward-recovery journal FWDJRNL.
      *
      *SYSIN card: the 6-digit run number to restore.

               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 24 CHARACTERS.
           COPY "AUTHREC.cpy".

       FD  PROCDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 520 CHARACTERS.
           COPY "PDATEREC.cpy".

       WORKING-STORAGE SECTION.

        01 ws-gen-status pic XX.
        01 ws-audit-status pic XX.
        01 ws-auth-status pic XX.
        01 ws-run-date pic X(8).
        01 ws-clock-date pic X(8).
        01 ws-pdt-status pic XX.
        01 ws-run-time pic X(8).
        01 ws-run-user pic X(20).
        01 ws-audit-line pic X(100).
        01 ws-total-edit pic Z(8)9.

       Procedure division.
           accept ws-clock-date from date yyyymmdd
           accept ws-run-time from time
           perform take-processing-date
           accept ws-run-user from user name

           open output journal-file
               into ws-journal-line
           perform write-journal-line
           move spaces to ws-journal-line
           string 'RESTORE COMPLETE - RUN TBLROLL TO LAY BACK THE '
                  delimited by size
                  'OVERRIDES AND REPLAY LATER MAINTENANCE'
                  delimited by size
               into ws-journal-line
           perform write-journal-line
           close value-lookup-file
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
               display 'TBLREST: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
               exit paragraph
           end-if
           read procdate-file
           if ws-pdt-status = '00' and pdt-current-date numeric
               move pdt-current-date to ws-run-date
           else
               display 'TBLREST: warning - PROCDATE not set up - '
               display '  the clock date is the business date.'
           end-if
           close procdate-file.

       end program Tblrest.
