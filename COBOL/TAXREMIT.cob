       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXREMIT.
      *> Month's sales-tax remittance by jurisdiction from tax-dtl,
      *> register refund records netted off.  The tax the registers
      *> reported through the day close is then proved against the
      *> tax actually rung in the month's archived daily logs
      *> (DAYLOG.<date>), so a day closed without its tax detail, or
      *> detail written twice, shows up before the return is filed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT tax-detail-file ASSIGN TO tax-dtl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT remittance-report ASSIGN TO printer.
                     SELECT archive-log-file
           ASSIGN DYNAMIC archive-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS archive-file-status.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
       DATA DIVISION.
       file section.
       fd  tax-detail-file.
           COPY TAXDTL.
       fd  remittance-report.
       01  print-rec.
           05 pic x(132).
       fd  archive-log-file.
           COPY DAYLOG.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  juris-table.
           05  juris-table-entry OCCURS 100 TIMES.
               10  jt-jurisdiction  pic x(4).
               10  jt-taxable       pic s9(8)v99.
               10  jt-exempt        pic s9(8)v99.
               10  jt-tax           pic s9(8)v99.
       01  report-month             pic 9(6).
       01  records-skipped          pic 9(7) value 0.
       01  grand-tax-total          pic s9(9)v99 value 0.
       01  archive-file-name        pic x(20).
       01  archive-file-status      pic x(2).
       01  more-log-records         picture xxx value 'yes'.
       01  log-date                 pic 9(8).
       01  log-date-parts REDEFINES log-date.
           05  log-date-month       pic 9(6).
           05  log-date-day         pic 9(2).
       01  days-with-logs           pic 9(3) value 0.
       01  register-tax-reported    pic s9(9)v99 value 0.
       01  register-tax-collected   pic s9(9)v99 value 0.
       01  register-tax-difference  pic s9(9)v99 value 0.
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
       01  remit-detail-line.
           05  remit-juris-out         pic x(4).
           05 pic x(2) value spaces.
           05  remit-taxable-out       pic z,zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  remit-exempt-out        pic z,zzz,zz9.99-.
           05 pic x(2) value spaces.
           05  remit-tax-out           pic z,zzz,zz9.99-.
       01  grand-total-line.
           05 pic x(19) value "TOTAL TAX DUE     $".
           05  grand-tax-out           pic zz,zzz,zz9.99-.
       01  recon-header.
           05 pic x(40) value
              "REGISTER TAX RECONCILIATION -- DAYS LOGG".
           05 pic x(4) value "ED  ".
           05  recon-days-out          pic zz9.
       01  recon-line.
           05  recon-label-out         pic x(19).
           05  recon-amount-out        pic zz,zzz,zz9.99-.
           05 pic x(2) value spaces.
           05  recon-flag-out          pic x(20).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move grand-tax-total to grand-tax-out
           write print-rec from blank-line
           write print-rec from grand-total-line
           perform 300-reconcile-register-tax
           perform 900-write-run-log
           close tax-detail-file
                 remittance-report
              move 0 to jt-exempt(juris-found-idx)
              move 0 to jt-tax(juris-found-idx)
           end-if
      *>   a register refund record (returns and voids for the
      *>   store day) comes off the month's totals
           if td-refund
              subtract td-taxable-amt from jt-taxable(juris-found-idx)
              subtract td-exempt-amt from jt-exempt(juris-found-idx)
              subtract td-tax-amt from jt-tax(juris-found-idx)
              subtract td-tax-amt from grand-tax-total
           else
              add td-taxable-amt to jt-taxable(juris-found-idx)
              add td-exempt-amt to jt-exempt(juris-found-idx)
              add td-tax-amt to jt-tax(juris-found-idx)
              add td-tax-amt to grand-tax-total
           end-if
           if td-store-id not = spaces
              if td-refund
                 subtract td-tax-amt from register-tax-reported
              else
                 add td-tax-amt to register-tax-reported
              end-if
           end-if.
       300-reconcile-register-tax.
      *>   tax rung at the registers is sales, layaway and special-
      *>   order pickups, less returns and voids -- the same records
      *>   the day close totals into tax-dtl
           move report-month to log-date-month
           perform varying log-date-day from 1 by 1
                   until log-date-day > 31
              perform 310-read-one-day-log
           end-perform
           compute register-tax-difference =
              register-tax-collected - register-tax-reported
           move days-with-logs to recon-days-out
           write print-rec from blank-line
           write print-rec from recon-header
           move spaces to recon-flag-out
           move "TAX RUNG IN LOGS  $" to recon-label-out
           move register-tax-collected to recon-amount-out
           write print-rec from recon-line
           move "TAX REPORTED      $" to recon-label-out
           move register-tax-reported to recon-amount-out
           write print-rec from recon-line
           move "DIFFERENCE        $" to recon-label-out
           move register-tax-difference to recon-amount-out
           if register-tax-difference = 0
              move "IN BALANCE" to recon-flag-out
           else
              move "** OUT OF BAL **" to recon-flag-out
              display "TAXREMIT: REGISTER TAX REPORTED DOES NOT "
                 "AGREE WITH THE DAILY LOGS"
              move 4 to RETURN-CODE
           end-if
           write print-rec from recon-line.
       310-read-one-day-log.
           move spaces to archive-file-name
           string "DAYLOG." delimited by size
                  log-date delimited by size
                  into archive-file-name
           move 'yes' to more-log-records
           open input archive-log-file
           if archive-file-status not = "00"
      *>      no register day archived for this date
              continue
           else
              add 1 to days-with-logs
              perform until more-log-records = 'no '
                 read archive-log-file
                       at end
                          move 'no ' to more-log-records
                       not at end
                          if log-record-type = 'S' or 'U' or 'T'
                             add log-tax-amt to register-tax-collected
                          end-if
                          if log-record-type = 'R' or 'V'
                             subtract log-tax-amt
                               from register-tax-collected
                          end-if
                 end-read
              end-perform
              close archive-log-file
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "TAXREMIT" to RL-PROGRAM-NAME
