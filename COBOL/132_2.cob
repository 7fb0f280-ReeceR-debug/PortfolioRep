           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT OPTIONAL election-master-file
           ASSIGN TO "WH-ELECT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WE-EMPLOYEE-NO.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           COPY REJLIST.
       fd  employee-master-file.
           COPY EMPMAST.
       fd  election-master-file.
           COPY WHELECT.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
           88  valid-class-code          value 'Y'.
       01  terminated-employee-sw   pic x value 'N'.
           88  terminated-employee      value 'Y'.
       01  election-found-sw        pic x value 'N'.
           88  election-found           value 'Y'.
       01  class-code-tbl-idx       pic 9(2) comp.
       01  approved-class-codes-values.
           05                              pic XX value "EX".
           05                              pic x(5) value " EMPS".
           05                              pic x(5).
           05  salary-control-total-out    pic $zz,zzz,zz9.
      *> employees with no WH-ELECT row are withheld single at the
      *> table rate; counted on the listing, not sent to suspense
       01  no-election-line.
           05                              pic x(15)
                                           value "NO W/H ELECTION".
           05                              pic x(3).
           05  no-election-count-out       pic zzz,zz9.
           05                              pic x(5) value " EMPS".
       01  no-election-count        pic 9(6) value 0.
       01  input-record-number      pic 9(7) value 0.
       01  input-record-held-sw     pic x value 'N'.
           88  input-record-held        value 'Y'.
           open input employee-info
                output payroll-record
                output reject-listing
                input employee-master-file
                input election-master-file
                extend run-log-file
           perform until are-there-more-records = 'no '
              read employee-info
           move employee-count to employee-count-out
           move salary-control-total to salary-control-total-out
           write print-rec from trailer-line
           move spaces to no-election-line
           move no-election-count to no-election-count-out
           write print-rec from no-election-line
           perform 900-write-run-log
           close employee-info
                 payroll-record
                 reject-listing
                 employee-master-file
                 election-master-file
                 run-log-file
           stop run.
       160-flush-final-record.
           add annual-salary-numeric to salary-control-total
           add annual-salary-numeric to location-subtotal-salary
           perform 280-audit-against-master
           perform 285-audit-against-election
           write print-rec.
       280-audit-against-master.
           move employee-name to EM-EMPLOYEE-NAME
                      write SUSPENSE-REC
                   end-if
           end-read.
      *> the dependents on the feed are what the employee claimed;
      *> the withholding election on WH-ELECT is what payroll
      *> actually withholds from, so a difference needs a WHMAINT
      *> change.  No election on file is normal -- payroll withholds
      *> single at the table rate -- and is only counted for the
      *> listing.
       285-audit-against-election.
           if employee-NO is numeric
              move 'N' to election-found-sw
              move employee-NO to WE-EMPLOYEE-NO
              read election-master-file
                   invalid key
                      continue
                   not invalid key
                      move 'Y' to election-found-sw
              end-read
              if not election-found
                 add 1 to no-election-count
              else
                 if NO-of-dependents is numeric
                    and NO-of-dependents not = WE-ALLOWANCES
                    move spaces to SUSPENSE-REC
                    move "132_2   " to SUSP-SOURCE-PROGRAM
                    move employee-NO to SUSP-KEY-FIELD
                    move "DEPENDENTS DIFFER FROM W/H ELECTION"
                      to SUSP-REASON
                    write SUSPENSE-REC
                 end-if
              end-if
           end-if.
       450-print-location-subtotal.
           move spaces to subtotal-line
           move prev-territory-NO to subtotal-territory-NO-out
           write SUSPENSE-REC.
       320-check-employment-status.
           move 'N' to terminated-employee-sw
           move employee-name to EM-EMPLOYEE-NAME
           read employee-master-file
                invalid key
                   continue
                not invalid key
                   if EM-STATUS-CODE = 'T'
                      move 'Y' to terminated-employee-sw
                   end-if
