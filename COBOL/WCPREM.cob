       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCPREM.
      *> Workers' compensation premium report for the carrier's payroll
      *> audit.  Re-totals the labor history LABRDIST keeps (lab-hist)
      *> for the calendar year of the bus-date card up through the end
      *> of its quarter, mapping each employee's job class on the date
      *> the labor posted to a workers' comp class and rate from the
      *> wc-class table.  Premium payroll is the regular wages --
      *> salaried (S) and hourly regular (R); the overtime premium (O)
      *> is excluded as the carriers require and shown beside it, and
      *> employer tax (T) is not payroll at all.  For the quarter and
      *> for the year to date it prints payroll and premium by class,
      *> then the estimated premium by territory/office.  Job classes
      *> with no wc-class row are totalled apart with no premium and
      *> sent to suspense for the table to be corrected.
      *> wc-class card: job class, wc class code, rate per $100 of
      *> payroll, description.  Several job classes may share a wc
      *> class; the first rate given for a class is the one used.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT OPTIONAL labor-history-file
           ASSIGN TO "lab-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL wc-class-file
           ASSIGN TO "wc-class"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT premium-report ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO wc-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  labor-history-file.
           COPY LABHIST.
       fd  wc-class-file.
       01  wc-class-rec.
           05  wcc-job-class-code    pic x(2).
           05                        pic x(1).
           05  wcc-class-code        pic x(4).
           05                        pic x(1).
           05  wcc-rate              pic 9(2)v9(4).
           05                        pic x(1).
           05  wcc-description       pic x(25).
       fd  premium-report.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  report-year              pic 9(4).
       01  report-quarter           pic 9(1).
       01  quarter-first-month      pic 9(2).
       01  quarter-last-month       pic 9(2).
       01  hist-month-work          pic 9(2).
       01  in-quarter-sw            pic x value 'N'.
           88  in-quarter               value 'Y'.
       01  job-map-idx              pic 9(3) comp.
       01  job-map-count            pic 9(3) value 0.
       01  job-found-idx            pic 9(3) comp value 0.
       01  job-map-table.
           05  job-map-entry OCCURS 100 TIMES.
               10  jm-job-class-code    pic x(2).
               10  jm-class-idx         pic 9(3).
       01  class-table-idx          pic 9(3) comp.
       01  class-table-count        pic 9(3) value 0.
       01  class-found-idx          pic 9(3) comp value 0.
       01  class-table.
           05  class-table-entry OCCURS 100 TIMES.
               10  ct-class-code        pic x(4).
               10  ct-rate              pic 9(2)v9(4).
               10  ct-description       pic x(25).
               10  ct-qtr-payroll       pic 9(9)v99.
               10  ct-ytd-payroll       pic 9(9)v99.
               10  ct-qtr-overtime      pic 9(9)v99.
               10  ct-ytd-overtime      pic 9(9)v99.
       01  office-table-idx         pic 9(3) comp.
       01  office-table-count       pic 9(3) value 0.
       01  office-found-idx         pic 9(3) comp value 0.
       01  office-table.
           05  office-table-entry OCCURS 100 TIMES.
               10  ot-terr-no           pic x(2).
               10  ot-office-no         pic x(2).
               10  ot-qtr-payroll       pic 9(9)v99.
               10  ot-ytd-payroll       pic 9(9)v99.
               10  ot-qtr-premium       pic 9(7)v9(4).
               10  ot-ytd-premium       pic 9(7)v9(4).
       01  unmapped-table-idx       pic 9(3) comp.
       01  unmapped-table-count     pic 9(3) value 0.
       01  unmapped-found-idx       pic 9(3) comp value 0.
       01  unmapped-table.
           05  unmapped-job-class OCCURS 100 TIMES pic x(2).
       01  unmapped-qtr-payroll     pic 9(9)v99 value 0.
       01  unmapped-ytd-payroll     pic 9(9)v99 value 0.
       01  unmapped-qtr-overtime    pic 9(9)v99 value 0.
       01  unmapped-ytd-overtime    pic 9(9)v99 value 0.
       01  row-premium              pic 9(7)v9(4).
       01  class-qtr-premium        pic 9(7)v99.
       01  class-ytd-premium        pic 9(7)v99.
       01  total-qtr-payroll        pic 9(9)v99 value 0.
       01  total-ytd-payroll        pic 9(9)v99 value 0.
       01  total-qtr-premium        pic 9(7)v99 value 0.
       01  total-ytd-premium        pic 9(7)v99 value 0.
       01  total-qtr-overtime       pic 9(9)v99 value 0.
       01  total-ytd-overtime       pic 9(9)v99 value 0.
       01  records-read             pic 9(7) value 0.
       01  records-selected         pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(37) value "WORKERS COMPENSATION PREMIUM  Q ".
           05  header-quarter-out      pic 9(1).
           05 pic x(1) value space.
           05  header-year-out         pic 9(4).
           05 pic x(20) value "  YEAR TO DATE THRU ".
           05  header-date-out         pic 9(8).
       01  report-note.
           05 pic x(52) value
              "PREMIUM PAYROLL IS REGULAR WAGES -- OVERTIME PREMIUM".
           05 pic x(30) value " EXCLUDED, SHOWN AT RIGHT".
       01  blank-line               pic x value space.
       01  class-column-header.
           05 pic x(6) value "CLASS".
           05 pic x(26) value "DESCRIPTION".
           05 pic x(8) value "   RATE ".
           05 pic x(13) value "  QTR PAYROLL".
           05 pic x(13) value "  QTR PREMIUM".
           05 pic x(13) value "  YTD PAYROLL".
           05 pic x(13) value "  YTD PREMIUM".
           05 pic x(13) value "   QTR OT EXC".
           05 pic x(13) value "   YTD OT EXC".
       01  class-detail-line.
           05  cdl-class-out           pic x(4).
           05 pic x(2) value spaces.
           05  cdl-description-out     pic x(25).
           05 pic x(1) value space.
           05  cdl-rate-out            pic z9.9999.
           05 pic x(1) value space.
           05  cdl-qtr-payroll-out     pic zz,zzz,zz9.99.
           05  cdl-qtr-premium-out     pic zz,zzz,zz9.99.
           05  cdl-ytd-payroll-out     pic zz,zzz,zz9.99.
           05  cdl-ytd-premium-out     pic zz,zzz,zz9.99.
           05  cdl-qtr-overtime-out    pic zz,zzz,zz9.99.
           05  cdl-ytd-overtime-out    pic zz,zzz,zz9.99.
       01  office-section-header.
           05 pic x(40) value "ESTIMATED PREMIUM BY TERRITORY/OFFICE".
       01  office-column-header.
           05 pic x(2) value "TR".
           05 pic x(1) value space.
           05 pic x(2) value "OF".
           05 pic x(2) value spaces.
           05 pic x(13) value "  QTR PAYROLL".
           05 pic x(13) value "  QTR PREMIUM".
           05 pic x(13) value "  YTD PAYROLL".
           05 pic x(13) value "  YTD PREMIUM".
       01  office-detail-line.
           05  odl-terr-out            pic x(2).
           05 pic x(1) value space.
           05  odl-office-out          pic x(2).
           05 pic x(2) value spaces.
           05  odl-qtr-payroll-out     pic zz,zzz,zz9.99.
           05  odl-qtr-premium-out     pic zz,zzz,zz9.99.
           05  odl-ytd-payroll-out     pic zz,zzz,zz9.99.
           05  odl-ytd-premium-out     pic zz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 150-set-quarter
           perform 110-load-wc-classes
           open output premium-report
                output reject-listing
                extend run-log-file
           perform 200-summarize-labor-history
           move report-quarter to header-quarter-out
           move report-year to header-year-out
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from report-note
           write print-rec from blank-line
           write print-rec from class-column-header
           write print-rec from blank-line
           perform varying class-table-idx from 1 by 1
                   until class-table-idx > class-table-count
              perform 400-report-one-class
           end-perform
           if unmapped-ytd-payroll > 0 or unmapped-ytd-overtime > 0
              perform 420-report-unmapped
           end-if
           write print-rec from blank-line
           move spaces to class-detail-line
           move "TOTAL" to cdl-description-out
           move total-qtr-payroll to cdl-qtr-payroll-out
           move total-qtr-premium to cdl-qtr-premium-out
           move total-ytd-payroll to cdl-ytd-payroll-out
           move total-ytd-premium to cdl-ytd-premium-out
           move total-qtr-overtime to cdl-qtr-overtime-out
           move total-ytd-overtime to cdl-ytd-overtime-out
           write print-rec from class-detail-line
           write print-rec from blank-line
           write print-rec from blank-line
           write print-rec from office-section-header
           write print-rec from blank-line
           write print-rec from office-column-header
           write print-rec from blank-line
           perform varying office-table-idx from 1 by 1
                   until office-table-idx > office-table-count
              perform 450-report-one-office
           end-perform
           perform 900-write-run-log
           close premium-report
                 reject-listing
                 run-log-file
           stop run.
       110-load-wc-classes.
           open input wc-class-file
           perform until are-there-more-records = 'no '
              read wc-class-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if wcc-job-class-code not = spaces
                          and wcc-rate is numeric
                          perform 120-add-job-class
                       end-if
              end-read
           end-perform
           close wc-class-file
           move 'yes' to are-there-more-records.
       120-add-job-class.
           move 0 to class-found-idx
           perform varying class-table-idx from 1 by 1
                   until class-table-idx > class-table-count
              if ct-class-code(class-table-idx) = wcc-class-code
                 move class-table-idx to class-found-idx
              end-if
           end-perform
           if class-found-idx = 0
              add 1 to class-table-count
              if class-table-count > 100
                 display "WCPREM: MORE THAN 100 WC CLASSES -- "
                    "TABLE FULL"
                 stop run
              end-if
              move class-table-count to class-found-idx
              move wcc-class-code to ct-class-code(class-found-idx)
              move wcc-rate to ct-rate(class-found-idx)
              move wcc-description
                to ct-description(class-found-idx)
              move 0 to ct-qtr-payroll(class-found-idx)
              move 0 to ct-ytd-payroll(class-found-idx)
              move 0 to ct-qtr-overtime(class-found-idx)
              move 0 to ct-ytd-overtime(class-found-idx)
           end-if
           add 1 to job-map-count
           if job-map-count > 100
              display "WCPREM: MORE THAN 100 JOB CLASSES -- "
                 "TABLE FULL"
              stop run
           end-if
           move wcc-job-class-code to jm-job-class-code(job-map-count)
           move class-found-idx to jm-class-idx(job-map-count).
       150-set-quarter.
           move business-date-work(1:4) to report-year
           evaluate business-date-work(5:2)
              when "01" when "02" when "03"
                 move 1 to report-quarter
                 move 01 to quarter-first-month
              when "04" when "05" when "06"
                 move 2 to report-quarter
                 move 04 to quarter-first-month
              when "07" when "08" when "09"
                 move 3 to report-quarter
                 move 07 to quarter-first-month
              when other
                 move 4 to report-quarter
                 move 10 to quarter-first-month
           end-evaluate
           compute quarter-last-month = quarter-first-month + 2.
       200-summarize-labor-history.
           open input labor-history-file
           perform until are-there-more-records = 'no '
              read labor-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to records-read
                       if lh-post-date is numeric
                          and lh-amount is numeric
                          and lh-post-date(1:4) = report-year
                          perform 210-post-history-row
                       end-if
              end-read
           end-perform
           close labor-history-file.
       210-post-history-row.
           move lh-post-date(5:2) to hist-month-work
           if hist-month-work not > quarter-last-month
              and (lh-pay-type = 'S' or 'R' or 'O')
              add 1 to records-selected
              move 'N' to in-quarter-sw
              if hist-month-work not < quarter-first-month
                 move 'Y' to in-quarter-sw
              end-if
              perform 215-map-job-class
           end-if.
       215-map-job-class.
           move 0 to job-found-idx
           perform varying job-map-idx from 1 by 1
                   until job-map-idx > job-map-count
              if jm-job-class-code(job-map-idx) = lh-job-class-code
                 and job-found-idx = 0
                 move job-map-idx to job-found-idx
              end-if
           end-perform
           if job-found-idx = 0
              perform 700-reject-unmapped-class
              perform 230-post-unmapped-row
           else
              move jm-class-idx(job-found-idx) to class-found-idx
              perform 220-post-class-row
           end-if.
       220-post-class-row.
           if lh-pay-type = 'O'
              add lh-amount to ct-ytd-overtime(class-found-idx)
                               total-ytd-overtime
              if in-quarter
                 add lh-amount to ct-qtr-overtime(class-found-idx)
                                  total-qtr-overtime
              end-if
           else
              add lh-amount to ct-ytd-payroll(class-found-idx)
              compute row-premium =
                 lh-amount * ct-rate(class-found-idx) / 100
              perform 240-find-office-entry
              add lh-amount to ot-ytd-payroll(office-found-idx)
              add row-premium to ot-ytd-premium(office-found-idx)
              if in-quarter
                 add lh-amount to ct-qtr-payroll(class-found-idx)
                 add lh-amount to ot-qtr-payroll(office-found-idx)
                 add row-premium to ot-qtr-premium(office-found-idx)
              end-if
           end-if.
       230-post-unmapped-row.
           if lh-pay-type = 'O'
              add lh-amount to unmapped-ytd-overtime
                               total-ytd-overtime
              if in-quarter
                 add lh-amount to unmapped-qtr-overtime
                                  total-qtr-overtime
              end-if
           else
              add lh-amount to unmapped-ytd-payroll
              move 0 to row-premium
              perform 240-find-office-entry
              add lh-amount to ot-ytd-payroll(office-found-idx)
              if in-quarter
                 add lh-amount to unmapped-qtr-payroll
                 add lh-amount to ot-qtr-payroll(office-found-idx)
              end-if
           end-if.
       240-find-office-entry.
           move 0 to office-found-idx
           perform varying office-table-idx from 1 by 1
                   until office-table-idx > office-table-count
              if lh-terr-no = ot-terr-no(office-table-idx)
                 and lh-office-no = ot-office-no(office-table-idx)
                 move office-table-idx to office-found-idx
              end-if
           end-perform
           if office-found-idx = 0
              if office-table-count > 99
                 display "WCPREM: MORE THAN 100 OFFICES -- "
                    "TABLE FULL"
                 stop run
              end-if
              add 1 to office-table-count
              move office-table-count to office-found-idx
              move lh-terr-no to ot-terr-no(office-found-idx)
              move lh-office-no to ot-office-no(office-found-idx)
              move 0 to ot-qtr-payroll(office-found-idx)
              move 0 to ot-ytd-payroll(office-found-idx)
              move 0 to ot-qtr-premium(office-found-idx)
              move 0 to ot-ytd-premium(office-found-idx)
           end-if.
       400-report-one-class.
           compute class-qtr-premium ROUNDED =
              ct-qtr-payroll(class-table-idx)
              * ct-rate(class-table-idx) / 100
           compute class-ytd-premium ROUNDED =
              ct-ytd-payroll(class-table-idx)
              * ct-rate(class-table-idx) / 100
           add ct-qtr-payroll(class-table-idx) to total-qtr-payroll
           add ct-ytd-payroll(class-table-idx) to total-ytd-payroll
           add class-qtr-premium to total-qtr-premium
           add class-ytd-premium to total-ytd-premium
           move spaces to class-detail-line
           move ct-class-code(class-table-idx) to cdl-class-out
           move ct-description(class-table-idx)
             to cdl-description-out
           move ct-rate(class-table-idx) to cdl-rate-out
           move ct-qtr-payroll(class-table-idx) to cdl-qtr-payroll-out
           move class-qtr-premium to cdl-qtr-premium-out
           move ct-ytd-payroll(class-table-idx) to cdl-ytd-payroll-out
           move class-ytd-premium to cdl-ytd-premium-out
           move ct-qtr-overtime(class-table-idx)
             to cdl-qtr-overtime-out
           move ct-ytd-overtime(class-table-idx)
             to cdl-ytd-overtime-out
           write print-rec from class-detail-line.
       420-report-unmapped.
           add unmapped-qtr-payroll to total-qtr-payroll
           add unmapped-ytd-payroll to total-ytd-payroll
           move spaces to class-detail-line
           move "NONE" to cdl-class-out
           move "JOB CLASS NOT MAPPED" to cdl-description-out
           move unmapped-qtr-payroll to cdl-qtr-payroll-out
           move unmapped-ytd-payroll to cdl-ytd-payroll-out
           move unmapped-qtr-overtime to cdl-qtr-overtime-out
           move unmapped-ytd-overtime to cdl-ytd-overtime-out
           write print-rec from class-detail-line.
       450-report-one-office.
           move spaces to office-detail-line
           move ot-terr-no(office-table-idx) to odl-terr-out
           move ot-office-no(office-table-idx) to odl-office-out
           move ot-qtr-payroll(office-table-idx)
             to odl-qtr-payroll-out
           move ot-qtr-premium(office-table-idx)
             to odl-qtr-premium-out
           move ot-ytd-payroll(office-table-idx)
             to odl-ytd-payroll-out
           move ot-ytd-premium(office-table-idx)
             to odl-ytd-premium-out
           write print-rec from office-detail-line.
       700-reject-unmapped-class.
      *>   each unmapped job class goes to suspense once per run
           move 0 to unmapped-found-idx
           perform varying unmapped-table-idx from 1 by 1
                   until unmapped-table-idx > unmapped-table-count
              if unmapped-job-class(unmapped-table-idx)
                    = lh-job-class-code
                 move unmapped-table-idx to unmapped-found-idx
              end-if
           end-perform
           if unmapped-found-idx = 0
              and unmapped-table-count < 100
              add 1 to unmapped-table-count
              move lh-job-class-code
                to unmapped-job-class(unmapped-table-count)
              move spaces to SUSPENSE-REC
              move "WCPREM  " to SUSP-SOURCE-PROGRAM
              move "JOB CLASS" to SUSP-KEY-FIELD
              move lh-job-class-code to SUSP-KEY-FIELD(11:2)
              move "JOB CLASS NOT ON WC-CLASS TABLE"
                to SUSP-REASON
              write SUSPENSE-REC
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "WCPREM  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move records-read to RL-RECORDS-IN
           move records-selected to RL-RECORDS-OUT
           move unmapped-table-count to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       950-get-business-date.
           move 0 to business-date-work
           open input business-date-file
           read business-date-file
                at end
                   continue
                not at end
                   if BUS-DATE is numeric
                      move BUS-DATE to business-date-work
                   end-if
           end-read
           close business-date-file
           if business-date-work = 0
              ACCEPT business-date-work FROM DATE YYYYMMDD
           end-if.
