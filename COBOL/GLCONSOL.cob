                     SELECT dayclose-posting-file
           ASSIGN TO GL-POST-DAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT salaried-posting-file
           ASSIGN TO GL-POST-SAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT benefit-posting-file
           ASSIGN TO GL-POST-BEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT accrual-posting-file
           ASSIGN TO GL-POST-ACR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT voucher-posting-file
           ASSIGN TO GL-POST-APV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT ap-payment-posting-file
           ASSIGN TO GL-POST-APP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT return-posting-file
           ASSIGN TO GL-POST-RTV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT landed-cost-posting-file
           ASSIGN TO GL-POST-LND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT rni-posting-file
           ASSIGN TO GL-POST-RNI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT receivable-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT journal-entry-posting-file
           ASSIGN TO GL-POST-JE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT fixed-asset-posting-file
           ASSIGN TO GL-POST-FA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT escheat-posting-file
           ASSIGN TO GL-POST-ESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT journal-report ASSIGN TO printer.
                     SELECT journal-history-file ASSIGN TO "gl-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL period-control-file
           ASSIGN TO "gl-period"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL year-lock-file
           ASSIGN TO "gl-yrlock"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO gl-rej
           ORGANIZATION IS LINE SEQUENTIAL.
       fd  dayclose-posting-file.
       01  dayclose-posting-rec.
           05  day-post-data       pic x(46).
       fd  salaried-posting-file.
       01  salaried-posting-rec.
           05  sal-post-data       pic x(46).
       fd  benefit-posting-file.
       01  benefit-posting-rec.
           05  ben-post-data       pic x(46).
       fd  accrual-posting-file.
       01  accrual-posting-rec.
           05  acr-post-data       pic x(46).
       fd  voucher-posting-file.
       01  voucher-posting-rec.
           05  apv-post-data       pic x(46).
       fd  ap-payment-posting-file.
       01  ap-payment-posting-rec.
           05  app-post-data       pic x(46).
       fd  return-posting-file.
       01  return-posting-rec.
           05  rtv-post-data       pic x(46).
       fd  landed-cost-posting-file.
       01  landed-cost-posting-rec.
           05  lnd-post-data       pic x(46).
       fd  rni-posting-file.
       01  rni-posting-rec.
           05  rni-post-data       pic x(46).
       fd  receivable-posting-file.
       01  receivable-posting-rec.
           05  rcv-post-data       pic x(46).
       fd  journal-entry-posting-file.
       01  journal-entry-posting-rec.
           05  jen-post-data       pic x(46).
       fd  fixed-asset-posting-file.
       01  fixed-asset-posting-rec.
           05  fxa-post-data       pic x(46).
       fd  escheat-posting-file.
       01  escheat-posting-rec.
           05  esc-post-data       pic x(46).
       fd  journal-report.
       01  print-rec.
           05 pic x(132).
       fd  period-control-file.
       01  period-control-rec.
           05  gp-open-period      pic 9(6).
      *> the fiscal year GLYREND closed last; while a supervisor has
      *> it reopened (status R) late adjustments dated into its
      *> closing period, yyyy1331, are accepted
       fd  year-lock-file.
       01  year-lock-rec.
           05  yl-closed-year      pic 9(4).
           05  yl-status           pic x(1).
           05  yl-status-date      pic 9(8).
           05  yl-operator         pic x(3).
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
       01  source-table-count       pic 9(2) value 0.
       01  source-found-idx         pic 9(2) comp value 0.
       01  source-table.
           05  source-table-entry OCCURS 40 TIMES.
               10  st-source        pic x(8).
               10  st-debit-total   pic 9(11)v99.
               10  st-credit-total  pic 9(11)v99.
               10  coat-active      pic x(1).
       01  postings-diverted        pic 9(5) value 0.
       01  open-period-work         pic 9(6) value 0.
       01  reopened-period          pic 9(6) value 0.
       01  posting-period-work      pic 9(6).
       01  grand-debit-total        pic 9(13)v99 value 0.
       01  grand-credit-total       pic 9(13)v99 value 0.
           perform 500-consolidate-bonus-postings
           perform 550-consolidate-payroll-postings
           perform 560-consolidate-dayclose-postings
           perform 570-consolidate-salaried-postings
           perform 580-consolidate-benefit-postings
           perform 590-consolidate-accrual-postings
           perform 591-consolidate-escheat-postings
           perform 592-consolidate-voucher-postings
           perform 593-consolidate-fixed-asset-postings
           perform 594-consolidate-ap-payment-postings
           perform 595-consolidate-journal-entry-postings
           perform 596-consolidate-return-postings
           perform 597-consolidate-receivable-postings
           perform 598-consolidate-landed-cost-postings
           perform 599-consolidate-rni-postings
           write print-rec from blank-line
           perform varying source-table-idx from 1 by 1
                   until source-table-idx > source-table-count
           close period-control-file
           if open-period-work = 0
              move business-date-work(1:6) to open-period-work
           end-if
           open input year-lock-file
           read year-lock-file
                at end
                   continue
                not at end
                   if yl-closed-year is numeric
                      and yl-status = 'R'
                      compute reopened-period =
                         (yl-closed-year * 100) + 13
                   end-if
           end-read
           close year-lock-file.
       150-lookup-account.
           move 0 to coa-found-idx
           perform varying coa-table-idx from 1 by 1
           if posting-file-status = "00" or "10"
              close dayclose-posting-file
           end-if.
       570-consolidate-salaried-postings.
           move 'yes' to are-there-more-records
           open input salaried-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read salaried-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move salaried-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close salaried-posting-file
           end-if.
       580-consolidate-benefit-postings.
           move 'yes' to are-there-more-records
           open input benefit-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read benefit-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move benefit-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close benefit-posting-file
           end-if.
       590-consolidate-accrual-postings.
           move 'yes' to are-there-more-records
           open input accrual-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read accrual-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move accrual-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close accrual-posting-file
           end-if.
      *> the annual unclaimed-property run (ESCHEAT) appends to
      *> GL-POST-ESC; emptied once consolidated, as GL-POST-AR is
       591-consolidate-escheat-postings.
           move 'yes' to are-there-more-records
           open input escheat-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read escheat-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move escheat-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close escheat-posting-file
              open output escheat-posting-file
              close escheat-posting-file
           end-if.
       592-consolidate-voucher-postings.
           move 'yes' to are-there-more-records
           open input voucher-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read voucher-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move voucher-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close voucher-posting-file
           end-if.
       593-consolidate-fixed-asset-postings.
           move 'yes' to are-there-more-records
           open input fixed-asset-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read fixed-asset-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move fixed-asset-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close fixed-asset-posting-file
           end-if.
       594-consolidate-ap-payment-postings.
           move 'yes' to are-there-more-records
           open input ap-payment-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read ap-payment-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move ap-payment-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close ap-payment-posting-file
           end-if.
       595-consolidate-journal-entry-postings.
           move 'yes' to are-there-more-records
           open input journal-entry-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read journal-entry-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move journal-entry-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close journal-entry-posting-file
           end-if.
       596-consolidate-return-postings.
           move 'yes' to are-there-more-records
           open input return-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read return-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move return-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close return-posting-file
           end-if.
      *> the receivable programs are run on demand and append to
      *> GL-POST-AR; once consolidated the file is emptied so the
      *> same postings are not journaled again the next night
       597-consolidate-receivable-postings.
           move 'yes' to are-there-more-records
           open input receivable-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read receivable-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move receivable-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close receivable-posting-file
              open output receivable-posting-file
              close receivable-posting-file
           end-if.
       598-consolidate-landed-cost-postings.
           move 'yes' to are-there-more-records
           open input landed-cost-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read landed-cost-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move landed-cost-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close landed-cost-posting-file
           end-if.
       599-consolidate-rni-postings.
           move 'yes' to are-there-more-records
           open input rni-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read rni-posting-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move rni-posting-rec
                         to work-posting-rec
                       perform 700-journal-one-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close rni-posting-file
           end-if.
       600-prove-source.
           move st-source(source-table-idx) to src-total-source-out
           move st-debit-total(source-table-idx)
              when coa-found-idx = 0
                 or coat-active(coa-found-idx) not = 'A'
                 perform 180-divert-bad-posting
              when posting-period-work = reopened-period
                 perform 750-journal-valid-posting
              when posting-period-work < open-period-work
                 perform 185-divert-prior-period
              when other
              end-if
           end-perform
           if source-found-idx = 0
              if source-table-count > 39
                 display "GLCONSOL: MORE THAN 40 GL SOURCES -- "
                    "TABLE FULL"
                 stop run
              end-if
