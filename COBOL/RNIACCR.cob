       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNIACCR.
      *> Received-not-invoiced accrual and open purchase commitments.
      *> Stock received through PORECV goes into inventory at once,
      *> but nothing reaches the GL until the vendor's invoice is
      *> matched (POMATCH) and vouchered (APVOUCH).  On the period-end
      *> date of the processing calendar (proc-cal) this step lays
      *> the matched invoice quantities on po-inv-hist against each
      *> PO's receipts on po-recv-hist, oldest receipt first; what is
      *> left over was received but not invoiced.  It is valued at
      *> the PO unit cost, listed by vendor aged from the receipt
      *> date, and accrued to the GL (inventory against the
      *> received-not-invoiced liability) through GLCONSOL.  The
      *> accrual is kept on rni-ctl, and the first run dated in the
      *> next period posts the reversing entry, as ACRWAGE does for
      *> wages.  The same run lists the open purchase commitments --
      *> ordered but not yet received, in dollars -- by vendor and
      *> promised date.  Any other night the step leaves an empty
      *> posting file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL calendar-file ASSIGN TO "proc-cal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL accrual-control-file
           ASSIGN TO "rni-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL open-po-file ASSIGN TO "po-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL receipt-history-file
           ASSIGN TO "po-recv-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL invoice-history-file
           ASSIGN TO "po-inv-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT report-sort-file ASSIGN TO "srtwk7".
                     SELECT sorted-report-file ASSIGN TO rni-srt
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT accrual-listing ASSIGN TO printer.
                     SELECT gl-posting-file ASSIGN TO GL-POST-RNI
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO rni-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
      *> processing-calendar master, one line per date -- the same
      *> card the job stream reads
       fd  calendar-file.
       01  calendar-rec.
           05  cal-date              pic 9(8).
           05                        pic x(1).
           05  cal-day-type          pic x(1).
           05                        pic x(1).
           05  cal-period-end-flag   pic x(1).
           05                        pic x(1).
           05  cal-year-end-flag     pic x(1).
           05                        pic x(1).
           05  cal-period-label      pic x(30).
      *> the last accrual posted and whether it has been reversed
       fd  accrual-control-file.
       01  accrual-control-rec.
           05  ac-accrual-date       pic 9(8).
           05  ac-accrued-amount     pic 9(9)v99.
           05  ac-reversed-sw        pic x(1).
               88  accrual-reversed      value 'Y'.
       fd  open-po-file.
       01  open-po-rec.
           05  pon-po-number       pic 9(6).
           05  pon-vendor-no       pic x(5).
           05  pon-part-no         pic x(5).
           05  pon-order-qty       pic 9(5).
           05  pon-unit-cost       pic 9(5)v99.
           05  pon-order-date      pic 9(8).
           05  pon-promised-days   pic 9(3).
           05  pon-received-qty    pic 9(5).
           05  pon-status          pic x(1).
       fd  receipt-history-file.
       01  receipt-history-rec.
           05  rh-po-number        pic 9(6).
           05  rh-vendor-no        pic x(5).
           05  rh-part-no          pic x(5).
           05  rh-order-qty        pic 9(5).
           05  rh-received-qty     pic 9(5).
           05  rh-order-date       pic 9(8).
           05  rh-receipt-date     pic 9(8).
           05  rh-promised-days    pic 9(3).
       fd  invoice-history-file.
       01  invoice-history-rec.
           05  ih-vendor-no        pic x(5).
           05  ih-part-no          pic x(5).
           05  ih-po-number        pic 9(6).
           05  ih-po-unit-cost     pic 9(5)v99.
           05  ih-invoice-price    pic 9(5)v99.
           05  ih-quantity         pic 9(5).
           05  ih-matched-flag     pic x(1).
      *> '1' an unmatched receipt (dated received), '2' an open
      *> commitment (dated promised)
       SD  report-sort-file.
       01  report-sort-rec.
           05  srt-report-type     pic x(1).
           05  srt-vendor-no       pic x(5).
           05  srt-sort-date       pic 9(8).
           05  srt-po-number       pic 9(6).
           05  srt-part-no         pic x(5).
           05  srt-quantity        pic 9(5).
           05  srt-unit-cost       pic 9(5)v99.
           05  srt-amount          pic 9(9)v99.
           05  srt-age-days        pic 9(5).
       fd  sorted-report-file.
       01  sorted-report-rec.
           05  sr-report-type      pic x(1).
           05  sr-vendor-no        pic x(5).
           05  sr-sort-date        pic 9(8).
           05  sr-po-number        pic 9(6).
           05  sr-part-no          pic x(5).
           05  sr-quantity         pic 9(5).
           05  sr-unit-cost        pic 9(5)v99.
           05  sr-amount           pic 9(9)v99.
           05  sr-age-days         pic 9(5).
       fd  accrual-listing.
       01  print-rec.
           05 pic x(132).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-sorted-records      picture xxx value 'yes'.
       01  period-end-sw            pic x value 'N'.
           88  period-end-night         value 'Y'.
       01  reversal-due-sw          pic x value 'N'.
           88  reversal-due             value 'Y'.
       01  control-accrual-date     pic 9(8) value 0.
       01  control-accrued-amount   pic 9(9)v99 value 0.
       01  control-reversed-sw      pic x value 'Y'.
       01  date-to-convert          pic 9(8).
       01  date-parts redefines date-to-convert.
           05  conv-year            pic 9(4).
           05  conv-month           pic 9(2).
           05  conv-day             pic 9(2).
       01  converted-days           pic 9(7).
       01  leap-work                pic 9(7).
       01  month-subscript          pic 9(2) comp.
       01  cumulative-month-values.
           05 pic 9(3) value 000.
           05 pic 9(3) value 031.
           05 pic 9(3) value 059.
           05 pic 9(3) value 090.
           05 pic 9(3) value 120.
           05 pic 9(3) value 151.
           05 pic 9(3) value 181.
           05 pic 9(3) value 212.
           05 pic 9(3) value 243.
           05 pic 9(3) value 273.
           05 pic 9(3) value 304.
           05 pic 9(3) value 334.
       01  cumulative-month-table
               redefines cumulative-month-values.
           05  days-before-month OCCURS 12 TIMES pic 9(3).
       01  days-in-month-values.
           05 pic 9(2) value 31.
           05 pic 9(2) value 28.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
       01  days-in-month-table redefines days-in-month-values.
           05  days-in-month OCCURS 12 TIMES pic 9(2).
       01  month-last-day           pic 9(2).
       01  days-to-add              pic 9(5).
       01  business-days            pic 9(7).
       01  po-table-idx             pic 9(4) comp.
       01  po-table-count           pic 9(4) value 0.
       01  po-found-idx             pic 9(4) comp value 0.
       01  po-table.
           05  po-entry OCCURS 500 TIMES.
               10  pot-po-number    pic 9(6).
               10  pot-vendor-no    pic x(5).
               10  pot-part-no      pic x(5).
               10  pot-order-qty    pic 9(5).
               10  pot-unit-cost    pic 9(5)v99.
               10  pot-order-date   pic 9(8).
               10  pot-promised-days pic 9(3).
               10  pot-received-qty pic 9(5).
               10  pot-status       pic x(1).
      *>           invoiced quantity not yet laid against a receipt
               10  pot-invoice-left pic 9(7).
       01  po-search-number         pic 9(6).
       01  unmatched-qty            pic 9(5).
       01  open-order-qty           pic s9(5).
       01  total-accrual            pic 9(9)v99 value 0.
       01  total-commitment         pic 9(9)v99 value 0.
       01  receipts-read            pic 9(7) value 0.
       01  receipts-unmatched       pic 9(7) value 0.
       01  receipts-rejected        pic 9(7) value 0.
       01  current-report-type      pic x value space.
       01  current-vendor           pic x(5) value spaces.
       01  bucket-idx               pic 9(1) comp.
       01  vendor-buckets.
           05  vendor-bucket OCCURS 4 TIMES pic 9(9)v99.
       01  vendor-total             pic 9(9)v99 value 0.
       01  vendor-past-due          pic 9(9)v99 value 0.
       01  grand-buckets.
           05  grand-bucket OCCURS 4 TIMES pic 9(9)v99.
       01  grand-past-due           pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  listing-header.
           05 pic x(30) value "RECEIVED NOT INVOICED         ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  no-accrual-line.
           05 pic x(44) value
              "NOT A PERIOD END -- NO ACCRUAL TONIGHT".
       01  reversal-line.
           05 pic x(26) value "REVERSAL OF ACCRUAL DATED ".
           05  rev-accrual-date-out    pic 9(8).
           05 pic x(3) value "  $".
           05  rev-amount-out          pic zzz,zzz,zz9.99.
       01  receipt-title-line.
           05 pic x(44) value
              "UNMATCHED RECEIPTS BY VENDOR, AGED".
       01  receipt-column-line.
           05 pic x(8) value "RECEIVED".
           05 pic x(2) value spaces.
           05 pic x(6) value "  PO  ".
           05 pic x(2) value spaces.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(5) value "  QTY".
           05 pic x(2) value spaces.
           05 pic x(9) value "UNIT COST".
           05 pic x(2) value spaces.
           05 pic x(13) value "    0-30 DAYS".
           05 pic x(2) value spaces.
           05 pic x(13) value "   31-60 DAYS".
           05 pic x(2) value spaces.
           05 pic x(13) value "   61-90 DAYS".
           05 pic x(2) value spaces.
           05 pic x(13) value "  OVER 90    ".
       01  commitment-title-line.
           05 pic x(44) value
              "OPEN PURCHASE COMMITMENTS BY VENDOR".
       01  commitment-column-line.
           05 pic x(8) value "PROMISED".
           05 pic x(2) value spaces.
           05 pic x(6) value "  PO  ".
           05 pic x(2) value spaces.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(5) value " OPEN".
           05 pic x(2) value spaces.
           05 pic x(9) value "UNIT COST".
           05 pic x(2) value spaces.
           05 pic x(13) value "    COMMITTED".
       01  vendor-heading-line.
           05 pic x(7) value "VENDOR ".
           05  vh-vendor-out           pic x(5).
       01  detail-line.
           05  dl-date-out             pic 9(8).
           05 pic x(2) value spaces.
           05  dl-po-out               pic 9(6).
           05 pic x(2) value spaces.
           05  dl-part-out             pic x(5).
           05 pic x(2) value spaces.
           05  dl-qty-out              pic zzzz9.
           05 pic x(2) value spaces.
           05  dl-unit-cost-out        pic zz,zz9.99.
           05  dl-bucket-out OCCURS 4 TIMES.
               10 pic x(2).
               10  dl-amount-out       pic zz,zzz,zz9.99
                                       blank when zero.
           05 pic x(2) value spaces.
           05  dl-flag-out             pic x(8).
       01  bucket-total-line.
           05  bt-label-out            pic x(41).
           05  bt-bucket-out OCCURS 4 TIMES.
               10 pic x(2).
               10  bt-amount-out       pic zz,zzz,zz9.99.
       01  commitment-total-line.
           05  ct-label-out            pic x(41).
           05 pic x(2) value spaces.
           05  ct-amount-out           pic zz,zzz,zz9.99.
           05 pic x(14) value "  PAST DUE  $ ".
           05  ct-past-due-out         pic zz,zzz,zz9.99.
       01  total-line.
           05  total-label-out         pic x(30).
           05 pic x(3) value "  $".
           05  total-amount-out        pic zzz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-check-period-end
           perform 120-load-accrual-control
           open output accrual-listing
                output gl-posting-file
                output reject-listing
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from listing-header
           write print-rec from blank-line
           if reversal-due
              perform 200-post-reversal
           end-if
           if period-end-night
              perform 300-accrue-the-period
           else
              write print-rec from no-accrual-line
           end-if
           perform 900-write-run-log
           close accrual-listing
                 gl-posting-file
                 reject-listing
                 run-log-file
           if reversal-due or period-end-night
              perform 190-save-accrual-control
           end-if
           stop run.
       110-check-period-end.
           open input calendar-file
           perform until are-there-more-records = 'no '
              read calendar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if cal-date = business-date-work
                          and cal-period-end-flag = 'Y'
                          move 'Y' to period-end-sw
                       end-if
              end-read
           end-perform
           close calendar-file
           move 'yes' to are-there-more-records.
       120-load-accrual-control.
      *>   an accrual still standing from an earlier period is
      *>   reversed on the first run dated in a later one; tonight's
      *>   own accrual on a rerun is simply posted again
           open input accrual-control-file
           read accrual-control-file
                at end
                   continue
                not at end
                   if ac-accrual-date is numeric
                      and ac-accrued-amount is numeric
                      move ac-accrual-date to control-accrual-date
                      move ac-accrued-amount
                        to control-accrued-amount
                      move ac-reversed-sw to control-reversed-sw
                   end-if
           end-read
           close accrual-control-file
           if control-reversed-sw not = 'Y'
              and control-accrual-date(1:6)
                 < business-date-work(1:6)
              move 'Y' to reversal-due-sw
           end-if.
       130-load-open-pos.
           open input open-po-file
           perform until are-there-more-records = 'no '
              read open-po-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to po-table-count
                       if po-table-count > 500
                          display "RNIACCR: MORE THAN 500 PURCHASE "
                             "ORDERS -- TABLE FULL"
                          stop run
                       end-if
                       move pon-po-number
                         to pot-po-number(po-table-count)
                       move pon-vendor-no
                         to pot-vendor-no(po-table-count)
                       move pon-part-no
                         to pot-part-no(po-table-count)
                       move pon-order-qty
                         to pot-order-qty(po-table-count)
                       move pon-unit-cost
                         to pot-unit-cost(po-table-count)
                       move pon-order-date
                         to pot-order-date(po-table-count)
                       move pon-promised-days
                         to pot-promised-days(po-table-count)
                       move pon-received-qty
                         to pot-received-qty(po-table-count)
                       move pon-status
                         to pot-status(po-table-count)
                       move 0 to pot-invoice-left(po-table-count)
              end-read
           end-perform
           close open-po-file
           move 'yes' to are-there-more-records.
       140-load-invoiced-qty.
      *>   only invoices POMATCH approved count; a held invoice is
      *>   not yet a liability
           open input invoice-history-file
           perform until are-there-more-records = 'no '
              read invoice-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if ih-matched-flag = 'Y'
                          and ih-quantity is numeric
                          move ih-po-number to po-search-number
                          perform 150-find-po
                          if po-found-idx > 0
                             add ih-quantity
                               to pot-invoice-left(po-found-idx)
                          end-if
                       end-if
              end-read
           end-perform
           close invoice-history-file
           move 'yes' to are-there-more-records.
       150-find-po.
           move 0 to po-found-idx
           perform varying po-table-idx from 1 by 1
                   until po-table-idx > po-table-count
              if pot-po-number(po-table-idx) = po-search-number
                 move po-table-idx to po-found-idx
              end-if
           end-perform.
       190-save-accrual-control.
           open output accrual-control-file
           move control-accrual-date to ac-accrual-date
           move control-accrued-amount to ac-accrued-amount
           move control-reversed-sw to ac-reversed-sw
           write accrual-control-rec
           close accrual-control-file.
       200-post-reversal.
           move control-accrual-date to rev-accrual-date-out
           move control-accrued-amount to rev-amount-out
           write print-rec from reversal-line
           write print-rec from blank-line
           if control-accrued-amount > 0
              move business-date-work to GLP-POST-DATE
              move "RNIACCR " to GLP-SOURCE-PROGRAM
              move "RNIACCR " to GLP-ACCOUNT
              move control-accrued-amount to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "INVASSET" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move control-accrued-amount to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           move 'Y' to control-reversed-sw.
       300-accrue-the-period.
           move business-date-work to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to business-days
           perform 130-load-open-pos
           perform 140-load-invoiced-qty
           SORT report-sort-file
                ON ASCENDING KEY srt-report-type srt-vendor-no
                                 srt-sort-date srt-po-number
                INPUT PROCEDURE IS 310-gather-report-lines
                GIVING sorted-report-file
           perform 400-print-reports
           move "TOTAL RECEIVED NOT INVOICED" to total-label-out
           move total-accrual to total-amount-out
           write print-rec from blank-line
           write print-rec from total-line
           if total-accrual > 0
              move business-date-work to GLP-POST-DATE
              move "RNIACCR " to GLP-SOURCE-PROGRAM
              move "INVASSET" to GLP-ACCOUNT
              move total-accrual to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "RNIACCR " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-accrual to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           move business-date-work to control-accrual-date
           move total-accrual to control-accrued-amount
           move 'N' to control-reversed-sw.
       310-gather-report-lines.
           open input receipt-history-file
           perform until are-there-more-records = 'no '
              read receipt-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to receipts-read
                       perform 320-match-one-receipt
              end-read
           end-perform
           close receipt-history-file
           move 'yes' to are-there-more-records
           perform varying po-table-idx from 1 by 1
                   until po-table-idx > po-table-count
              perform 340-release-commitment
           end-perform.
       320-match-one-receipt.
      *>   receipts are appended as they are posted, so the file is
      *>   already oldest first and the invoices are used up in turn
           move rh-po-number to po-search-number
           perform 150-find-po
           if po-found-idx = 0
              perform 700-reject-receipt
           else
              if rh-received-qty is not numeric
                 move 0 to rh-received-qty
              end-if
              if pot-invoice-left(po-found-idx) >= rh-received-qty
                 subtract rh-received-qty
                   from pot-invoice-left(po-found-idx)
                 move 0 to unmatched-qty
              else
                 compute unmatched-qty =
                    rh-received-qty - pot-invoice-left(po-found-idx)
                 move 0 to pot-invoice-left(po-found-idx)
              end-if
              if unmatched-qty > 0
                 add 1 to receipts-unmatched
                 move '1' to srt-report-type
                 move pot-vendor-no(po-found-idx) to srt-vendor-no
                 move rh-receipt-date to srt-sort-date
                 move rh-po-number to srt-po-number
                 move rh-part-no to srt-part-no
                 move unmatched-qty to srt-quantity
                 move pot-unit-cost(po-found-idx) to srt-unit-cost
                 compute srt-amount =
                    unmatched-qty * pot-unit-cost(po-found-idx)
                 move rh-receipt-date to date-to-convert
                 perform 840-convert-date-to-days
                 if converted-days < business-days
                    compute srt-age-days =
                       business-days - converted-days
                 else
                    move 0 to srt-age-days
                 end-if
                 RELEASE report-sort-rec
              end-if
           end-if.
       340-release-commitment.
           compute open-order-qty =
              pot-order-qty(po-table-idx)
              - pot-received-qty(po-table-idx)
           if pot-status(po-table-idx) not = 'C'
              and open-order-qty > 0
              move '2' to srt-report-type
              move pot-vendor-no(po-table-idx) to srt-vendor-no
              move pot-order-date(po-table-idx) to date-to-convert
              move pot-promised-days(po-table-idx) to days-to-add
              perform 850-add-days-to-date
              move date-to-convert to srt-sort-date
              move pot-po-number(po-table-idx) to srt-po-number
              move pot-part-no(po-table-idx) to srt-part-no
              move open-order-qty to srt-quantity
              move pot-unit-cost(po-table-idx) to srt-unit-cost
              compute srt-amount =
                 open-order-qty * pot-unit-cost(po-table-idx)
              move 0 to srt-age-days
              RELEASE report-sort-rec
           end-if.
       400-print-reports.
           move zeros to vendor-buckets
           move zeros to grand-buckets
           open input sorted-report-file
           perform until more-sorted-records = 'no '
              read sorted-report-file
                    at end
                       move 'no ' to more-sorted-records
                    not at end
                       perform 410-print-one-line
              end-read
           end-perform
           close sorted-report-file
           if current-vendor not = spaces
              perform 450-print-vendor-total
           end-if
      *>   either report may be empty; both headings and totals print
           if current-report-type = space
              perform 420-start-receipts
           end-if
           if current-report-type = '1'
              perform 460-print-receipt-totals
              perform 430-start-commitments
           end-if
           perform 470-print-commitment-totals.
       410-print-one-line.
           if sr-report-type not = current-report-type
              if current-vendor not = spaces
                 perform 450-print-vendor-total
              end-if
              if current-report-type = space
                 perform 420-start-receipts
              end-if
              if sr-report-type = '2'
                 perform 460-print-receipt-totals
                 perform 430-start-commitments
              end-if
           end-if
           if sr-vendor-no not = current-vendor
              if current-vendor not = spaces
                 perform 450-print-vendor-total
              end-if
              move sr-vendor-no to current-vendor
              move sr-vendor-no to vh-vendor-out
              write print-rec from vendor-heading-line
           end-if
           move spaces to detail-line
           move sr-sort-date to dl-date-out
           move sr-po-number to dl-po-out
           move sr-part-no to dl-part-out
           move sr-quantity to dl-qty-out
           move sr-unit-cost to dl-unit-cost-out
           move 0 to dl-amount-out(1)
           move 0 to dl-amount-out(2)
           move 0 to dl-amount-out(3)
           move 0 to dl-amount-out(4)
           if sr-report-type = '1'
              evaluate true
                 when sr-age-days > 90
                    move 4 to bucket-idx
                 when sr-age-days > 60
                    move 3 to bucket-idx
                 when sr-age-days > 30
                    move 2 to bucket-idx
                 when other
                    move 1 to bucket-idx
              end-evaluate
              move sr-amount to dl-amount-out(bucket-idx)
              add sr-amount to vendor-bucket(bucket-idx)
              add sr-amount to grand-bucket(bucket-idx)
              add sr-amount to total-accrual
           else
              move sr-amount to dl-amount-out(1)
              add sr-amount to vendor-total
              add sr-amount to total-commitment
              if sr-sort-date < business-date-work
                 move "PAST DUE" to dl-flag-out
                 add sr-amount to vendor-past-due
                 add sr-amount to grand-past-due
              end-if
           end-if
           write print-rec from detail-line.
       420-start-receipts.
           move '1' to current-report-type
           write print-rec from receipt-title-line
           write print-rec from receipt-column-line
           write print-rec from blank-line.
       430-start-commitments.
           move '2' to current-report-type
           write print-rec from blank-line
           write print-rec from commitment-title-line
           write print-rec from commitment-column-line
           write print-rec from blank-line.
       450-print-vendor-total.
           if current-report-type = '1'
              move spaces to bucket-total-line
              string "  TOTAL VENDOR " delimited by size
                     current-vendor delimited by size
                     into bt-label-out
              perform varying bucket-idx from 1 by 1
                      until bucket-idx > 4
                 move vendor-bucket(bucket-idx)
                   to bt-amount-out(bucket-idx)
              end-perform
              write print-rec from bucket-total-line
           else
              move spaces to ct-label-out
              string "  TOTAL VENDOR " delimited by size
                     current-vendor delimited by size
                     into ct-label-out
              move vendor-total to ct-amount-out
              move vendor-past-due to ct-past-due-out
              write print-rec from commitment-total-line
           end-if
           write print-rec from blank-line
           move zeros to vendor-buckets
           move 0 to vendor-total
           move 0 to vendor-past-due
           move spaces to current-vendor.
       460-print-receipt-totals.
           move spaces to bucket-total-line
           move "TOTAL UNMATCHED RECEIPTS" to bt-label-out
           perform varying bucket-idx from 1 by 1
                   until bucket-idx > 4
              move grand-bucket(bucket-idx)
                to bt-amount-out(bucket-idx)
           end-perform
           write print-rec from bucket-total-line.
       470-print-commitment-totals.
           move "TOTAL OPEN COMMITMENTS" to ct-label-out
           move total-commitment to ct-amount-out
           move grand-past-due to ct-past-due-out
           write print-rec from commitment-total-line.
       700-reject-receipt.
      *>   the PO is no longer on po-open, so there is no cost to
      *>   value the receipt at
           add 1 to receipts-rejected
           move spaces to SUSPENSE-REC
           move "RNIACCR " to SUSP-SOURCE-PROGRAM
           move rh-po-number to SUSP-KEY-FIELD(1:6)
           move rh-part-no to SUSP-KEY-FIELD(8:5)
           move "RECEIPT FOR PO NOT ON PO-OPEN" to SUSP-REASON
           write SUSPENSE-REC.
       830-set-month-last-day.
           move days-in-month(conv-month) to month-last-day
           if conv-month = 02
              divide conv-year by 4 giving leap-work
              if conv-year = leap-work * 4
                 divide conv-year by 100 giving leap-work
                 if conv-year not = leap-work * 100
                    move 29 to month-last-day
                 else
                    divide conv-year by 400 giving leap-work
                    if conv-year = leap-work * 400
                       move 29 to month-last-day
                    end-if
                 end-if
              end-if
           end-if.
       840-convert-date-to-days.
           compute converted-days = conv-year * 365
           compute leap-work = (conv-year - 1) / 4
           add leap-work to converted-days
           compute leap-work = (conv-year - 1) / 100
           subtract leap-work from converted-days
           compute leap-work = (conv-year - 1) / 400
           add leap-work to converted-days
           move conv-month to month-subscript
           add days-before-month(month-subscript) to converted-days
           if conv-month > 2
              divide conv-year by 4 giving leap-work
              if conv-year = leap-work * 4
                 divide conv-year by 100 giving leap-work
                 if conv-year not = leap-work * 100
                    add 1 to converted-days
                 else
                    divide conv-year by 400 giving leap-work
                    if conv-year = leap-work * 400
                       add 1 to converted-days
                    end-if
                 end-if
              end-if
           end-if
           add conv-day to converted-days.
       850-add-days-to-date.
      *>   steps date-to-convert forward a month at a time
           if date-to-convert is not numeric
              or conv-month < 1 or conv-month > 12
              move business-date-work to date-to-convert
           end-if
           perform 830-set-month-last-day
           perform until days-to-add = 0
              if conv-day + days-to-add > month-last-day
                 compute days-to-add =
                    days-to-add - (month-last-day - conv-day) - 1
                 move 1 to conv-day
                 if conv-month = 12
                    move 1 to conv-month
                    add 1 to conv-year
                 else
                    add 1 to conv-month
                 end-if
                 perform 830-set-month-last-day
              else
                 add days-to-add to conv-day
                 move 0 to days-to-add
              end-if
           end-perform.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "RNIACCR " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move receipts-read to RL-RECORDS-IN
           move receipts-unmatched to RL-RECORDS-OUT
           move receipts-rejected to RL-RECORDS-REJECTED
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
