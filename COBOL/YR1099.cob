       IDENTIFICATION DIVISION.
       PROGRAM-ID. YR1099.
      *> Year-end 1099 reporting.  Totals a calendar year's payments
      *> by payee -- vendors from the AP payment history (ap-pay-hist,
      *> net amount paid, less any debit memo netted against the
      *> payment) and taxi drivers from their settlements
      *> (drv-setl-hist, net earnings) -- for every payee whose master
      *> record (vnd-remit, drv-mast) carries the 1099 switch.  A
      *> payee at or over the reporting threshold gets a recipient
      *> copy (ten99-copy) and a record on the filing extract
      *> (ten99-out); one with no usable taxpayer ID is still
      *> reported but flagged on the listing so a W-9 is chased
      *> before filing.  The threshold is on the ten99-ctl card,
      *> $600.00 if no card.  The tax year follows W2EXTR: the
      *> bus-date year, except that a run in January through March is
      *> for the year just ended.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL vendor-remit-file
           ASSIGN TO "vnd-remit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT driver-master-file ASSIGN TO drv-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL payment-history-file
           ASSIGN TO "ap-pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL settlement-history-file
           ASSIGN TO "drv-setl-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL threshold-control-file
           ASSIGN TO "ten99-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT recipient-copy-file ASSIGN TO ten99-copy
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT filing-extract-file ASSIGN TO ten99-out
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT proof-listing ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  vendor-remit-file.
           COPY VNDREMIT.
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
           05  dr-tax-id           pic x(9).
           05  dr-1099-sw          pic x(1).
               88  dr-1099-reportable  value 'Y'.
       fd  payment-history-file.
           COPY APHIST.
       fd  settlement-history-file.
           COPY DRVHIST.
       fd  threshold-control-file.
       01  threshold-control-rec.
           05  tc-threshold-amt    pic 9(5)v99.
       fd  recipient-copy-file.
       01  recipient-copy-rec.
           05 pic x(80).
       fd  filing-extract-file.
       01  filing-extract-rec.
           05  t9-tax-year         pic 9(4).
           05  t9-payee-type       pic x(1).
           05  t9-payee-id         pic x(5).
           05  t9-tax-id           pic x(9).
           05  t9-payee-name       pic x(30).
           05  t9-address-1        pic x(30).
           05  t9-address-2        pic x(30).
           05  t9-city-state-zip   pic x(30).
           05  t9-amount           pic 9(9)v99.
           05  t9-tin-missing-sw   pic x(1).
       fd  proof-listing.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  tax-year                 pic 9(4).
       01  reporting-threshold      pic 9(5)v99 value 600.00.
       01  more-remit-records       picture xxx value 'yes'.
       01  more-driver-records      picture xxx value 'yes'.
       01  more-payment-records     picture xxx value 'yes'.
       01  more-settle-records      picture xxx value 'yes'.
       01  payee-table-idx          pic 9(3) comp.
       01  payee-table-count        pic 9(3) value 0.
       01  payee-found-idx          pic 9(3) comp value 0.
       01  payee-table.
           05  payee-entry OCCURS 400 TIMES.
      *>           V = vendor, D = driver
               10  pt-payee-type    pic x(1).
               10  pt-payee-id      pic x(5).
               10  pt-payee-name    pic x(30).
               10  pt-address-1     pic x(30).
               10  pt-address-2     pic x(30).
               10  pt-city-st-zip   pic x(30).
               10  pt-tax-id        pic x(9).
               10  pt-1099-sw       pic x(1).
               10  pt-year-total    pic s9(9)v99.
       01  lookup-type              pic x(1).
       01  lookup-id                pic x(5).
       01  records-read             pic 9(7) value 0.
       01  payees-reported          pic 9(5) value 0.
       01  payees-below             pic 9(5) value 0.
       01  payees-no-tin            pic 9(5) value 0.
       01  payments-unmatched       pic 9(5) value 0.
       01  total-reported           pic 9(11)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  proof-header.
           05 pic x(28) value "1099 REPORTING PROOF LISTING".
           05 pic x(11) value "   TAX YEAR".
           05 pic x(1) value space.
           05  header-year-out         pic 9(4).
           05 pic x(14) value "   THRESHOLD $".
           05  header-threshold-out    pic zz,zz9.99.
       01  blank-line               pic x value space.
       01  column-header.
           05 pic x(6) value "TYPE  ".
           05 pic x(5) value "ID".
           05 pic x(2) value spaces.
           05 pic x(30) value "PAYEE".
           05 pic x(2) value spaces.
           05 pic x(9) value "TAX ID".
           05 pic x(2) value spaces.
           05 pic x(14) value "  PAID IN YEAR".
           05 pic x(2) value spaces.
           05 pic x(30) value "STATUS".
       01  proof-detail-line.
           05  proof-type-out          pic x(6).
           05  proof-id-out            pic x(5).
           05 pic x(2) value spaces.
           05  proof-name-out          pic x(30).
           05 pic x(2) value spaces.
           05  proof-tax-id-out        pic x(9).
           05 pic x(2) value spaces.
           05  proof-amount-out        pic zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  proof-status-out        pic x(30).
       01  trailer-line.
           05 pic x(9) value "REPORTED ".
           05  reported-out            pic zz,zz9.
           05 pic x(4) value "  $ ".
           05  total-reported-out      pic zzz,zzz,zzz,zz9.99.
           05 pic x(12) value "  NO TAX ID ".
           05  no-tin-out              pic zz,zz9.
           05 pic x(18) value "  BELOW THRESHOLD ".
           05  below-out               pic zz,zz9.
       01  unmatched-line.
           05 pic x(36) value
              "PAYMENTS FOR PAYEES NOT ON A MASTER ".
           05  unmatched-out           pic zz,zz9.
       01  copy-title-line.
           05 pic x(15) value "FORM 1099-NEC  ".
           05 pic x(26) value "NONEMPLOYEE COMPENSATION  ".
           05 pic x(9) value "TAX YEAR ".
           05  copy-year-out           pic 9(4).
           05 pic x(2) value spaces.
           05 pic x(6) value "COPY B".
       01  copy-tin-line.
           05 pic x(15) value "RECIPIENT TIN  ".
           05 pic x(5) value "*****".
           05  copy-tin-last-4         pic x(4).
           05 pic x(4) value spaces.
           05 pic x(8) value "ACCOUNT ".
           05  copy-account-out        pic x(6).
       01  copy-name-line.
           05 pic x(15) value spaces.
           05  copy-name-out           pic x(30).
       01  copy-amount-line.
           05 pic x(33) value "BOX 1  NONEMPLOYEE COMPENSATION $".
           05  copy-amount-out         pic zzz,zzz,zz9.99.
       01  copy-separator.
           05 pic x(40) value all "-".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 105-set-tax-year
           perform 110-load-vendors
           perform 120-load-drivers
           perform 130-total-vendor-payments
           perform 140-total-driver-settlements
           open output proof-listing
                output recipient-copy-file
                output filing-extract-file
                extend run-log-file
           move tax-year to header-year-out
           move reporting-threshold to header-threshold-out
           write print-rec from proof-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform varying payee-table-idx from 1 by 1
                   until payee-table-idx > payee-table-count
              if pt-1099-sw(payee-table-idx) = 'Y'
                 and pt-year-total(payee-table-idx) > 0
                 perform 200-report-one-payee
              end-if
           end-perform
           move payees-reported to reported-out
           move total-reported to total-reported-out
           move payees-no-tin to no-tin-out
           move payees-below to below-out
           write print-rec from blank-line
           write print-rec from trailer-line
           if payments-unmatched > 0
              move payments-unmatched to unmatched-out
              write print-rec from unmatched-line
           end-if
           perform 900-write-run-log
           close proof-listing
                 recipient-copy-file
                 filing-extract-file
                 run-log-file
           stop run.
       105-set-tax-year.
           move business-date-work(1:4) to tax-year
           if business-date-work(5:2) <= "03"
              subtract 1 from tax-year
           end-if
           open input threshold-control-file
           read threshold-control-file
                at end
                   continue
                not at end
                   if tc-threshold-amt is numeric
                      and tc-threshold-amt > 0
                      move tc-threshold-amt to reporting-threshold
                   end-if
           end-read
           close threshold-control-file.
       110-load-vendors.
           open input vendor-remit-file
           perform until more-remit-records = 'no '
              read vendor-remit-file
                    at end
                       move 'no ' to more-remit-records
                    not at end
                       perform 150-add-payee-entry
                       move 'V' to pt-payee-type(payee-table-count)
                       move vr-vendor-no
                         to pt-payee-id(payee-table-count)
                       move vr-remit-name
                         to pt-payee-name(payee-table-count)
                       move vr-address-1
                         to pt-address-1(payee-table-count)
                       move vr-address-2
                         to pt-address-2(payee-table-count)
                       move vr-city-state-zip
                         to pt-city-st-zip(payee-table-count)
                       move vr-tax-id to pt-tax-id(payee-table-count)
                       move vr-1099-sw
                         to pt-1099-sw(payee-table-count)
              end-read
           end-perform
           close vendor-remit-file.
       120-load-drivers.
           open input driver-master-file
           perform until more-driver-records = 'no '
              read driver-master-file
                    at end
                       move 'no ' to more-driver-records
                    not at end
                       perform 150-add-payee-entry
                       move 'D' to pt-payee-type(payee-table-count)
                       move dr-driver-id
                         to pt-payee-id(payee-table-count)
                       move dr-driver-name
                         to pt-payee-name(payee-table-count)
                       move dr-tax-id to pt-tax-id(payee-table-count)
                       move dr-1099-sw
                         to pt-1099-sw(payee-table-count)
              end-read
           end-perform
           close driver-master-file.
       130-total-vendor-payments.
           open input payment-history-file
           perform until more-payment-records = 'no '
              read payment-history-file
                    at end
                       move 'no ' to more-payment-records
                    not at end
                       if aph-pay-date(1:4) = tax-year
                          add 1 to records-read
                          move 'V' to lookup-type
                          move aph-vendor-no to lookup-id
                          perform 160-find-payee
                          if payee-found-idx = 0
                             add 1 to payments-unmatched
                          else
                             if aph-pay-method = 'M'
                                subtract aph-net-paid
                                  from pt-year-total(payee-found-idx)
                             else
                                add aph-net-paid
                                  to pt-year-total(payee-found-idx)
                             end-if
                          end-if
                       end-if
              end-read
           end-perform
           close payment-history-file.
       140-total-driver-settlements.
           open input settlement-history-file
           perform until more-settle-records = 'no '
              read settlement-history-file
                    at end
                       move 'no ' to more-settle-records
                    not at end
                       if dsh-settle-date(1:4) = tax-year
                          add 1 to records-read
                          move 'D' to lookup-type
                          move dsh-driver-id to lookup-id
                          perform 160-find-payee
                          if payee-found-idx = 0
                             add 1 to payments-unmatched
                          else
                             add dsh-net-paid
                               to pt-year-total(payee-found-idx)
                          end-if
                       end-if
              end-read
           end-perform
           close settlement-history-file.
       150-add-payee-entry.
           add 1 to payee-table-count
           if payee-table-count > 400
              display "YR1099: MORE THAN 400 VENDORS AND DRIVERS "
                 "-- PAYEE TABLE FULL"
              stop run
           end-if
           move spaces to payee-entry(payee-table-count)
           move 0 to pt-year-total(payee-table-count).
       160-find-payee.
           move 0 to payee-found-idx
           perform varying payee-table-idx from 1 by 1
                   until payee-table-idx > payee-table-count
              if pt-payee-type(payee-table-idx) = lookup-type
                 and pt-payee-id(payee-table-idx) = lookup-id
                 move payee-table-idx to payee-found-idx
              end-if
           end-perform.
       200-report-one-payee.
           move spaces to proof-detail-line
           if pt-payee-type(payee-table-idx) = 'V'
              move "VENDOR" to proof-type-out
           else
              move "DRIVER" to proof-type-out
           end-if
           move pt-payee-id(payee-table-idx) to proof-id-out
           move pt-payee-name(payee-table-idx) to proof-name-out
           move pt-tax-id(payee-table-idx) to proof-tax-id-out
           move pt-year-total(payee-table-idx) to proof-amount-out
           if pt-year-total(payee-table-idx) < reporting-threshold
              add 1 to payees-below
              move "BELOW THRESHOLD -- NOT FILED" to proof-status-out
           else
              add 1 to payees-reported
              add pt-year-total(payee-table-idx) to total-reported
              move 'N' to t9-tin-missing-sw
              if pt-tax-id(payee-table-idx) is not numeric
                 or pt-tax-id(payee-table-idx) = "000000000"
                 add 1 to payees-no-tin
                 move 'Y' to t9-tin-missing-sw
                 move "** NO TAX ID -- GET W-9 **" to proof-status-out
              else
                 move "REPORTED" to proof-status-out
              end-if
              perform 300-print-recipient-copy
              perform 400-write-filing-extract
           end-if
           write print-rec from proof-detail-line.
       300-print-recipient-copy.
           move tax-year to copy-year-out
           write recipient-copy-rec from copy-title-line
           move spaces to copy-tin-last-4
           if t9-tin-missing-sw = 'N'
              move pt-tax-id(payee-table-idx)(6:4) to copy-tin-last-4
           end-if
           move proof-type-out(1:1) to copy-account-out
           move pt-payee-id(payee-table-idx) to copy-account-out(2:5)
           write recipient-copy-rec from copy-tin-line
           move pt-payee-name(payee-table-idx) to copy-name-out
           write recipient-copy-rec from copy-name-line
           if pt-address-1(payee-table-idx) not = spaces
              move pt-address-1(payee-table-idx) to copy-name-out
              write recipient-copy-rec from copy-name-line
           end-if
           if pt-address-2(payee-table-idx) not = spaces
              move pt-address-2(payee-table-idx) to copy-name-out
              write recipient-copy-rec from copy-name-line
           end-if
           if pt-city-st-zip(payee-table-idx) not = spaces
              move pt-city-st-zip(payee-table-idx) to copy-name-out
              write recipient-copy-rec from copy-name-line
           end-if
           move pt-year-total(payee-table-idx) to copy-amount-out
           write recipient-copy-rec from copy-amount-line
           write recipient-copy-rec from copy-separator.
       400-write-filing-extract.
           move tax-year to t9-tax-year
           move pt-payee-type(payee-table-idx) to t9-payee-type
           move pt-payee-id(payee-table-idx) to t9-payee-id
           move pt-tax-id(payee-table-idx) to t9-tax-id
           move pt-payee-name(payee-table-idx) to t9-payee-name
           move pt-address-1(payee-table-idx) to t9-address-1
           move pt-address-2(payee-table-idx) to t9-address-2
           move pt-city-st-zip(payee-table-idx) to t9-city-state-zip
           move pt-year-total(payee-table-idx) to t9-amount
           write filing-extract-rec.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "YR1099  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move records-read to RL-RECORDS-IN
           move payees-reported to RL-RECORDS-OUT
           move payees-no-tin to RL-RECORDS-REJECTED
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
