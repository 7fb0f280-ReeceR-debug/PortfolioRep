       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPROOF.
      *> Nightly cross-step control-total proof, run by the stream
      *> after the last step and before the bus-date advances.  Each
      *> step proves its own run, but a total handed from one step to
      *> the next is only proved here:
      *>   payroll   -- the payroll checks on chk-reg for the night
      *>                against the positive-pay trailers sent, the
      *>                cash credited in GL-POST-PAY and GL-POST-SAL
      *>                and the net pay on pay-hist, the deposits sent
      *>                by NACHA (and for pay-hist the reissued checks
      *>                that have no history row) being the reconciling
      *>                items between net pay and checks;
      *>   retail    -- the sales the day close (DAYCLOSE) put on
      *>                store-sales against the sale records in the
      *>                archived daily log (DAYLOG.<date>), and the
      *>                expected-banking deposit and the DAY GL
      *>                extract's cash against the tenders in the same
      *>                log;
      *>   labor     -- the labor extracts (lab-132, lab-298,
      *>                lab-smpl) against the LABRDIST postings in
      *>                GL-POST-LAB.
      *> GL extracts still holding postings from an earlier date are
      *> listed too: GLCONSOL journals whatever the extract holds, so
      *> a stale one has been journaled twice.  Any break prints on
      *> the proof report and ends the run with RC=12, which holds
      *> the bus-date where it is.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT OPTIONAL check-register-file
           ASSIGN TO "chk-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pospay-log-file
           ASSIGN TO "pospay-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT hourly-pospay-file ASSIGN TO pospay-out
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extract-file-status.
                     SELECT salaried-pospay-file ASSIGN TO pospay-sal
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extract-file-status.
                     SELECT hourly-nacha-file ASSIGN TO nacha-out
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extract-file-status.
                     SELECT salaried-nacha-file ASSIGN TO nacha-sal
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extract-file-status.
                     SELECT OPTIONAL pay-history-file
           ASSIGN TO "pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT payroll-posting-file ASSIGN TO GL-POST-PAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT salaried-posting-file
           ASSIGN TO GL-POST-SAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT dayclose-posting-file
           ASSIGN TO GL-POST-DAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT labor-posting-file ASSIGN TO GL-POST-LAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-file-status.
                     SELECT OPTIONAL store-sales-file
           ASSIGN TO "store-sales"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL expected-banking-file
           ASSIGN TO "bank-expect"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT archive-log-file
           ASSIGN DYNAMIC archive-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS archive-file-status.
                     SELECT salaried-extract ASSIGN TO lab-132
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extract-file-status.
                     SELECT hourly-extract ASSIGN TO lab-298
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extract-file-status.
                     SELECT weekly-extract ASSIGN TO lab-smpl
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extract-file-status.
                     SELECT proof-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  check-register-file.
       01  check-register-rec.
           05  reg-check-number      pic 9(6).
           05  reg-emp-name          pic x(15).
           05  reg-check-date        pic 9(8).
           05  reg-check-amount      pic 9(7)v99.
           05  reg-emp-no            pic 9(5).
       fd  pospay-log-file.
       01  pospay-log-rec.
           05  ppl-send-date         pic 9(8).
           05                        pic x(2).
           05  ppl-source-program    pic x(8).
           05                        pic x(2).
           05  ppl-item-count        pic 9(6).
           05                        pic x(2).
           05  ppl-dollar-total      pic 9(9)v99.
       fd  hourly-pospay-file.
       01  hourly-pospay-rec.
           05 pic x(54).
       fd  salaried-pospay-file.
       01  salaried-pospay-rec.
           05 pic x(54).
       fd  hourly-nacha-file.
       01  hourly-nacha-rec.
           05 pic x(76).
       fd  salaried-nacha-file.
       01  salaried-nacha-rec.
           05 pic x(76).
       fd  pay-history-file.
       01  pay-history-rec.
           05  hist-emp-name         pic x(15).
           05  hist-pay-date         pic 9(8).
           05  hist-gross            pic 9(7)v99.
           05  hist-ss-wages         pic 9(7)v99.
           05  hist-medicare-wages   pic 9(7)v99.
           05  hist-federal-tax      pic 9(5)v99.
           05  hist-state-tax        pic 9(5)v99.
           05  hist-emp-no           pic 9(5).
           05  hist-net-pay          pic 9(7)v99.
       fd  payroll-posting-file.
       01  payroll-posting-rec.
           05  pay-post-data       pic x(46).
       fd  salaried-posting-file.
       01  salaried-posting-rec.
           05  sal-post-data       pic x(46).
       fd  dayclose-posting-file.
       01  dayclose-posting-rec.
           05  day-post-data       pic x(46).
       fd  labor-posting-file.
       01  labor-posting-rec.
           05  lab-post-data       pic x(46).
       fd  store-sales-file.
           COPY STORSALE.
       fd  expected-banking-file.
       01  expected-banking-rec.
           05  be-store-id         pic x(5).
           05  be-date             pic 9(8).
           05  be-expected-deposit pic s9(7)v99.
       fd  archive-log-file.
           COPY DAYLOG.
       fd  salaried-extract.
       01  salaried-extract-rec.
           05 pic x(35).
       fd  hourly-extract.
       01  hourly-extract-rec.
           05 pic x(35).
       fd  weekly-extract.
       01  weekly-extract-rec.
           05 pic x(35).
       fd  proof-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  posting-file-status      pic x(2).
       01  extract-file-status      pic x(2).
       01  archive-file-name        pic x(20).
       01  archive-file-status      pic x(2).
           COPY GLPOST.
           COPY POSPAY.
           COPY LABEXTR.
       01  nacha-entry-work.
           05  NACHA-record-type         pic x.
           05  NACHA-transaction-code    pic x(2).
           05  NACHA-routing-number      pic x(9).
           05  NACHA-account-number      pic x(17).
           05  NACHA-amount-cents        pic 9(10).
           05  NACHA-employee-name       pic x(22).
           05  NACHA-employee-no         pic 9(5).
           05  NACHA-split-seq           pic 9(2).
           05                            pic x(8).
      *> a payroll run's positive pay and NACHA files only belong to
      *> tonight when pospay-log shows the run sent them tonight --
      *> the salaried files sit untouched between pay dates
       01  hourly-sent-sw           pic x value 'N'.
           88  hourly-sent-tonight      value 'Y'.
       01  salaried-sent-sw         pic x value 'N'.
           88  salaried-sent-tonight    value 'Y'.
       01  payroll-check-total      pic s9(9)v99 value 0.
       01  pospay-trailer-total     pic s9(9)v99 value 0.
       01  nacha-deposit-total      pic s9(9)v99 value 0.
       01  pay-hist-net-total       pic s9(9)v99 value 0.
       01  gl-pay-cash-credit       pic s9(9)v99 value 0.
       01  gl-pay-cash-debit        pic s9(9)v99 value 0.
       01  checks-per-gl            pic s9(9)v99 value 0.
       01  checks-per-pay-hist      pic s9(9)v99 value 0.
       01  dayclose-sales-total     pic s9(9)v99 value 0.
       01  log-sales-total          pic s9(9)v99 value 0.
       01  banking-deposit-total    pic s9(9)v99 value 0.
       01  log-deposit-total        pic s9(9)v99 value 0.
       01  day-gl-cash-total        pic s9(9)v99 value 0.
       01  log-cash-total           pic s9(9)v99 value 0.
       01  labor-extract-total      pic s9(9)v99 value 0.
       01  labor-gl-total           pic s9(9)v99 value 0.
       01  stale-posting-count      pic 9(5) value 0.
       01  stale-pay-postings       pic 9(5) value 0.
       01  stale-sal-postings       pic 9(5) value 0.
       01  stale-day-postings       pic 9(5) value 0.
       01  stale-lab-postings       pic 9(5) value 0.
       01  archive-found-sw         pic x value 'N'.
           88  archive-found            value 'Y'.
       01  compare-label            pic x(40).
       01  control-amount           pic s9(9)v99.
       01  compare-amount           pic s9(9)v99.
       01  proof-difference         pic s9(9)v99.
       01  proof-breaks             pic 9(3) value 0.
       01  proofs-made              pic 9(3) value 0.
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8           pic 9(8).
       01  report-header.
           05 pic x(29) value "NIGHTLY CONTROL-TOTAL PROOF  ".
           05 pic x(14) value "BUSINESS DATE ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  section-line.
           05  section-title-out       pic x(60).
       01  control-line.
           05  control-label-out       pic x(40).
           05  control-amount-out      pic zzz,zzz,zz9.99-.
       01  compare-line.
           05  compare-label-out       pic x(40).
           05  compare-amount-out      pic zzz,zzz,zz9.99-.
           05 pic x(7) value "  DIFF ".
           05  compare-diff-out        pic zzz,zzz,zz9.99-.
           05 pic x(2) value spaces.
           05  compare-flag-out        pic x(16).
       01  stale-line.
           05  stale-extract-out       pic x(12).
           05 pic x(28) value "POSTINGS NOT DATED TONIGHT  ".
           05  stale-count-out         pic zz,zz9.
           05 pic x(24) value spaces.
           05  stale-flag-out          pic x(16).
       01  result-line.
           05  result-text-out         pic x(60).
       01  result-breaks-line.
           05 pic x(3) value "** ".
           05  result-breaks-out       pic zz9.
           05 pic x(46) value
              " PROOF BREAK(S) -- BUS-DATE NOT TO BE ADVANCED".
           05 pic x(3) value " **".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           open output proof-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           perform 200-prove-payroll
           perform 300-prove-retail
           perform 400-prove-labor
           perform 500-list-stale-postings
           write print-rec from blank-line
           if proof-breaks = 0
              move "PROOF IN BALANCE -- THE NIGHT MAY BE CLOSED"
                to result-text-out
              write print-rec from result-line
           else
              move proof-breaks to result-breaks-out
              write print-rec from result-breaks-line
              display "CTLPROOF: " proof-breaks " PROOF BREAK(S) "
                 "FOR " business-date-work " -- SEE THE PROOF REPORT"
              move 12 to RETURN-CODE
           end-if
           perform 900-write-run-log
           close proof-report
                 run-log-file
           stop run.
       200-prove-payroll.
           perform 210-read-pospay-log
           perform 215-read-check-register
           if hourly-sent-tonight
              perform 220-read-hourly-pospay
              perform 230-read-hourly-nacha
           end-if
           if salaried-sent-tonight
              perform 225-read-salaried-pospay
              perform 235-read-salaried-nacha
           end-if
           perform 240-read-pay-history
           perform 250-read-payroll-postings
           perform 255-read-salaried-postings
      *>   net pay went out as checks and deposits, so the checks are
      *>   what is left of the GL cash credit after the deposits; a
      *>   reissued check has no pay-hist row but is posted back to
      *>   cash by 298_1, which is where its amount is taken from
           compute checks-per-gl =
              gl-pay-cash-credit - nacha-deposit-total
           compute checks-per-pay-hist =
              pay-hist-net-total - nacha-deposit-total
              + gl-pay-cash-debit
           move "PAYROLL -- 298_1 AND SALPAY" to section-title-out
           write print-rec from section-line
           move "  GL CASH CREDIT (GL-POST-PAY/SAL)    $"
             to control-label-out
           move gl-pay-cash-credit to control-amount-out
           write print-rec from control-line
           move "  PAY-HIST NET                        $"
             to control-label-out
           move pay-hist-net-total to control-amount-out
           write print-rec from control-line
           move "  DIRECT DEPOSITS SENT (NACHA)        $"
             to control-label-out
           move nacha-deposit-total to control-amount-out
           write print-rec from control-line
           move "  REISSUED CHECKS                     $"
             to control-label-out
           move gl-pay-cash-debit to control-amount-out
           write print-rec from control-line
           move "CHECK REGISTER -- PAYROLL CHECKS      $"
             to control-label-out
           move payroll-check-total to control-amount-out
           write print-rec from control-line
           move payroll-check-total to control-amount
           move "POSITIVE-PAY TRAILER TOTAL            $"
             to compare-label
           move pospay-trailer-total to compare-amount
           perform 700-print-compare-line
           move "GL CASH CREDIT LESS DEPOSITS          $"
             to compare-label
           move checks-per-gl to compare-amount
           perform 700-print-compare-line
           move "PAY-HIST NET LESS DEPOSITS + REISSUES $"
             to compare-label
           move checks-per-pay-hist to compare-amount
           perform 700-print-compare-line
           write print-rec from blank-line.
       210-read-pospay-log.
           move 'yes' to are-there-more-records
           open input pospay-log-file
           perform until are-there-more-records = 'no '
              read pospay-log-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if ppl-send-date = business-date-work
                          evaluate ppl-source-program
                             when "298_1   "
                                move 'Y' to hourly-sent-sw
                             when "SALPAY  "
                                move 'Y' to salaried-sent-sw
                             when other
                                continue
                          end-evaluate
                       end-if
              end-read
           end-perform
           close pospay-log-file.
       215-read-check-register.
      *>   chk-reg is shared with the vendor and student refund
      *>   checks, which carry no employee number
           move 'yes' to are-there-more-records
           open input check-register-file
           perform until are-there-more-records = 'no '
              read check-register-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if reg-check-date = business-date-work
                          and reg-emp-no is numeric
                          and reg-emp-no > 0
                          add reg-check-amount to payroll-check-total
                       end-if
              end-read
           end-perform
           close check-register-file.
       220-read-hourly-pospay.
           move 'yes' to are-there-more-records
           open input hourly-pospay-file
           if extract-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read hourly-pospay-file into POSITIVE-PAY-REC
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if PP-TRAILER-REC
                          add PP-TRAILER-TOTAL to pospay-trailer-total
                       end-if
              end-read
           end-perform
           if extract-file-status = "00" or "10"
              close hourly-pospay-file
           end-if.
       225-read-salaried-pospay.
           move 'yes' to are-there-more-records
           open input salaried-pospay-file
           if extract-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read salaried-pospay-file into POSITIVE-PAY-REC
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if PP-TRAILER-REC
                          add PP-TRAILER-TOTAL to pospay-trailer-total
                       end-if
              end-read
           end-perform
           if extract-file-status = "00" or "10"
              close salaried-pospay-file
           end-if.
       230-read-hourly-nacha.
           move 'yes' to are-there-more-records
           open input hourly-nacha-file
           if extract-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read hourly-nacha-file into nacha-entry-work
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 238-add-nacha-entry
              end-read
           end-perform
           if extract-file-status = "00" or "10"
              close hourly-nacha-file
           end-if.
       235-read-salaried-nacha.
           move 'yes' to are-there-more-records
           open input salaried-nacha-file
           if extract-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read salaried-nacha-file into nacha-entry-work
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 238-add-nacha-entry
              end-read
           end-perform
           if extract-file-status = "00" or "10"
              close salaried-nacha-file
           end-if.
       238-add-nacha-entry.
           if NACHA-record-type = '6'
              and NACHA-amount-cents is numeric
              compute nacha-deposit-total =
                 nacha-deposit-total + NACHA-amount-cents / 100
           end-if.
       240-read-pay-history.
      *>   rows written before the net pay was carried have no net
      *>   and are never tonight's
           move 'yes' to are-there-more-records
           open input pay-history-file
           perform until are-there-more-records = 'no '
              read pay-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if hist-pay-date = business-date-work
                          and hist-net-pay is numeric
                          add hist-net-pay to pay-hist-net-total
                       end-if
              end-read
           end-perform
           close pay-history-file.
       250-read-payroll-postings.
           move 0 to stale-posting-count
           move 'yes' to are-there-more-records
           open input payroll-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read payroll-posting-file into GL-POSTING-REC
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 258-tally-payroll-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close payroll-posting-file
           end-if
           move stale-posting-count to stale-pay-postings.
       255-read-salaried-postings.
           move 0 to stale-posting-count
           move 'yes' to are-there-more-records
           open input salaried-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read salaried-posting-file into GL-POSTING-REC
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 258-tally-payroll-posting
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close salaried-posting-file
           end-if
           move stale-posting-count to stale-sal-postings.
       258-tally-payroll-posting.
           if GLP-POST-DATE not = business-date-work
              add 1 to stale-posting-count
           else
              if GLP-ACCOUNT = "CASH    "
                 add GLP-CREDIT-AMOUNT to gl-pay-cash-credit
                 add GLP-DEBIT-AMOUNT to gl-pay-cash-debit
              end-if
           end-if.
       300-prove-retail.
           perform 310-read-store-sales
           perform 320-read-expected-banking
           perform 330-read-archived-log
           perform 350-read-dayclose-postings
           move "RETAIL -- DAYCLOSE" to section-title-out
           write print-rec from section-line
           if not archive-found
              move "  NO DAILY LOG ARCHIVED FOR TONIGHT"
                to control-label-out
              move 0 to control-amount-out
              write print-rec from control-line
           end-if
           move "DAYCLOSE SALES TOTAL (STORE-SALES)    $"
             to control-label-out
           move dayclose-sales-total to control-amount-out
           write print-rec from control-line
           move dayclose-sales-total to control-amount
           move "DAILY-LOG SALE RECORDS                $"
             to compare-label
           move log-sales-total to compare-amount
           perform 700-print-compare-line
           move "EXPECTED-BANKING DEPOSIT              $"
             to control-label-out
           move banking-deposit-total to control-amount-out
           write print-rec from control-line
           move banking-deposit-total to control-amount
           move "DEPOSIT PER DAILY-LOG TENDERS         $"
             to compare-label
           move log-deposit-total to compare-amount
           perform 700-print-compare-line
           move "DAY GL EXTRACT -- NET TO CASH         $"
             to control-label-out
           move day-gl-cash-total to control-amount-out
           write print-rec from control-line
           move day-gl-cash-total to control-amount
           move "NET TO CASH PER DAILY-LOG             $"
             to compare-label
           move log-cash-total to compare-amount
           perform 700-print-compare-line
           write print-rec from blank-line.
       310-read-store-sales.
           move 'yes' to are-there-more-records
           open input store-sales-file
           perform until are-there-more-records = 'no '
              read store-sales-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if ss-sales-date = business-date-work
                          and ss-from-register
                          add ss-net-sales to dayclose-sales-total
                       end-if
              end-read
           end-perform
           close store-sales-file.
       320-read-expected-banking.
           move 'yes' to are-there-more-records
           open input expected-banking-file
           perform until are-there-more-records = 'no '
              read expected-banking-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if be-date = business-date-work
                          add be-expected-deposit
                            to banking-deposit-total
                       end-if
              end-read
           end-perform
           close expected-banking-file.
       330-read-archived-log.
           move spaces to archive-file-name
           string "DAYLOG." delimited by size
                  business-date-work delimited by size
                  into archive-file-name
           move 'yes' to are-there-more-records
           open input archive-log-file
           if archive-file-status not = "00"
      *>      no register day archived for tonight
              move 'no ' to are-there-more-records
           else
              move 'Y' to archive-found-sw
           end-if
           perform until are-there-more-records = 'no '
              read archive-log-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 335-tally-log-sales
                       perform 340-tally-log-deposit
                       perform 345-tally-log-cash
              end-read
           end-perform
           if archive-found
              close archive-log-file
           end-if.
       335-tally-log-sales.
      *>   net sales the way the day close nets them: sales and
      *>   pickups less their discounts, returns off at the amount
      *>   refunded, voids off less the discount they carried
           evaluate log-record-type
              when 'S'
              when 'U'
              when 'T'
                 compute log-sales-total = log-sales-total
                    + log-amt-of-purchase - log-discount-amt
              when 'R'
                 subtract log-amt-of-purchase from log-sales-total
              when 'V'
                 compute log-sales-total = log-sales-total
                    - log-amt-of-purchase + log-discount-amt
              when other
                 continue
           end-evaluate.
       340-tally-log-deposit.
      *>   what the store should bank: cash taken net of change and
      *>   paid-outs, plus checks, each less what was refunded
           evaluate true
              when (log-record-type = 'S' or 'G' or 'Y' or 'O')
                   and log-tender-type = 'C'
                 compute log-deposit-total = log-deposit-total
                    + log-tender-amount - log-change-due
              when (log-record-type = 'R' or 'V' or 'W' or 'X')
                   and log-tender-type = 'C'
                 compute log-deposit-total = log-deposit-total
                    - log-tender-amount + log-change-due
              when (log-record-type = 'S' or 'G' or 'Y' or 'O')
                   and log-tender-type = 'K'
                 add log-tender-amount to log-deposit-total
              when (log-record-type = 'R' or 'V' or 'W' or 'X')
                   and log-tender-type = 'K'
                 subtract log-tender-amount from log-deposit-total
              when log-record-type = 'P'
                 subtract log-tender-amount from log-deposit-total
              when other
                 continue
           end-evaluate.
       345-tally-log-cash.
      *>   the day close's own cash entries: certificates, layaway
      *>   and special-order money in and out, points and house
      *>   charges taken as tender, and house-account refunds
           evaluate log-record-type
              when 'G'
                 add log-amt-of-purchase to log-cash-total
              when 'Y'
              when 'O'
                 add log-balance-due to log-cash-total
              when 'U'
              when 'T'
              when 'W'
              when 'X'
                 subtract log-balance-due from log-cash-total
              when other
                 continue
           end-evaluate
           if log-record-type = 'S'
              and (log-tender-type = 'G' or 'P')
              subtract log-tender-amount from log-cash-total
           end-if
           if (log-record-type = 'S' or 'U' or 'T' or 'G')
              and log-tender-type = 'A'
              subtract log-tender-amount from log-cash-total
           end-if
           if log-record-type = 'R'
              and log-tender-type = 'A'
              add log-tender-amount to log-cash-total
           end-if.
       350-read-dayclose-postings.
           move 0 to stale-posting-count
           move 'yes' to are-there-more-records
           open input dayclose-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read dayclose-posting-file into GL-POSTING-REC
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if GLP-POST-DATE not = business-date-work
                          add 1 to stale-posting-count
                       else
                          if GLP-ACCOUNT = "CASH    "
                             compute day-gl-cash-total =
                                day-gl-cash-total
                                + GLP-DEBIT-AMOUNT - GLP-CREDIT-AMOUNT
                          end-if
                       end-if
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close dayclose-posting-file
           end-if
           move stale-posting-count to stale-day-postings.
       400-prove-labor.
           perform 410-read-salaried-extract
           perform 420-read-hourly-extract
           perform 430-read-weekly-extract
           perform 450-read-labor-postings
           move "LABOR -- LABRDIST" to section-title-out
           write print-rec from section-line
           move "LABOR EXTRACTS (LAB-132/298/SMPL)     $"
             to control-label-out
           move labor-extract-total to control-amount-out
           write print-rec from control-line
           move labor-extract-total to control-amount
           move "LABRDIST GL POSTINGS (GL-POST-LAB)    $"
             to compare-label
           move labor-gl-total to compare-amount
           perform 700-print-compare-line
           write print-rec from blank-line.
       410-read-salaried-extract.
           move 'yes' to are-there-more-records
           open input salaried-extract
           if extract-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read salaried-extract into labor-extract-rec
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       add lab-amount to labor-extract-total
              end-read
           end-perform
           if extract-file-status = "00" or "10"
              close salaried-extract
           end-if.
       420-read-hourly-extract.
           move 'yes' to are-there-more-records
           open input hourly-extract
           if extract-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read hourly-extract into labor-extract-rec
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       add lab-amount to labor-extract-total
              end-read
           end-perform
           if extract-file-status = "00" or "10"
              close hourly-extract
           end-if.
       430-read-weekly-extract.
           move 'yes' to are-there-more-records
           open input weekly-extract
           if extract-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read weekly-extract into labor-extract-rec
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       add lab-amount to labor-extract-total
              end-read
           end-perform
           if extract-file-status = "00" or "10"
              close weekly-extract
           end-if.
       450-read-labor-postings.
      *>   LABRDIST debits wages to LABOREXP and employer tax to
      *>   PAYRTAX for every extract row it could distribute
           move 0 to stale-posting-count
           move 'yes' to are-there-more-records
           open input labor-posting-file
           if posting-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read labor-posting-file into GL-POSTING-REC
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       if GLP-POST-DATE not = business-date-work
                          add 1 to stale-posting-count
                       else
                          if GLP-ACCOUNT = "LABOREXP" or "PAYRTAX "
                             add GLP-DEBIT-AMOUNT to labor-gl-total
                          end-if
                       end-if
              end-read
           end-perform
           if posting-file-status = "00" or "10"
              close labor-posting-file
           end-if
           move stale-posting-count to stale-lab-postings.
       500-list-stale-postings.
           move "GL EXTRACTS -- POSTINGS CARRIED FROM AN EARLIER DATE"
             to section-title-out
           write print-rec from section-line
           move "GL-POST-PAY" to stale-extract-out
           move stale-pay-postings to stale-posting-count
           perform 510-print-stale-line
           move "GL-POST-SAL" to stale-extract-out
           move stale-sal-postings to stale-posting-count
           perform 510-print-stale-line
           move "GL-POST-DAY" to stale-extract-out
           move stale-day-postings to stale-posting-count
           perform 510-print-stale-line
           move "GL-POST-LAB" to stale-extract-out
           move stale-lab-postings to stale-posting-count
           perform 510-print-stale-line.
       510-print-stale-line.
           add 1 to proofs-made
           move stale-posting-count to stale-count-out
           if stale-posting-count = 0
              move "IN BALANCE" to stale-flag-out
           else
              move "** BREAK **" to stale-flag-out
              add 1 to proof-breaks
           end-if
           write print-rec from stale-line.
       700-print-compare-line.
           add 1 to proofs-made
           compute proof-difference = compare-amount - control-amount
           move compare-label to compare-label-out
           move compare-amount to compare-amount-out
           move proof-difference to compare-diff-out
           if proof-difference = 0
              move "IN BALANCE" to compare-flag-out
           else
              move "** BREAK **" to compare-flag-out
              add 1 to proof-breaks
           end-if
           write print-rec from compare-line.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "CTLPROOF" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move run-log-records-in to RL-RECORDS-IN
           move proofs-made to RL-RECORDS-OUT
           move proof-breaks to RL-RECORDS-REJECTED
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
