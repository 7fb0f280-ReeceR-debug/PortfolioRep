       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
      *> Weekly cash requirements forecast for the controller.  Starts
      *> from the bank balance proved by the last check reconciliation
      *> (bank-bal, written by CHKRECN) and projects the cash in and
      *> out for the coming weeks, week 1 beginning on the bus-date:
      *>   - payables open items (ap-open) on the date APPAY will pay
      *>     them -- the discount date while the discount is still
      *>     there to take, otherwise the net due date -- with debit
      *>     memos netted back in
      *>   - the hourly (pay-cycle, weekly) and salaried (sal-cycle,
      *>     semi-monthly) payrolls still to come, each at the net
      *>     paid on the last cycle of its kind: its payroll checks on
      *>     chk-reg plus its direct deposits (nacha-out, nacha-sal)
      *>   - the tax deposit and the retirement remittance behind each
      *>     payroll -- the tax withheld plus both halves of FICA from
      *>     pay-hist, and the ret-remit totals of the last cycle
      *>   - the receipts expected on the student (ar-open), corporate
      *>     (corp-bal) and house-charge (cust-aged) receivables, a
      *>     share of each aging bucket collected in a given week
      *>   - the checks issued on chk-reg that the bank has not yet
      *>     cleared (chk-cleared), taken out in week 1 -- less any
      *>     voided since (chk-void)
      *> Every item is listed by date with the running projected
      *> balance, then summarized week by week.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL bank-balance-file
           ASSIGN TO "bank-bal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL ap-open-file ASSIGN TO "ap-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-cycle-file
           ASSIGN TO "pay-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL salaried-cycle-file
           ASSIGN TO "sal-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT employee-master-file ASSIGN TO "EMP-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT OPTIONAL check-register-file
           ASSIGN TO "chk-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL cleared-history-file
           ASSIGN TO "chk-cleared"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-void-file
           ASSIGN TO "chk-void"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL hourly-nacha-file
           ASSIGN TO nacha-out
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL salaried-nacha-file
           ASSIGN TO nacha-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL hourly-remit-file
           ASSIGN TO ret-remit
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL salaried-remit-file
           ASSIGN TO ret-remit-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-history-file
           ASSIGN TO "pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-ar-file ASSIGN TO ar-open
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL corporate-ar-file
           ASSIGN TO corp-bal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL house-aged-file
           ASSIGN TO "cust-aged"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT forecast-sort-file ASSIGN TO "srtwk8".
                     SELECT sorted-forecast-file ASSIGN TO fcst-srt
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT forecast-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  bank-balance-file.
       01  bank-balance-rec.
           05  bb-statement-date     pic 9(8).
           05  bb-statement-balance  pic 9(9)v99.
           05  bb-outstanding-count  pic 9(5).
           05  bb-outstanding-total  pic 9(9)v99.
           05  bb-recon-date         pic 9(8).
       fd  ap-open-file.
           COPY APOPEN.
       fd  pay-cycle-file.
       01  pay-cycle-rec.
           05  pc-period-end         pic 9(8).
           05  pc-status             pic x(1).
       fd  salaried-cycle-file.
       01  salaried-cycle-rec.
           05  sc-period-end         pic 9(8).
           05  sc-status             pic x(1).
       fd  employee-master-file.
           COPY EMPMAST.
       fd  check-register-file.
       01  check-register-rec.
           05  reg-check-number      pic 9(6).
           05  reg-emp-name          pic x(15).
           05  reg-check-date        pic 9(8).
           05  reg-check-amount      pic 9(7)v99.
           05  reg-emp-no            pic 9(5).
       fd  cleared-history-file.
       01  cleared-history-rec.
           05  ch-check-number       pic 9(6).
           05  ch-cleared-date       pic 9(8).
           05  ch-amount             pic 9(7)v99.
       fd  check-void-file.
           COPY CHKVOID.
       fd  hourly-nacha-file.
       01  hourly-nacha-rec.
           05  hn-record-type        pic x.
           05  hn-transaction-code   pic x(2).
           05  hn-routing-number     pic x(9).
           05  hn-account-number     pic x(17).
           05  hn-amount-cents       pic 9(10).
           05  hn-employee-name      pic x(22).
           05  hn-employee-no        pic 9(5).
           05  hn-split-seq          pic 9(2).
           05                        pic x(8).
       fd  salaried-nacha-file.
       01  salaried-nacha-rec.
           05  sn-record-type        pic x.
           05  sn-transaction-code   pic x(2).
           05  sn-routing-number     pic x(9).
           05  sn-account-number     pic x(17).
           05  sn-amount-cents       pic 9(10).
           05  sn-employee-name      pic x(22).
           05  sn-employee-no        pic 9(5).
           05  sn-split-seq          pic 9(2).
           05                        pic x(8).
       fd  hourly-remit-file.
       01  hourly-remit-rec.
           05  hr-emp-name           pic x(15).
           05  hr-emp-no             pic 9(5).
           05  hr-emp-contrib        pic 9(5)v99.
           05  hr-match-contrib      pic 9(5)v99.
       fd  salaried-remit-file.
       01  salaried-remit-rec.
           05  sr-emp-name           pic x(15).
           05  sr-emp-no             pic 9(5).
           05  sr-emp-contrib        pic 9(5)v99.
           05  sr-match-contrib      pic 9(5)v99.
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
       fd  student-ar-file.
       01  student-ar-rec.
           05  ar-student-name       pic x(20).
           05  ar-balance-due        pic 9(5)v99.
           05  ar-billed-date        pic 9(8).
           05  ar-student-no         pic 9(7).
       fd  corporate-ar-file.
       01  corporate-ar-rec.
           05  bal-account-no        pic x(6).
           05  bal-amount-due        pic 9(9)v99.
           05  bal-invoice-date      pic 9(8).
       fd  house-aged-file.
       01  house-aged-rec.
           05  agx-customer-key      pic x(12).
           05  agx-current           pic s9(7)v99.
           05  agx-31-60             pic 9(7)v99.
           05  agx-61-90             pic 9(7)v99.
           05  agx-over-90           pic 9(7)v99.
           05  agx-finance-charge    pic 9(5)v99.
           05  agx-credit-hold       pic x(1).
           05  agx-customer-no       pic 9(7).
      *> one line per cash item, receipts positive and payments
      *> negative; R receipts, A payables, P payroll, T tax and
      *> retirement, C checks not yet cleared
       SD  forecast-sort-file.
       01  forecast-sort-rec.
           05  srt-cash-date         pic 9(8).
           05  srt-category          pic x(1).
           05  srt-week-no           pic 9(2).
           05  srt-description       pic x(30).
           05  srt-reference         pic x(16).
           05  srt-amount            pic s9(9)v99.
       fd  sorted-forecast-file.
       01  sorted-forecast-rec.
           05  sf-cash-date          pic 9(8).
           05  sf-category           pic x(1).
           05  sf-week-no            pic 9(2).
           05  sf-description        pic x(30).
           05  sf-reference          pic x(16).
           05  sf-amount             pic s9(9)v99.
       fd  forecast-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-sorted-records      picture xxx value 'yes'.
       01  bank-balance-sw          pic x value 'N'.
           88  bank-balance-on-file     value 'Y'.
       01  opening-balance          pic s9(9)v99 value 0.
       01  running-balance          pic s9(11)v99 value 0.
       01  lowest-balance           pic s9(11)v99 value 0.
       01  lowest-balance-week      pic 9(2) value 0.
      *> the forecast runs eight weeks out
       01  forecast-weeks           pic 9(2) value 8.
       01  week-idx                 pic 9(2) comp.
       01  item-week-no             pic 9(2).
       01  current-week             pic 9(2) value 0.
       01  week-table.
           05  week-entry OCCURS 8 TIMES.
               10  wk-from-date     pic 9(8).
               10  wk-thru-date     pic 9(8).
               10  wk-receipts      pic s9(11)v99.
               10  wk-payables      pic s9(11)v99.
               10  wk-payroll       pic s9(11)v99.
               10  wk-tax-retire    pic s9(11)v99.
               10  wk-checks        pic s9(11)v99.
               10  wk-closing       pic s9(11)v99.
       01  horizon-end-date         pic 9(8).
      *> the share of each aging bucket expected in, and when:
      *> items not yet 30 days old on their 30-day due date (house
      *> charge current balances two weeks out, with the statement),
      *> 31-60 days in week 2, 61-90 days in week 4; nothing is
      *> counted on past 90 days
       01  current-collect-pct      pic 9(3) value 095.
       01  collect-31-60-pct        pic 9(3) value 075.
       01  collect-61-90-pct        pic 9(3) value 050.
       01  receivable-terms-days    pic 9(3) value 030.
       01  house-current-days       pic 9(3) value 014.
       01  collect-31-60-days       pic 9(3) value 007.
       01  collect-61-90-days       pic 9(3) value 021.
      *> the tax deposit and the retirement remittance follow each
      *> payday by these many days
       01  tax-deposit-lag          pic 9(3) value 003.
       01  retire-remit-lag         pic 9(3) value 005.
       01  social-security-rate     pic 9v9(4) value 0.0620.
       01  medicare-rate            pic 9v9(4) value 0.0145.
       01  receivable-idx           pic 9(2) comp.
       01  receivable-table.
           05  receivable-entry OCCURS 3 TIMES.
               10  rcv-name         pic x(30).
               10  rcv-week-amount  OCCURS 8 TIMES pic 9(9)v99.
       01  doubtful-receivables     pic 9(9)v99 value 0.
       01  expected-amount          pic 9(9)v99.
       01  age-days                 pic s9(7).
       01  item-date-work           pic 9(8).
       01  item-days                pic 9(7).
       01  days-ahead               pic s9(7).
       01  salaried-table-idx       pic 9(4) comp.
       01  salaried-table-count     pic 9(4) value 0.
       01  salaried-table.
           05  salaried-emp-no OCCURS 500 TIMES pic 9(5).
       01  salaried-emp-sw          pic x value 'N'.
           88  salaried-employee        value 'Y'.
       01  emp-no-search            pic 9(5).
       01  check-table-idx          pic 9(4) comp.
       01  check-table-count        pic 9(4) value 0.
       01  check-table.
           05  check-entry OCCURS 800 TIMES.
               10  ct-check-number  pic 9(6).
               10  ct-check-date    pic 9(8).
               10  ct-amount        pic 9(7)v99.
               10  ct-emp-no        pic 9(5).
               10  ct-cleared-sw    pic x(1).
       01  uncleared-count          pic 9(5) value 0.
       01  uncleared-total          pic 9(9)v99 value 0.
      *> the last cycle paid of each kind and what it cost
       01  last-hourly-date         pic 9(8) value 0.
       01  last-salaried-date       pic 9(8) value 0.
       01  hourly-net-pay           pic 9(9)v99 value 0.
       01  salaried-net-pay         pic 9(9)v99 value 0.
       01  hourly-tax-deposit       pic 9(9)v99 value 0.
       01  salaried-tax-deposit     pic 9(9)v99 value 0.
       01  hourly-retire-remit      pic 9(9)v99 value 0.
       01  salaried-retire-remit    pic 9(9)v99 value 0.
       01  tax-work                 pic 9(9)v99.
       01  ss-tax-work              pic 9(7)v99.
       01  medicare-tax-work        pic 9(7)v99.
       01  hourly-cycle-sw          pic x value 'N'.
           88  hourly-cycle-on-file     value 'Y'.
       01  salaried-cycle-sw        pic x value 'N'.
           88  salaried-cycle-on-file   value 'Y'.
       01  hourly-cycle-end         pic 9(8) value 0.
       01  hourly-cycle-status      pic x value space.
       01  salaried-cycle-end       pic 9(8) value 0.
       01  salaried-cycle-status    pic x value space.
       01  payday-work              pic 9(8).
       01  payroll-kind             pic x(8).
       01  payroll-net-work         pic 9(9)v99.
       01  payroll-tax-work         pic 9(9)v99.
       01  payroll-retire-work      pic 9(9)v99.
       01  release-date             pic 9(8).
       01  release-category         pic x(1).
       01  release-description      pic x(30).
       01  release-reference        pic x(16).
       01  release-amount           pic s9(9)v99.
       01  items-released           pic 9(7) value 0.
       01  payables-beyond          pic 9(9)v99 value 0.
       01  net-payable-work         pic s9(9)v99.
       01  records-read             pic 9(7) value 0.
      *> date arithmetic
       01  date-to-convert          pic 9(8).
       01  date-parts redefines date-to-convert.
           05  conv-year            pic 9(4).
           05  conv-month           pic 9(2).
           05  conv-day             pic 9(2).
       01  converted-days           pic 9(7).
       01  business-days            pic 9(7).
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
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(36) value "CASH REQUIREMENTS FORECAST  RUN DATE".
           05 pic x(2) value spaces.
           05  header-date-out         pic 9(8).
           05 pic x(18) value "  WEEKS 1 THROUGH ".
           05  header-weeks-out        pic z9.
           05 pic x(10) value "  THROUGH ".
           05  header-horizon-out      pic 9(8).
       01  opening-line.
           05 pic x(32) value "OPENING BALANCE -- STATEMENT OF ".
           05  open-stmt-date-out      pic 9(8).
           05 pic x(13) value "  RECONCILED ".
           05  open-recon-date-out     pic 9(8).
           05 pic x(2) value spaces.
           05  open-balance-out        pic zzz,zzz,zz9.99-.
       01  no-balance-line.
           05 pic x(34) value "NO RECONCILED BANK BALANCE ON FILE".
           05 pic x(26) value " -- FORECAST OPENS AT ZERO".
       01  blank-line               pic x value space.
       01  section-line.
           05  section-text-out        pic x(60).
       01  column-header.
           05 pic x(10) value "DATE      ".
           05 pic x(11) value "SOURCE     ".
           05 pic x(31) value "DESCRIPTION".
           05 pic x(17) value "REFERENCE".
           05 pic x(15) value "       RECEIPTS".
           05 pic x(15) value "       PAYMENTS".
           05 pic x(18) value "     PROJECTED BAL".
       01  detail-line.
           05  det-date-out            pic 9(8).
           05 pic x(2) value spaces.
           05  det-source-out          pic x(10).
           05 pic x(1) value space.
           05  det-desc-out            pic x(30).
           05 pic x(1) value space.
           05  det-ref-out             pic x(16).
           05 pic x(1) value space.
           05  det-receipt-out         pic zzz,zzz,zz9.99.
           05 pic x(1) value space.
           05  det-payment-out         pic zzz,zzz,zz9.99.
           05 pic x(1) value space.
           05  det-balance-out         pic z,zzz,zzz,zz9.99-.
       01  week-break-line.
           05 pic x(7) value "  WEEK ".
           05  wb-week-out             pic z9.
           05 pic x(2) value spaces.
           05  wb-from-out             pic 9(8).
           05 pic x(3) value " - ".
           05  wb-thru-out             pic 9(8).
           05 pic x(22) value spaces.
           05 pic x(14) value "WEEK TOTALS   ".
           05  wb-receipt-out          pic zzz,zzz,zz9.99.
           05 pic x(1) value space.
           05  wb-payment-out          pic zzz,zzz,zz9.99.
           05 pic x(1) value space.
           05  wb-balance-out          pic z,zzz,zzz,zz9.99-.
       01  summary-header.
           05 pic x(5) value "WEEK ".
           05 pic x(18) value "FROM     THROUGH  ".
           05 pic x(15) value "    RECEIVABLES".
           05 pic x(15) value "       PAYABLES".
           05 pic x(15) value "        PAYROLL".
           05 pic x(15) value " TAX/RETIREMENT".
           05 pic x(15) value "  UNCLEARED CKS".
           05 pic x(15) value "     NET CHANGE".
           05 pic x(18) value "   CLOSING BALANCE".
       01  summary-line.
           05  sum-week-out            pic z9.
           05 pic x(3) value spaces.
           05  sum-from-out            pic 9(8).
           05 pic x(1) value space.
           05  sum-thru-out            pic 9(8).
           05 pic x(1) value space.
           05  sum-receipts-out        pic zzz,zzz,zz9.99-.
           05  sum-payables-out        pic zzz,zzz,zz9.99-.
           05  sum-payroll-out         pic zzz,zzz,zz9.99-.
           05  sum-tax-out             pic zzz,zzz,zz9.99-.
           05  sum-checks-out          pic zzz,zzz,zz9.99-.
           05  sum-net-out             pic zzz,zzz,zz9.99-.
           05 pic x(1) value space.
           05  sum-closing-out         pic z,zzz,zzz,zz9.99-.
       01  net-change-work          pic s9(11)v99.
       01  note-line.
           05  note-label-out          pic x(50).
           05  note-amount-out         pic z,zzz,zzz,zz9.99-.
           05 pic x(2) value spaces.
           05  note-text-out           pic x(40).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to business-days
           perform 110-load-bank-balance
           perform 115-set-forecast-weeks
           perform 120-load-salaried-employees
           perform 130-load-check-register
           perform 135-apply-cleared-checks
           perform 140-total-last-payrolls
           perform 150-load-pay-cycles
           open extend run-log-file
           SORT forecast-sort-file
                ON ASCENDING KEY srt-cash-date srt-category
                INPUT PROCEDURE IS 200-gather-cash-items
                GIVING sorted-forecast-file
           open output forecast-report
           perform 400-print-forecast
           perform 450-print-week-summary
           perform 900-write-run-log
           close forecast-report
                 run-log-file
           stop run.
       110-load-bank-balance.
           open input bank-balance-file
           read bank-balance-file
                at end
                   continue
                not at end
                   if bb-statement-balance is numeric
                      move 'Y' to bank-balance-sw
                      move bb-statement-balance to opening-balance
                   end-if
           end-read
           close bank-balance-file.
       115-set-forecast-weeks.
      *>   week 1 is the bus-date and the six days after it
           move business-date-work to date-to-convert
           perform varying week-idx from 1 by 1
                   until week-idx > forecast-weeks
              move date-to-convert to wk-from-date(week-idx)
              move 6 to days-to-add
              perform 850-add-days-to-date
              move date-to-convert to wk-thru-date(week-idx)
              move 1 to days-to-add
              perform 850-add-days-to-date
              move 0 to wk-receipts(week-idx)
              move 0 to wk-payables(week-idx)
              move 0 to wk-payroll(week-idx)
              move 0 to wk-tax-retire(week-idx)
              move 0 to wk-checks(week-idx)
              move 0 to wk-closing(week-idx)
           end-perform
           move wk-thru-date(forecast-weeks) to horizon-end-date
           move "STUDENT RECEIVABLE" to rcv-name(1)
           move "CORPORATE RECEIVABLE" to rcv-name(2)
           move "HOUSE CHARGE RECEIVABLE" to rcv-name(3)
           perform varying receivable-idx from 1 by 1
                   until receivable-idx > 3
              perform varying week-idx from 1 by 1
                      until week-idx > forecast-weeks
                 move 0 to rcv-week-amount(receivable-idx, week-idx)
              end-perform
           end-perform.
       120-load-salaried-employees.
      *>   salaried is a salary and no hourly rate, as SALPAY pays
           open input employee-master-file
           perform until are-there-more-records = 'no '
              read employee-master-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if EM-ANNUAL-SALARY > 0
                          and EM-HOURLY-RATE = 0
                          and EM-EMPLOYEE-NO > 0
                          add 1 to salaried-table-count
                          if salaried-table-count > 500
                             display "CASHFCST: MORE THAN 500 "
                                "SALARIED EMPLOYEES -- TABLE FULL"
                             stop run
                          end-if
                          move EM-EMPLOYEE-NO
                            to salaried-emp-no(salaried-table-count)
                       end-if
              end-read
           end-perform
           close employee-master-file
           move 'yes' to are-there-more-records.
       125-check-salaried.
           move 'N' to salaried-emp-sw
           perform varying salaried-table-idx from 1 by 1
                   until salaried-table-idx > salaried-table-count
              if salaried-emp-no(salaried-table-idx) = emp-no-search
                 move 'Y' to salaried-emp-sw
              end-if
           end-perform.
       130-load-check-register.
           open input check-register-file
           perform until are-there-more-records = 'no '
              read check-register-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to records-read
                       add 1 to check-table-count
                       if check-table-count > 800
                          display "CASHFCST: CHECK REGISTER HAS MORE "
                             "THAN 800 RECORDS -- TABLE FULL"
                          close check-register-file
                          stop run
                       end-if
                       move reg-check-number
                         to ct-check-number(check-table-count)
                       move reg-check-date
                         to ct-check-date(check-table-count)
                       move reg-check-amount
                         to ct-amount(check-table-count)
                       move reg-emp-no to ct-emp-no(check-table-count)
                       move 'N' to ct-cleared-sw(check-table-count)
              end-read
           end-perform
           close check-register-file
           move 'yes' to are-there-more-records.
       135-apply-cleared-checks.
           open input cleared-history-file
           perform until are-there-more-records = 'no '
              read cleared-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       perform varying check-table-idx from 1 by 1
                               until check-table-idx > check-table-count
                          if ch-check-number
                               = ct-check-number(check-table-idx)
                             move 'Y' to ct-cleared-sw(check-table-idx)
                          end-if
                       end-perform
              end-read
           end-perform
           close cleared-history-file
           move 'yes' to are-there-more-records
      *>   a voided check will never clear -- mark it so it is not
      *>   counted as outstanding
           open input check-void-file
           perform until are-there-more-records = 'no '
              read check-void-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       perform varying check-table-idx from 1 by 1
                               until check-table-idx > check-table-count
                          if cv-check-number
                               = ct-check-number(check-table-idx)
                             move 'V' to ct-cleared-sw(check-table-idx)
                          end-if
                       end-perform
              end-read
           end-perform
           close check-void-file
           move 'yes' to are-there-more-records
           perform varying check-table-idx from 1 by 1
                   until check-table-idx > check-table-count
              if ct-cleared-sw(check-table-idx) = 'N'
                 add 1 to uncleared-count
                 add ct-amount(check-table-idx) to uncleared-total
              end-if
           end-perform.
       140-total-last-payrolls.
      *>   payroll checks carry the employee number (vendor checks
      *>   carry zero); the latest check date of each kind is its
      *>   last cycle
           perform varying check-table-idx from 1 by 1
                   until check-table-idx > check-table-count
              if ct-emp-no(check-table-idx) > 0
                 move ct-emp-no(check-table-idx) to emp-no-search
                 perform 125-check-salaried
                 if salaried-employee
                    if ct-check-date(check-table-idx)
                         > last-salaried-date
                       move ct-check-date(check-table-idx)
                         to last-salaried-date
                    end-if
                 else
                    if ct-check-date(check-table-idx) > last-hourly-date
                       move ct-check-date(check-table-idx)
                         to last-hourly-date
                    end-if
                 end-if
              end-if
           end-perform
           perform varying check-table-idx from 1 by 1
                   until check-table-idx > check-table-count
              if ct-emp-no(check-table-idx) > 0
                 move ct-emp-no(check-table-idx) to emp-no-search
                 perform 125-check-salaried
                 if salaried-employee
                    if ct-check-date(check-table-idx)
                         = last-salaried-date
                       add ct-amount(check-table-idx)
                         to salaried-net-pay
                    end-if
                 else
                    if ct-check-date(check-table-idx) = last-hourly-date
                       add ct-amount(check-table-idx) to hourly-net-pay
                    end-if
                 end-if
              end-if
           end-perform
      *>   the direct deposits of the last run of each payroll
           open input hourly-nacha-file
           perform until are-there-more-records = 'no '
              read hourly-nacha-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if hn-record-type = '6'
                          and hn-amount-cents is numeric
                          compute hourly-net-pay =
                             hourly-net-pay + (hn-amount-cents / 100)
                       end-if
              end-read
           end-perform
           close hourly-nacha-file
           move 'yes' to are-there-more-records
           open input salaried-nacha-file
           perform until are-there-more-records = 'no '
              read salaried-nacha-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if sn-record-type = '6'
                          and sn-amount-cents is numeric
                          compute salaried-net-pay =
                             salaried-net-pay + (sn-amount-cents / 100)
                       end-if
              end-read
           end-perform
           close salaried-nacha-file
           move 'yes' to are-there-more-records
      *>   the tax withheld on the last cycle and both the employee
      *>   and the employer halves of FICA
           open input pay-history-file
           perform until are-there-more-records = 'no '
              read pay-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       perform 145-add-history-tax
              end-read
           end-perform
           close pay-history-file
           move 'yes' to are-there-more-records
           open input hourly-remit-file
           perform until are-there-more-records = 'no '
              read hourly-remit-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add hr-emp-contrib hr-match-contrib
                         to hourly-retire-remit
              end-read
           end-perform
           close hourly-remit-file
           move 'yes' to are-there-more-records
           open input salaried-remit-file
           perform until are-there-more-records = 'no '
              read salaried-remit-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add sr-emp-contrib sr-match-contrib
                         to salaried-retire-remit
              end-read
           end-perform
           close salaried-remit-file
           move 'yes' to are-there-more-records.
       145-add-history-tax.
           if hist-pay-date = last-hourly-date
              or hist-pay-date = last-salaried-date
              compute ss-tax-work ROUNDED =
                 hist-ss-wages * social-security-rate
              compute medicare-tax-work ROUNDED =
                 hist-medicare-wages * medicare-rate
              compute tax-work =
                 hist-federal-tax + hist-state-tax
                 + ss-tax-work + medicare-tax-work
                 + ss-tax-work + medicare-tax-work
              move hist-emp-no to emp-no-search
              perform 125-check-salaried
              if salaried-employee
                 if hist-pay-date = last-salaried-date
                    add tax-work to salaried-tax-deposit
                 end-if
              else
                 if hist-pay-date = last-hourly-date
                    add tax-work to hourly-tax-deposit
                 end-if
              end-if
           end-if.
       150-load-pay-cycles.
           open input pay-cycle-file
           read pay-cycle-file
                at end
                   continue
                not at end
                   if pc-period-end is numeric
                      and pc-period-end > 0
                      move 'Y' to hourly-cycle-sw
                      move pc-period-end to hourly-cycle-end
                      move pc-status to hourly-cycle-status
                   end-if
           end-read
           close pay-cycle-file
           open input salaried-cycle-file
           read salaried-cycle-file
                at end
                   continue
                not at end
                   if sc-period-end is numeric
                      and sc-period-end > 0
                      move 'Y' to salaried-cycle-sw
                      move sc-period-end to salaried-cycle-end
                      move sc-status to salaried-cycle-status
                   end-if
           end-read
           close salaried-cycle-file.
       200-gather-cash-items.
           perform 210-gather-payables
           perform 220-gather-payrolls
           perform 230-gather-receivables
           if uncleared-count > 0
              move business-date-work to release-date
              move 'C' to release-category
              move "CHECKS ISSUED NOT YET CLEARED"
                to release-description
              move spaces to release-reference
              move uncleared-count to release-reference(1:5)
              move "CHECKS" to release-reference(7:6)
              compute release-amount = 0 - uncleared-total
              perform 600-release-item
           end-if.
       210-gather-payables.
      *>   paid on the discount date while the discount is still
      *>   there to take, otherwise on the net due date; a debit memo
      *>   comes off the vendor's next payment
           open input ap-open-file
           perform until are-there-more-records = 'no '
              read ap-open-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to records-read
                       perform 215-release-one-payable
              end-read
           end-perform
           close ap-open-file
           move 'yes' to are-there-more-records.
       215-release-one-payable.
           move 'A' to release-category
           move spaces to release-description
           string "VENDOR " delimited by size
                  api-vendor-no delimited by size
                  " INVOICE " delimited by size
                  api-invoice-no delimited by size
                  into release-description
           evaluate true
              when api-debit-memo
                 move api-due-date to release-date
                 move api-gross-amt to release-amount
                 move "DEBIT MEMO" to release-reference
              when api-disc-amt > 0
                 and api-disc-date not < business-date-work
                 move api-disc-date to release-date
                 compute release-amount =
                    0 - (api-gross-amt - api-disc-amt)
                 move "DISCOUNT DATE" to release-reference
              when other
                 move api-due-date to release-date
                 compute release-amount = 0 - api-gross-amt
                 move "NET DUE DATE" to release-reference
           end-evaluate
           if release-date is not numeric
              or release-date = 0
              move business-date-work to release-date
           end-if
           move release-date to item-date-work
           perform 500-find-week
           if item-week-no = 0
              compute net-payable-work = 0 - release-amount
              add net-payable-work to payables-beyond
           else
              perform 600-release-item
           end-if.
       220-gather-payrolls.
      *>   the deposits behind the last cycle paid, if still to go
           if last-hourly-date > 0
              move "HOURLY" to payroll-kind
              move last-hourly-date to payday-work
              move hourly-tax-deposit to payroll-tax-work
              move hourly-retire-remit to payroll-retire-work
              perform 228-release-deposits
           end-if
           if last-salaried-date > 0
              move "SALARIED" to payroll-kind
              move last-salaried-date to payday-work
              move salaried-tax-deposit to payroll-tax-work
              move salaried-retire-remit to payroll-retire-work
              perform 228-release-deposits
           end-if
      *>   hourly payroll is weekly: the period after the last one
      *>   paid (a reopened period is paid again as itself), then
      *>   every seventh day through the forecast
           if hourly-cycle-on-file
              move "HOURLY" to payroll-kind
              move hourly-net-pay to payroll-net-work
              move hourly-tax-deposit to payroll-tax-work
              move hourly-retire-remit to payroll-retire-work
              move hourly-cycle-end to date-to-convert
              if hourly-cycle-status = 'P'
                 move 7 to days-to-add
                 perform 850-add-days-to-date
              end-if
              perform until date-to-convert > horizon-end-date
                 if date-to-convert not < business-date-work
                    move date-to-convert to payday-work
                    perform 225-release-one-payroll
                    move payday-work to date-to-convert
                 end-if
                 move 7 to days-to-add
                 perform 850-add-days-to-date
              end-perform
           end-if
      *>   salaried payroll ends on the 15th and the last day of
      *>   each month
           if salaried-cycle-on-file
              move "SALARIED" to payroll-kind
              move salaried-net-pay to payroll-net-work
              move salaried-tax-deposit to payroll-tax-work
              move salaried-retire-remit to payroll-retire-work
              move salaried-cycle-end to date-to-convert
              if salaried-cycle-status not = 'O'
                 perform 227-next-salaried-end
              end-if
              perform until date-to-convert > horizon-end-date
                 if date-to-convert not < business-date-work
                    move date-to-convert to payday-work
                    perform 225-release-one-payroll
                    move payday-work to date-to-convert
                 end-if
                 perform 227-next-salaried-end
              end-perform
           end-if.
       225-release-one-payroll.
           move payday-work to release-date
           move 'P' to release-category
           move spaces to release-description
           string payroll-kind delimited by space
                  " PAYROLL NET PAY" delimited by size
                  into release-description
           move spaces to release-reference
           string "PERIOD " delimited by size
                  payday-work delimited by size
                  into release-reference
           compute release-amount = 0 - payroll-net-work
           perform 600-release-item
           perform 228-release-deposits.
       227-next-salaried-end.
           if conv-day = 15
              perform 830-set-month-last-day
              move month-last-day to conv-day
           else
              if conv-month = 12
                 move 01 to conv-month
                 add 1 to conv-year
              else
                 add 1 to conv-month
              end-if
              move 15 to conv-day
           end-if.
       228-release-deposits.
           move 'T' to release-category
           move spaces to release-reference
           string "PAYDAY " delimited by size
                  payday-work delimited by size
                  into release-reference
           if payroll-tax-work > 0
              move payday-work to date-to-convert
              move tax-deposit-lag to days-to-add
              perform 850-add-days-to-date
              if date-to-convert not < business-date-work
                 move date-to-convert to release-date
                 move spaces to release-description
                 string payroll-kind delimited by space
                        " PAYROLL TAX DEPOSIT" delimited by size
                        into release-description
                 compute release-amount = 0 - payroll-tax-work
                 perform 600-release-item
              end-if
           end-if
           if payroll-retire-work > 0
              move payday-work to date-to-convert
              move retire-remit-lag to days-to-add
              perform 850-add-days-to-date
              if date-to-convert not < business-date-work
                 move date-to-convert to release-date
                 move spaces to release-description
                 string payroll-kind delimited by space
                        " RETIREMENT REMITTANCE" delimited by size
                        into release-description
                 compute release-amount = 0 - payroll-retire-work
                 perform 600-release-item
              end-if
           end-if.
       230-gather-receivables.
           open input student-ar-file
           perform until are-there-more-records = 'no '
              read student-ar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to records-read
                       if ar-balance-due is numeric
                          and ar-balance-due > 0
                          move 1 to receivable-idx
                          move ar-balance-due to expected-amount
                          move ar-billed-date to item-date-work
                          perform 235-age-one-item
                       end-if
              end-read
           end-perform
           close student-ar-file
           move 'yes' to are-there-more-records
           open input corporate-ar-file
           perform until are-there-more-records = 'no '
              read corporate-ar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to records-read
                       if bal-amount-due is numeric
                          and bal-amount-due > 0
                          move 2 to receivable-idx
                          move bal-amount-due to expected-amount
                          move bal-invoice-date to item-date-work
                          perform 235-age-one-item
                       end-if
              end-read
           end-perform
           close corporate-ar-file
           move 'yes' to are-there-more-records
           open input house-aged-file
           perform until are-there-more-records = 'no '
              read house-aged-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to records-read
                       perform 240-spread-house-account
              end-read
           end-perform
           close house-aged-file
           move 'yes' to are-there-more-records
           perform varying receivable-idx from 1 by 1
                   until receivable-idx > 3
              perform varying week-idx from 1 by 1
                      until week-idx > forecast-weeks
                 if rcv-week-amount(receivable-idx, week-idx) > 0
                    move wk-from-date(week-idx) to release-date
                    move 'R' to release-category
                    move rcv-name(receivable-idx)
                      to release-description
                    move "EXPECTED" to release-reference
                    move rcv-week-amount(receivable-idx, week-idx)
                      to release-amount
                    perform 600-release-item
                 end-if
              end-perform
           end-perform.
       235-age-one-item.
           if item-date-work is not numeric
              or item-date-work = 0
              move business-date-work to item-date-work
           end-if
           move item-date-work to date-to-convert
           perform 840-convert-date-to-days
           compute age-days = business-days - converted-days
           evaluate true
              when age-days not > 30
                 compute expected-amount ROUNDED =
                    expected-amount * current-collect-pct / 100
                 move item-date-work to date-to-convert
                 move receivable-terms-days to days-to-add
                 perform 850-add-days-to-date
              when age-days not > 60
                 compute expected-amount ROUNDED =
                    expected-amount * collect-31-60-pct / 100
                 move business-date-work to date-to-convert
                 move collect-31-60-days to days-to-add
                 perform 850-add-days-to-date
              when age-days not > 90
                 compute expected-amount ROUNDED =
                    expected-amount * collect-61-90-pct / 100
                 move business-date-work to date-to-convert
                 move collect-61-90-days to days-to-add
                 perform 850-add-days-to-date
              when other
                 add expected-amount to doubtful-receivables
                 move 0 to expected-amount
           end-evaluate
           if expected-amount > 0
              move date-to-convert to item-date-work
              perform 245-add-to-receivable-week
           end-if.
       240-spread-house-account.
           if agx-current is numeric
              and agx-current > 0
              move 3 to receivable-idx
              compute expected-amount ROUNDED =
                 agx-current * current-collect-pct / 100
              move business-date-work to date-to-convert
              move house-current-days to days-to-add
              perform 850-add-days-to-date
              move date-to-convert to item-date-work
              perform 245-add-to-receivable-week
           end-if
           if agx-31-60 is numeric
              and agx-31-60 > 0
              move 3 to receivable-idx
              compute expected-amount ROUNDED =
                 agx-31-60 * collect-31-60-pct / 100
              move business-date-work to date-to-convert
              move collect-31-60-days to days-to-add
              perform 850-add-days-to-date
              move date-to-convert to item-date-work
              perform 245-add-to-receivable-week
           end-if
           if agx-61-90 is numeric
              and agx-61-90 > 0
              move 3 to receivable-idx
              compute expected-amount ROUNDED =
                 agx-61-90 * collect-61-90-pct / 100
              move business-date-work to date-to-convert
              move collect-61-90-days to days-to-add
              perform 850-add-days-to-date
              move date-to-convert to item-date-work
              perform 245-add-to-receivable-week
           end-if
           if agx-over-90 is numeric
              add agx-over-90 to doubtful-receivables
           end-if.
       245-add-to-receivable-week.
           perform 500-find-week
           if item-week-no > 0
              add expected-amount
                to rcv-week-amount(receivable-idx, item-week-no)
           end-if.
       400-print-forecast.
           move business-date-work to header-date-out
           move forecast-weeks to header-weeks-out
           move horizon-end-date to header-horizon-out
           write print-rec from report-header
           write print-rec from blank-line
           if bank-balance-on-file
              move bb-statement-date to open-stmt-date-out
              move bb-recon-date to open-recon-date-out
              move opening-balance to open-balance-out
              write print-rec from opening-line
           else
              write print-rec from no-balance-line
           end-if
           write print-rec from blank-line
           write print-rec from column-header
           move opening-balance to running-balance
           move opening-balance to lowest-balance
           move 0 to lowest-balance-week
           move 1 to current-week
           open input sorted-forecast-file
           perform until more-sorted-records = 'no '
              read sorted-forecast-file
                    at end
                       move 'no ' to more-sorted-records
                    not at end
                       perform until current-week = sf-week-no
                          perform 420-close-week
                          add 1 to current-week
                       end-perform
                       perform 410-print-one-item
              end-read
           end-perform
           close sorted-forecast-file
           perform until current-week > forecast-weeks
              perform 420-close-week
              add 1 to current-week
           end-perform.
       410-print-one-item.
           add sf-amount to running-balance
           move spaces to detail-line
           move sf-cash-date to det-date-out
           evaluate sf-category
              when 'R'
                 move "RECEIVABLE" to det-source-out
                 add sf-amount to wk-receipts(current-week)
              when 'A'
                 move "PAYABLES" to det-source-out
                 add sf-amount to wk-payables(current-week)
              when 'P'
                 move "PAYROLL" to det-source-out
                 add sf-amount to wk-payroll(current-week)
              when 'T'
                 move "TAX/RETIRE" to det-source-out
                 add sf-amount to wk-tax-retire(current-week)
              when other
                 move "BANK" to det-source-out
                 add sf-amount to wk-checks(current-week)
           end-evaluate
           move sf-description to det-desc-out
           move sf-reference to det-ref-out
           if sf-amount < 0
              compute det-payment-out = 0 - sf-amount
           else
              move sf-amount to det-receipt-out
           end-if
           move running-balance to det-balance-out
           write print-rec from detail-line.
       420-close-week.
           move running-balance to wk-closing(current-week)
           if running-balance < lowest-balance
              or lowest-balance-week = 0
              move running-balance to lowest-balance
              move current-week to lowest-balance-week
           end-if
           move current-week to wb-week-out
           move wk-from-date(current-week) to wb-from-out
           move wk-thru-date(current-week) to wb-thru-out
           move wk-receipts(current-week) to wb-receipt-out
           compute wb-payment-out =
              0 - (wk-payables(current-week)
                   + wk-payroll(current-week)
                   + wk-tax-retire(current-week)
                   + wk-checks(current-week))
           move running-balance to wb-balance-out
           write print-rec from week-break-line
           write print-rec from blank-line.
       450-print-week-summary.
           write print-rec from blank-line
           move "WEEKLY SUMMARY" to section-text-out
           write print-rec from section-line
           write print-rec from blank-line
           write print-rec from summary-header
           perform varying week-idx from 1 by 1
                   until week-idx > forecast-weeks
              move week-idx to sum-week-out
              move wk-from-date(week-idx) to sum-from-out
              move wk-thru-date(week-idx) to sum-thru-out
              move wk-receipts(week-idx) to sum-receipts-out
              move wk-payables(week-idx) to sum-payables-out
              move wk-payroll(week-idx) to sum-payroll-out
              move wk-tax-retire(week-idx) to sum-tax-out
              move wk-checks(week-idx) to sum-checks-out
              compute net-change-work =
                 wk-receipts(week-idx) + wk-payables(week-idx)
                 + wk-payroll(week-idx) + wk-tax-retire(week-idx)
                 + wk-checks(week-idx)
              move net-change-work to sum-net-out
              move wk-closing(week-idx) to sum-closing-out
              write print-rec from summary-line
           end-perform
           write print-rec from blank-line
           move spaces to note-line
           move "LOWEST PROJECTED BALANCE" to note-label-out
           move lowest-balance to note-amount-out
           move spaces to note-text-out
           string "IN WEEK " delimited by size
                  lowest-balance-week delimited by size
                  into note-text-out
           write print-rec from note-line
           move spaces to note-line
           move "PAYABLES DUE AFTER THE FORECAST" to note-label-out
           move payables-beyond to note-amount-out
           write print-rec from note-line
           move spaces to note-line
           move "RECEIVABLES PAST 90 DAYS -- NOT COUNTED ON"
             to note-label-out
           move doubtful-receivables to note-amount-out
           write print-rec from note-line
           if not hourly-cycle-on-file
              move spaces to note-line
              move "NO HOURLY PAY CYCLE ON FILE -- NOT FORECAST"
                to note-label-out
              write print-rec from note-line
           end-if
           if not salaried-cycle-on-file
              move spaces to note-line
              move "NO SALARIED PAY CYCLE ON FILE -- NOT FORECAST"
                to note-label-out
              write print-rec from note-line
           end-if.
       500-find-week.
      *>   the week a date falls in; anything already past belongs
      *>   to week 1, anything after the last week to none (zero)
           move item-date-work to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to item-days
           compute days-ahead = item-days - business-days
           if days-ahead < 0
              move 0 to days-ahead
           end-if
           compute item-week-no = (days-ahead / 7) + 1
           if days-ahead / 7 not < forecast-weeks
              move 0 to item-week-no
           end-if.
       600-release-item.
      *>   a date already past is paid or received in week 1
           if release-date < business-date-work
              move business-date-work to release-date
           end-if
           move release-date to item-date-work
           perform 500-find-week
           if item-week-no > 0
              move release-date to srt-cash-date
              move release-category to srt-category
              move item-week-no to srt-week-no
              move release-description to srt-description
              move release-reference to srt-reference
              move release-amount to srt-amount
              RELEASE forecast-sort-rec
              add 1 to items-released
           end-if.
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
           move "CASHFCST" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move records-read to RL-RECORDS-IN
           move items-released to RL-RECORDS-OUT
           move 0 to RL-RECORDS-REJECTED
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
