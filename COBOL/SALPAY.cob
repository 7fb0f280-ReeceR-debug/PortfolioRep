       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALPAY.
      *> Semi-monthly salaried payroll, gross to net.  Driven by the
      *> employee master rather than an hours feed: every active
      *> employee carrying an annual salary and no hourly rate is paid
      *> one twenty-fourth of EM-ANNUAL-SALARY for the half-month
      *> ending the 15th or the last day of the month.  Withholding,
      *> ded-mast deductions and arrears, ret-plan contributions,
      *> direct deposit or check, positive pay, pay-hist and the
      *> YTD-wages/ret-ytd balances all follow the hourly run (298_1)
      *> so the salaried staff land on the same W-2, 941 and leave
      *> records as everyone else.
      *>
      *> The run is in the nightly stream ahead of 298_1 and pays only
      *> when a half-month period end has been reached that the
      *> salaried cycle control (sal-cycle) does not already show
      *> paid; every other night it just sets aside any bonus,
      *> commission or back-pay rows for salaried people into
      *> sal-earn, so 298_1 does not clear them unpaid, and they ride
      *> the next salaried check; a held row for anyone the period
      *> does not pay stays on sal-earn and is listed on sal-rej for
      *> payroll to settle by hand.  A period marked paid reopens only
      *> through the supervisor reversal (PAYCYCRV, cycle type S).
      *> The pay-mode PROOF card makes this a trial run, as for 298_1.
      *> This run now writes the salaried labor extract (lab-132) for
      *> LABRDIST from the salary actually paid.  Every payment gets an
      *> earnings statement on earn-stmt-sal, as the hourly run does on
      *> earn-stmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT employee-master-file ASSIGN TO "EMP-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT pay-register ASSIGN TO printer.
                     SELECT YTD-wages-file ASSIGN TO "YTD-wages"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT bank-info-file ASSIGN TO "bank-info"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT direct-deposit-file ASSIGN TO nacha-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL election-master-file
           ASSIGN TO "WH-ELECT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WE-EMPLOYEE-NO.
                     SELECT reject-listing ASSIGN TO sal-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT check-print-file ASSIGN TO chk-print-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-register-file
           ASSIGN TO "chk-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-control-file
           ASSIGN TO chk-ctl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL deduction-master-file
           ASSIGN TO "ded-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL bonus-payment-file
           ASSIGN TO "bonus-pay"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL commission-pay-file
           ASSIGN TO "comm-pay"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL backpay-adjust-file
           ASSIGN TO "back-adj"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL held-earnings-file
           ASSIGN TO "sal-earn"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL arrears-file
           ASSIGN TO "ded-arrears"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL retirement-plan-file
           ASSIGN TO "ret-plan"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL retirement-YTD-file
           ASSIGN TO "ret-ytd"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT retirement-remit-file
           ASSIGN TO ret-remit-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT gl-posting-file ASSIGN TO GL-POST-SAL
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT deduction-register ASSIGN TO "ded-reg-sal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-history-file
           ASSIGN TO "pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT labor-extract-file ASSIGN TO lab-132
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT earnings-statement-file
           ASSIGN TO earn-stmt-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL leave-balance-file
           ASSIGN TO "leave-bal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-mode-file
           ASSIGN TO "pay-mode"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL salaried-cycle-file
           ASSIGN TO "sal-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rollover-control-file
           ASSIGN TO "ytd-roll"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-EMP-MASTER"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT positive-pay-file ASSIGN TO pospay-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pospay-log-file
           ASSIGN TO "pospay-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  employee-master-file.
           COPY EMPMAST.
       fd  pay-register.
       01  print-rec.
           05 emp-name-out      pic x(15).
           05 terr-no-out       pic x(2).
           05 office-no-out     pic x(2).
           05 Gross         pic 9(6)v99.
           05 pic xxx.
           05 FICA          pic 9(5)v99.
           05 pic xxx.
           05 federal-tax-out   pic 9(5)v99.
           05 pic xxx.
           05 state-tax-out     pic 9(5)v99.
           05 pic xxx.
           05 Net          pic 9(6)v99.
       fd  YTD-wages-file.
       01  YTD-wages-rec.
           05  YTD-emp-name          pic x(15).
           05  YTD-gross-wages       pic 9(7)v99.
           05  YTD-emp-no            pic 9(5).
       fd  bank-info-file.
           COPY BANKINFO.
       fd  direct-deposit-file.
       01  NACHA-entry-detail-rec.
           05  NACHA-record-type         pic x value '6'.
           05  NACHA-transaction-code    pic x(2) value '22'.
           05  NACHA-routing-number      pic x(9).
           05  NACHA-account-number      pic x(17).
           05  NACHA-amount-cents        pic 9(10).
           05  NACHA-employee-name       pic x(22).
           05  NACHA-employee-no         pic 9(5).
           05  NACHA-split-seq           pic 9(2).
           05                            pic x(8).
       fd  election-master-file.
           COPY WHELECT.
       fd  reject-listing.
           COPY REJLIST.
       fd  check-print-file.
       01  check-print-rec.
           05 pic x(80).
       fd  check-register-file.
       01  check-register-rec.
           05  reg-check-number      pic 9(6).
           05  reg-emp-name          pic x(15).
           05  reg-check-date        pic 9(8).
           05  reg-check-amount      pic 9(7)v99.
           05  reg-emp-no            pic 9(5).
       fd  check-control-file.
       01  check-control-rec.
           05  ctl-next-check-number pic 9(6).
       fd  deduction-master-file.
       01  deduction-master-rec.
           05  ded-emp-name          pic x(15).
           05  ded-code              pic x(3).
           05  ded-method            pic x(1).
           05  ded-percent           pic 9v9(4).
           05  ded-flat-amount       pic 9(4)v99.
           05  ded-priority          pic 9(1).
       fd  bonus-payment-file.
       01  bonus-payment-rec.
           05  bp-emp-name           pic x(20).
           05  bp-bonus-amount       pic 9(6).
       fd  commission-pay-file.
       01  commission-pay-rec.
           05  cp-emp-name           pic x(20).
           05  cp-amount             pic 9(5)v99.
       01  commission-pay-trailer.
           05  cpt-tag               pic x(20).
           05  cpt-control-total     pic 9(7)v99.
       fd  backpay-adjust-file.
       01  backpay-adjust-rec.
           05  bpa-emp-name          pic x(20).
           05  bpa-amount            pic 9(5)v99.
      *> bonus (B), commission (C) and back-pay (A) rows belonging to
      *> salaried employees, lifted out of the 298_1 extracts and held
      *> here until the next salaried pay date pays them
       fd  held-earnings-file.
       01  held-earnings-rec.
           05  he-emp-name           pic x(20).
           05  he-source             pic x(1).
           05  he-amount             pic 9(6)v99.
           05  he-held-date          pic 9(8).
       fd  arrears-file.
       01  arrears-rec.
           05  arr-emp-name          pic x(15).
           05  arr-ded-code          pic x(3).
           05  arr-amount            pic 9(5)v99.
       fd  retirement-plan-file.
       01  retirement-plan-rec.
           05  rp-emp-name           pic x(15).
           05  rp-elect-percent      pic 9v9(4).
       fd  retirement-YTD-file.
       01  retirement-YTD-rec.
           05  rty-emp-name          pic x(15).
           05  rty-YTD-contrib       pic 9(7)v99.
           05  rty-emp-no            pic 9(5).
       fd  retirement-remit-file.
       01  retirement-remit-rec.
           05  rem-emp-name          pic x(15).
           05  rem-emp-no            pic 9(5).
           05  rem-emp-contrib       pic 9(5)v99.
           05  rem-match-contrib     pic 9(5)v99.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  deduction-register.
       01  register-print-rec.
           05 pic x(80).
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
       fd  labor-extract-file.
           COPY LABEXTR.
      *> one earnings statement per payment -- attached to the check
      *> or mailed as the deposit advice
       fd  earnings-statement-file.
       01  earnings-statement-rec.
           05 pic x(80).
       fd  leave-balance-file.
           COPY LEAVBAL.
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  business-date-file.
           COPY BUSDATE.
       fd  pay-mode-file.
       01  pay-mode-rec.
           05  pay-mode-code         pic x(5).
      *> salaried cycle control, the same layout as 298_1's pay-cycle:
      *> the last half-month period end paid and its status (P paid,
      *> O reopened by PAYCYCRV)
       fd  salaried-cycle-file.
       01  salaried-cycle-rec.
           05  sc-period-end         pic 9(8).
           05  sc-status             pic x(1).
               88  sal-cycle-paid        value 'P'.
               88  sal-cycle-reopened    value 'O'.
      *> year-end rollover control (YTDROLL): the calendar year the
      *> YTD-wages and ret-ytd balances are open for
       fd  rollover-control-file.
       01  rollover-control-rec.
           05  yr-open-year          pic 9(4).
           05  yr-rolled-date        pic 9(8).
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder             pic x(8).
           05  lk-lock-date          pic 9(8).
           05  lk-lock-time          pic 9(6).
       fd  positive-pay-file.
           COPY POSPAY.
       fd  pospay-log-file.
       01  pospay-log-rec.
           05  ppl-send-date         pic 9(8).
           05                        pic x(2).
           05  ppl-source-program    pic x(8).
           05                        pic x(2).
           05  ppl-item-count        pic 9(6).
           05                        pic x(2).
           05  ppl-dollar-total      pic 9(9)v99.
       fd  run-log-file.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  proof-mode-sw            pic x value 'N'.
           88  proof-mode               value 'Y'.
       01  rollover-control-seen-sw pic x value 'N'.
           88  rollover-control-seen    value 'Y'.
       01  period-due-sw            pic x value 'N'.
           88  period-due               value 'Y'.
       01  lock-time-8              pic 9(8).
       01  run-log-time-8           pic 9(8).
       01  proof-banner-line.
           05 pic x(41) value
              "***** PROOF RUN -- NO FILES UPDATED *****".
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-YTD-records         picture xxx value 'yes'.
      *> half-month period arithmetic
       01  period-end-due           pic 9(8) value 0.
       01  period-start-work        pic 9(8) value 0.
       01  cycle-on-file-sw         pic x value 'N'.
           88  cycle-on-file            value 'Y'.
       01  cycle-period-end-save    pic 9(8) value 0.
       01  cycle-status-save        pic x value space.
       01  date-work                pic 9(8).
       01  date-work-parts redefines date-work.
           05  dw-year              pic 9(4).
           05  dw-month             pic 9(2).
           05  dw-day               pic 9(2).
       01  month-last-day           pic 9(2).
       01  leap-work                pic 9(4).
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
       01  pay-periods-per-year     pic 9(2) value 24.
       01  salaried-hours-per-year  pic 9(4) value 2080.
      *> a final check prorates the half-month salary by calendar day
       01  prior-period-start       pic 9(8) value 0.
       01  period-first-day         pic 9(2).
       01  period-last-day          pic 9(2).
       01  term-day                 pic 9(2).
       01  days-in-period           pic 9(2).
       01  days-worked              pic 9(2).
      *> the employee being paid
       01  emp-name                 pic x(15).
       01  emp-no-work              pic 9(5) value 0.
       01  terr-no-work             pic x(2).
       01  office-no-work           pic x(2).
       01  period-salary            pic 9(6)v99.
       01  social-security-wage-base pic 9(7) value 160200.
       01  social-security-rate      pic 9v9(4) value 0.0620.
       01  medicare-rate             pic 9v9(4) value 0.0145.
       01  SS-taxable-wages          pic 9(6)v99.
       01  SS-tax                   pic 9(5)v99.
       01  medicare-tax              pic 9(5)v99.
       01  prior-YTD-gross           pic 9(7)v99.
       01  new-YTD-gross             pic 9(7)v99.
       01  YTD-table-idx             pic 9(4) comp.
       01  YTD-table-count           pic 9(4) value 0.
       01  YTD-table.
           05  YTD-table-entry OCCURS 500 TIMES.
               10  YTD-table-name    pic x(15).
               10  YTD-table-gross   pic 9(7)v99.
               10  YTD-table-no      pic 9(5).
       01  YTD-found-idx             pic 9(4) comp value 0.
           COPY WITHHOLD.
       01  fed-bracket-idx            pic 9 comp.
      *> the employee's withholding election, or the single / no
      *> allowance / default state rate treatment when none is on file
       01  filing-status-work         pic x value 'S'.
       01  allowances-work            pic 9(2) value 0.
       01  extra-withhold-work        pic 9(4)v99 value 0.
       01  withhold-exempt-sw         pic x value 'N'.
           88  withhold-exempt            value 'Y'.
       01  state-rate-work            pic 9v9(4).
       01  state-rate-idx             pic 9(2) comp.
       01  allowance-deduction        pic 9(6)v99.
       01  withholding-wages          pic 9(6)v99.
       01  weekly-withholding-wages   pic 9(6)v99.
       01  filing-bracket-table.
           05  filing-bracket OCCURS 3 TIMES.
               10  filing-bracket-ceiling pic 9(6)v99.
               10  filing-bracket-rate    pic 9v9(4).
       01  more-bank-records          picture xxx value 'yes'.
       01  bank-table-idx             pic 9(4) comp.
       01  bank-table-count           pic 9(4) value 0.
       01  bank-table.
           05  bank-table-entry OCCURS 500 TIMES.
               10  bank-table-name    pic x(15).
               10  bank-table-routing pic x(9).
               10  bank-table-account pic x(17).
               10  bank-table-emp-no  pic 9(5).
               10  bank-table-status  pic x(1).
               10  bank-table-seq     pic 9(2).
               10  bank-table-type    pic x(1).
               10  bank-table-amount  pic 9(5)v99.
               10  bank-table-acct-type
                                      pic x(1).
               10  bank-table-prenote-date
                                      pic 9(8).
       01  bank-found-idx             pic 9(4) comp value 0.
       01  bank-remainder-idx         pic 9(4) comp value 0.
       01  bank-changes-made          pic 9(5) value 0.
       01  deposit-remaining          pic 9(6)v99.
       01  deposit-amount             pic 9(6)v99.
       01  check-pay-amount           pic 9(6)v99.
      *> salaried employees on the master, for sorting out whose
      *> bonus, commission and back-pay rows this run holds
       01  salaried-table-idx         pic 9(4) comp.
       01  salaried-table-count       pic 9(4) value 0.
       01  salaried-found-sw          pic x value 'N'.
           88  salaried-found             value 'Y'.
       01  salaried-table.
           05  salaried-entry OCCURS 500 TIMES.
               10  slt-emp-name       pic x(20).
       01  name-to-match              pic x(20).
       01  more-extract-records       picture xxx value 'yes'.
       01  more-held-records          picture xxx value 'yes'.
       01  held-table-idx             pic 9(4) comp.
       01  held-table-count           pic 9(4) value 0.
       01  held-table.
           05  held-entry OCCURS 500 TIMES.
               10  ht-emp-name        pic x(20).
               10  ht-source          pic x(1).
               10  ht-amount          pic 9(6)v99.
               10  ht-held-date       pic 9(8).
               10  ht-paid-sw         pic x(1).
                   88  ht-paid                value 'Y'.
       01  keep-table-idx             pic 9(4) comp.
       01  keep-table-count           pic 9(4) value 0.
       01  keep-table.
           05  keep-entry OCCURS 500 TIMES.
               10  kt-rec             pic x(29).
       01  comm-trailer-seen-sw       pic x value 'N'.
           88  comm-trailer-seen          value 'Y'.
       01  comm-trailer-save          pic x(29).
       01  comm-moved-total           pic 9(7)v99 value 0.
       01  rows-held-tonight          pic 9(5) value 0.
       01  other-earnings             pic 9(6)v99.
       01  more-deduction-records     picture xxx value 'yes'.
       01  more-arrears-records       picture xxx value 'yes'.
       01  more-leave-records         picture xxx value 'yes'.
       01  leave-table-idx            pic 9(4) comp.
       01  leave-table-count          pic 9(4) value 0.
       01  leave-found-idx            pic 9(4) comp value 0.
       01  leave-table.
           05  leave-entry OCCURS 500 TIMES.
               10  lvt-emp-name       pic x(15).
               10  lvt-vac-balance    pic 9(3)v99.
               10  lvt-sick-balance   pic 9(3)v99.
               10  lvt-emp-no         pic 9(5).
      *> year-to-date withholding by employee, re-added from this
      *> calendar year's pay-hist rows for the earnings statement
       01  more-history-records       picture xxx value 'yes'.
       01  tax-YTD-table-idx          pic 9(4) comp.
       01  tax-YTD-table-count        pic 9(4) value 0.
       01  tax-YTD-found-idx          pic 9(4) comp value 0.
       01  tax-YTD-key                pic x(15).
       01  tax-YTD-table.
           05  tax-YTD-entry OCCURS 500 TIMES.
               10  txy-emp-name       pic x(15).
               10  txy-FICA           pic 9(7)v99.
               10  txy-federal-tax    pic 9(7)v99.
               10  txy-state-tax      pic 9(7)v99.
       01  history-SS-tax             pic 9(5)v99.
       01  history-medicare-tax       pic 9(5)v99.
       01  stub-payment-sw            pic x value space.
           88  stub-by-check              value 'C'.
           88  stub-by-deposit            value 'D'.
       01  stub-check-number          pic 9(6) value 0.
       01  stub-ret-YTD               pic 9(7)v99.
       01  stub-ded-idx               pic 9(2) comp.
       01  stub-ded-count             pic 9(2) value 0.
       01  stub-ded-table.
           05  stub-ded-entry OCCURS 20 TIMES.
               10  sdt-code           pic x(3).
               10  sdt-taken          pic 9(5)v99.
               10  sdt-arrears        pic 9(5)v99.
       01  stub-dep-idx               pic 9(2) comp.
       01  stub-dep-count             pic 9(2) value 0.
       01  stub-dep-table.
           05  stub-dep-entry OCCURS 9 TIMES.
               10  sdp-seq            pic 9(2).
               10  sdp-account-type   pic x(1).
               10  sdp-amount         pic 9(6)v99.
       01  stub-title-line.
           05 pic x(29) value "EARNINGS STATEMENT  PAY DATE ".
           05  stub-pay-date-out      pic 9(8).
           05 pic x(9) value "  EMP NO ".
           05  stub-emp-no-out        pic 9(5).
       01  stub-payee-line.
           05 pic x(9) value "EMPLOYEE ".
           05  stub-name-out          pic x(15).
           05 pic x(2) value spaces.
           05  stub-payment-out       pic x(40).
       01  stub-check-text.
           05 pic x(6) value "CHECK ".
           05  stub-check-number-out  pic 9(6).
           05 pic x(28) value spaces.
       01  stub-column-line.
           05 pic x(54) value
              "                   HRS   RATE    CURRENT  YEAR TO DATE".
       01  stub-hours-line.
           05  stub-hours-label-out   pic x(16).
           05 pic x(3) value spaces.
           05  stub-hours-out         pic zz9.
           05 pic x(2) value spaces.
           05  stub-rate-out          pic z9.99.
           05 pic x(1) value spaces.
           05  stub-hours-amount-out  pic zzz,zz9.99.
       01  stub-amount-line.
           05  stub-amount-label-out  pic x(16).
           05 pic x(14) value spaces.
           05  stub-current-out       pic zzz,zz9.99.
           05 pic x(1) value spaces.
           05  stub-YTD-out           pic zz,zzz,zz9.99.
       01  stub-current-line.
           05  stub-current-label-out pic x(16).
           05 pic x(14) value spaces.
           05  stub-current-only-out  pic zzz,zz9.99.
       01  stub-deduction-line.
           05 pic x(10) value "DEDUCTION ".
           05  stub-ded-code-out      pic x(3).
           05 pic x(17) value spaces.
           05  stub-ded-taken-out     pic zzz,zz9.99.
           05 pic x(10) value "  ARREARS ".
           05  stub-ded-arrears-out   pic zz,zz9.99.
       01  stub-final-line.
           05 pic x(32) value "FINAL PAY -- EMPLOYMENT ENDED   ".
           05  stub-term-date-out     pic 9(8).
       01  stub-deposit-line.
           05  stub-dep-label-out     pic x(16).
           05 pic x(7) value " SPLIT ".
           05  stub-dep-seq-out       pic z9.
           05 pic x(5) value spaces.
           05  stub-dep-amount-out    pic zzz,zz9.99.
       01  stub-leave-line.
           05 pic x(15) value "VACATION HOURS ".
           05  stub-vac-out           pic zz9.99.
           05 pic x(14) value "   SICK HOURS ".
           05  stub-sick-out          pic zz9.99.
       01  deduction-table-idx        pic 9(4) comp.
       01  deduction-table-count      pic 9(4) value 0.
       01  deduction-table.
           05  deduction-table-entry OCCURS 500 TIMES.
               10  dt-emp-name        pic x(15).
               10  dt-code            pic x(3).
               10  dt-method          pic x(1).
               10  dt-percent         pic 9v9(4).
               10  dt-flat-amount     pic 9(4)v99.
               10  dt-priority        pic 9(1).
               10  dt-stopped-sw      pic x(1).
       01  arrears-table-idx          pic 9(4) comp.
       01  arrears-table-count        pic 9(4) value 0.
       01  arrears-table.
           05  arrears-table-entry OCCURS 500 TIMES.
               10  at-emp-name        pic x(15).
               10  at-ded-code        pic x(3).
               10  at-amount          pic 9(5)v99.
       01  arrears-found-idx          pic 9(4) comp value 0.
       01  code-total-idx             pic 9(2) comp.
       01  code-total-count           pic 9(2) value 0.
       01  code-total-found-idx       pic 9(2) comp value 0.
       01  code-total-table.
           05  code-total-entry OCCURS 50 TIMES.
               10  ct-code            pic x(3).
               10  ct-total           pic 9(7)v99.
       01  more-ret-plan-records      picture xxx value 'yes'.
       01  ret-plan-table-idx         pic 9(4) comp.
       01  ret-plan-table-count       pic 9(4) value 0.
       01  ret-plan-found-idx         pic 9(4) comp value 0.
       01  ret-plan-table.
           05  ret-plan-entry OCCURS 500 TIMES.
               10  rpt-emp-name       pic x(15).
               10  rpt-elect-percent  pic 9v9(4).
       01  more-ret-YTD-records       picture xxx value 'yes'.
       01  ret-YTD-table-idx          pic 9(4) comp.
       01  ret-YTD-table-count        pic 9(4) value 0.
       01  ret-YTD-found-idx          pic 9(4) comp value 0.
       01  ret-YTD-table.
           05  ret-YTD-entry OCCURS 500 TIMES.
               10  ryt-emp-name       pic x(15).
               10  ryt-YTD-contrib    pic 9(7)v99.
               10  ryt-emp-no         pic 9(5).
       01  retirement-match-rate      pic 9v9(4) value 0.5000.
       01  retirement-match-cap-pct   pic 9v9(4) value 0.0600.
       01  retirement-annual-limit    pic 9(5) value 23500.
       01  retirement-wanted          pic 9(5)v99.
       01  retirement-taken           pic 9(5)v99.
       01  retirement-room            pic s9(7)v99.
       01  retirement-matchable       pic 9(5)v99.
       01  retirement-match           pic 9(5)v99.
       01  total-ret-contrib          pic 9(7)v99 value 0.
       01  total-ret-match            pic 9(7)v99 value 0.
       01  retirement-total-line.
           05 pic x(15) value "RET EMPLOYEE $ ".
           05  ret-total-emp-out      pic zzz,zz9.99.
           05 pic x(9) value "  MATCH $".
           05  ret-total-match-out    pic zzz,zz9.99.
       01  one-time-rows-seen-sw      pic x value 'N'.
           88  one-time-rows-seen         value 'Y'.
       01  one-time-arrears-left      pic 9(5)v99.
       01  priority-level             pic 9(2) comp.
       01  available-pay              pic s9(7)v99.
      *> final pay of a terminated employee: the unused vacation is
      *> paid out, recurring deductions stop, and what the check still
      *> collects for purchases and arrears may not take it below the
      *> minimum wage for the hours it pays
       01  final-pay-sw               pic x value 'N'.
           88  final-pay-check            value 'Y'.
       01  final-pays-made            pic 9(5) value 0.
       01  term-date-work             pic 9(8) value 0.
       01  vacation-payout            pic 9(6)v99 value 0.
       01  vacation-hours-paid        pic 9(3)v99 value 0.
       01  vacation-rate-work         pic 9(3)v99 value 0.
       01  minimum-wage-rate          pic 9(2)v99 value 7.25.
       01  protected-pay              pic s9(7)v99 value 0.
       01  deduction-room             pic s9(7)v99.
       01  before-image-work          pic x(132).
       01  deduction-wanted           pic 9(5)v99.
       01  deduction-taken            pic 9(5)v99.
       01  deduction-shortfall        pic 9(5)v99.
       01  deductions-this-emp        pic 9(5)v99.
       01  register-detail-line.
           05  reg-detail-name-out    pic x(15).
           05 pic x(2) value spaces.
           05  reg-detail-code-out    pic x(3).
           05 pic x(2) value spaces.
           05  reg-detail-taken-out   pic z,zz9.99.
           05 pic x(2) value spaces.
           05  reg-detail-arrears-out pic z,zz9.99.
       01  register-header-line.
           05 pic x(36) value "SALARIED DEDUCTION REGISTER  PERIOD ".
           05  reg-header-period-out  pic 9(8).
       01  register-blank-line        pic x value space.
       01  register-total-line.
           05 pic x(11) value "CODE TOTAL ".
           05  reg-total-code-out     pic x(3).
           05 pic x(2) value spaces.
           05  reg-total-amount-out   pic zzz,zz9.99.
       01  next-check-number          pic 9(6) value 0.
       01  check-date-work            pic 9(8).
       01  disbursement-account       pic x(10) value "0007410293".
       01  pospay-item-count          pic 9(6) value 0.
       01  pospay-dollar-total        pic 9(9)v99 value 0.
       01  total-net-pay              pic 9(8)v99 value 0.
       01  total-nacha-pay            pic 9(8)v99 value 0.
       01  total-check-pay            pic 9(8)v99 value 0.
       01  total-gross-pay            pic 9(8)v99 value 0.
       01  pay-proof-work             pic 9(8)v99.
       01  masters-read               pic 9(7) value 0.
       01  employees-paid             pic 9(7) value 0.
       01  masters-rejected           pic 9(7) value 0.
       01  held-rows-unpaid           pic 9(5) value 0.
       01  pay-header-line.
           05 pic x(34) value "SALARIED PAYROLL REGISTER  PERIOD ".
           05  header-start-out       pic 9(8).
           05 pic x(4) value " TO ".
           05  header-end-out         pic 9(8).
           05 pic x(7) value "  PAID ".
           05  header-paid-out        pic 9(8).
       01  not-due-line.
           05 pic x(39) value
              "NO SALARIED PERIOD DUE -- LAST PAID    ".
           05  not-due-period-out     pic 9(8).
           05 pic x(14) value "  ROWS HELD   ".
           05  not-due-held-out       pic zz,zz9.
       01  check-face-line-1.
           05 pic x(6) value "CHECK ".
           05  check-number-out       pic 9(6).
           05 pic x(2) value spaces.
           05 pic x(5) value "DATE ".
           05  check-date-out         pic 9(8).
       01  check-face-line-2.
           05 pic x(17) value "PAY TO THE ORDER ".
           05 pic x(3) value "OF ".
           05  check-payee-out        pic x(15).
           05 pic x(2) value spaces.
           05 pic x(2) value "$ ".
           05  check-amount-out       pic zzz,zz9.99.
       01  check-separator.
           05 pic x(40) value all "-".
       01  pay-proof-line.
           05 pic x(9) value "NET PAY $".
           05  proof-net-out          pic zz,zzz,zz9.99.
           05 pic x(9) value "  NACHA $".
           05  proof-nacha-out        pic zz,zzz,zz9.99.
           05 pic x(9) value " CHECKS $".
           05  proof-checks-out       pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  proof-flag-out         pic x(16).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-get-pay-mode
           perform 115-set-pay-period
           perform 116-check-YTD-year
           perform 910-take-master-lock
           move business-date-work to check-date-work
           perform 125-load-salaried-names
           perform 150-hold-salaried-earnings
           open output pay-register
                extend run-log-file
           if proof-mode
              write print-rec from proof-banner-line
           end-if
           if not period-due
              perform 160-no-period-due
           else
              perform 170-pay-the-period
           end-if
           perform 900-write-run-log
           close pay-register
                 run-log-file
           perform 920-release-master-lock
           stop run.
       160-no-period-due.
      *>   nothing to pay tonight -- an empty salaried labor extract
      *>   keeps LABRDIST from distributing the last pay date twice,
      *>   an empty GL extract keeps GLCONSOL from journaling the
      *>   last pay date's postings again, and any rows lifted out
      *>   of the 298_1 extracts go on hold
           move cycle-period-end-save to not-due-period-out
           move rows-held-tonight to not-due-held-out
           write print-rec from not-due-line
           if not proof-mode
              open output labor-extract-file
              close labor-extract-file
              open output gl-posting-file
              close gl-posting-file
              perform 155-save-held-earnings
           end-if.
       170-pay-the-period.
           perform 120-load-YTD-wages
           perform 130-load-bank-info
           perform 140-load-check-control
           perform 145-load-deductions
           perform 146-load-retirement-plan
           perform 147-load-retirement-YTD
           perform 148-load-arrears
           perform 142-load-leave-balances
           perform 143-load-tax-YTD
           perform 226-set-prior-period-start
      *>   a live run marks final checks on the master
           if proof-mode
              open input employee-master-file
           else
              open i-o employee-master-file
           end-if
           open input election-master-file
                output reject-listing
                output deduction-register
           if not proof-mode
              open output direct-deposit-file
                   output check-print-file
                   output earnings-statement-file
                   extend check-register-file
                   output positive-pay-file
                   output labor-extract-file
                   output retirement-remit-file
                   extend pay-history-file
                   extend update-journal-file
           end-if
           move period-start-work to header-start-out
           move period-end-due to header-end-out
           move check-date-work to header-paid-out
           write print-rec from pay-header-line
           move period-end-due to reg-header-period-out
           write register-print-rec from register-header-line
           write register-print-rec from register-blank-line
           if proof-mode
              write register-print-rec from proof-banner-line
           end-if
           move 'yes' to are-there-more-records
           perform until are-there-more-records = 'no '
              read employee-master-file next record
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to masters-read
                       perform 205-screen-one-master
              end-read
           end-perform
           perform 210-list-unpaid-held-rows
           compute pay-proof-work = total-nacha-pay + total-check-pay
           move total-net-pay to proof-net-out
           move total-nacha-pay to proof-nacha-out
           move total-check-pay to proof-checks-out
           if pay-proof-work = total-net-pay
              move "IN BALANCE" to proof-flag-out
           else
              move "** OUT OF BAL **" to proof-flag-out
           end-if
           write print-rec from pay-proof-line
           if proof-mode
              write print-rec from proof-banner-line
           end-if
           perform 290-write-pospay-trailer
           close employee-master-file
                 election-master-file
                 reject-listing
           if not proof-mode
              close direct-deposit-file
                    check-print-file
                    earnings-statement-file
                    check-register-file
                    positive-pay-file
                    pay-history-file
                    labor-extract-file
                    retirement-remit-file
                    update-journal-file
           end-if
           perform 300-print-deduction-totals
           close deduction-register
           if proof-mode
              display "SALPAY: PROOF RUN COMPLETE -- NO MASTERS, "
                 "EXTRACTS OR CHECK CONTROL UPDATED"
           else
              perform 180-save-YTD-wages
              perform 190-save-check-control
              perform 195-save-arrears
              perform 196-save-retirement-YTD
              if final-pays-made > 0
                 perform 191-save-leave-balances
              end-if
              if bank-changes-made > 0
                 perform 192-save-bank-info
              end-if
              perform 193-settle-one-time-deductions
              perform 198-write-gl-postings
              perform 197-save-unpaid-held-earnings
              perform 199-mark-cycle-paid
           end-if.
       205-screen-one-master.
      *>   salaried means an annual salary and no hourly rate; a master
      *>   carrying both cannot be told apart and is listed instead of
      *>   being paid twice
           evaluate true
              when EM-ANNUAL-SALARY = 0
                 continue
              when EM-STATUS-CODE = 'T'
                   and EM-FINAL-PAY-DATE is numeric
                   and EM-FINAL-PAY-DATE > 0
                 continue
              when EM-HOURLY-RATE not = 0
                 add 1 to masters-rejected
                 move spaces to SUSPENSE-REC
                 move "SALPAY  " to SUSP-SOURCE-PROGRAM
                 move EM-EMPLOYEE-NAME to SUSP-KEY-FIELD
                 move "MASTER HAS BOTH SALARY AND HOURLY RATE"
                   to SUSP-REASON
                 write SUSPENSE-REC
              when EM-STATUS-CODE = 'T'
                 perform 227-final-pay-routine
              when other
                 perform 200-move-routine
           end-evaluate.
       227-final-pay-routine.
      *>   a terminated salaried employee not yet final-paid gets the
      *>   salary for the days of this half-month through the
      *>   termination date -- none when it fell in the period before,
      *>   which was paid in full -- plus the vacation payout at the
      *>   hourly equivalent of the salary.  Terminations older than
      *>   the period before this one were settled before final pay
      *>   was carried on the master and are left alone.
           move 0 to term-date-work
           if EM-TERM-DATE is numeric
              move EM-TERM-DATE to term-date-work
           end-if
           if term-date-work >= prior-period-start
              compute vacation-rate-work ROUNDED =
                 EM-ANNUAL-SALARY / salaried-hours-per-year
              move 'Y' to final-pay-sw
              perform 200-move-routine
              add 1 to final-pays-made
              if not proof-mode
                 perform 229-flag-final-paid
              end-if
              move 'N' to final-pay-sw
           end-if.
       226-set-prior-period-start.
           move period-start-work to prior-period-start
           if period-start-work(7:2) = "16"
              move "01" to prior-period-start(7:2)
           else
              move "16" to prior-period-start(7:2)
              if period-start-work(5:2) = "01"
                 subtract 8900 from prior-period-start
              else
                 subtract 100 from prior-period-start
              end-if
           end-if.
       910-take-master-lock.
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "SALPAY: EMP-MASTER IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "SALPAY  " to lk-holder
           move business-date-work to lk-lock-date
           ACCEPT lock-time-8 FROM TIME
           move lock-time-8(1:6) to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       920-release-master-lock.
           open output master-lock-file
           move spaces to lk-holder
           move 0 to lk-lock-date
           move 0 to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       110-get-pay-mode.
           open input pay-mode-file
           read pay-mode-file
                at end
                   continue
                not at end
                   if pay-mode-code = "PROOF"
                      move 'Y' to proof-mode-sw
                   end-if
           end-read
           close pay-mode-file.
       115-set-pay-period.
      *>   the period due is the one after the last period paid, once
      *>   the bus-date has reached its end; a reopened period is paid
      *>   again as itself.  With no control on file yet, the latest
      *>   half-month ended by the bus-date is the one due.
           open input salaried-cycle-file
           read salaried-cycle-file
                at end
                   continue
                not at end
                   if sc-period-end is numeric
                      move 'Y' to cycle-on-file-sw
                      move sc-period-end to cycle-period-end-save
                      move sc-status to cycle-status-save
                   end-if
           end-read
           close salaried-cycle-file
           evaluate true
              when not cycle-on-file
                 perform 117-latest-period-end
              when cycle-status-save = 'O'
                 move cycle-period-end-save to period-end-due
              when other
                 move cycle-period-end-save to date-work
                 perform 118-next-period-end
                 move date-work to period-end-due
           end-evaluate
           if period-end-due > 0
              and period-end-due <= business-date-work
              move 'Y' to period-due-sw
           end-if
           move period-end-due to date-work
           if dw-day = 15
              move 01 to dw-day
           else
              move 16 to dw-day
           end-if
           move date-work to period-start-work.
       117-latest-period-end.
           move business-date-work to date-work
           perform 119-set-month-last-day
           evaluate true
              when dw-day >= month-last-day
                 move month-last-day to dw-day
              when dw-day >= 15
                 move 15 to dw-day
              when other
                 if dw-month = 01
                    move 12 to dw-month
                    subtract 1 from dw-year
                 else
                    subtract 1 from dw-month
                 end-if
                 perform 119-set-month-last-day
                 move month-last-day to dw-day
           end-evaluate
           move date-work to period-end-due.
       118-next-period-end.
           if dw-day = 15
              perform 119-set-month-last-day
              move month-last-day to dw-day
           else
              if dw-month = 12
                 move 01 to dw-month
                 add 1 to dw-year
              else
                 add 1 to dw-month
              end-if
              move 15 to dw-day
           end-if.
       119-set-month-last-day.
           move days-in-month(dw-month) to month-last-day
           if dw-month = 02
              divide dw-year by 4 giving leap-work
              if dw-year = leap-work * 4
                 divide dw-year by 100 giving leap-work
                 if dw-year not = leap-work * 100
                    move 29 to month-last-day
                 else
                    divide dw-year by 400 giving leap-work
                    if dw-year = leap-work * 400
                       move 29 to month-last-day
                    end-if
                 end-if
              end-if
           end-if.
       116-check-YTD-year.
      *>   paying into a year the YTD files are not open for would
      *>   apply last year's wage-base and contribution-limit totals
           move 'N' to rollover-control-seen-sw
           open input rollover-control-file
           read rollover-control-file
                at end
                   continue
                not at end
                   move 'Y' to rollover-control-seen-sw
                   if yr-open-year is numeric
                      and yr-open-year not = business-date-work(1:4)
                      display "SALPAY: YTD FILES ARE OPEN FOR "
                         yr-open-year " -- PAY DATE "
                         business-date-work " REFUSED."
                      display "SALPAY: THE YEAR-END ROLLOVER (YTDROLL) "
                         "MUST RUN BEFORE THE FIRST PAYROLL OF A YEAR"
                      close rollover-control-file
                      move 12 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close rollover-control-file
      *>   the first live payroll with no control on file starts one
      *>   for the year being paid, so the check holds from then on
           if not rollover-control-seen
              and not proof-mode
              open output rollover-control-file
              move business-date-work(1:4) to yr-open-year
              move 0 to yr-rolled-date
              write rollover-control-rec
              close rollover-control-file
           end-if.
       199-mark-cycle-paid.
           open output salaried-cycle-file
           move period-end-due to sc-period-end
           move 'P' to sc-status
           write salaried-cycle-rec
           close salaried-cycle-file.
       125-load-salaried-names.
           open input employee-master-file
           move 'yes' to are-there-more-records
           perform until are-there-more-records = 'no '
              read employee-master-file next record
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if EM-ANNUAL-SALARY > 0
                          and EM-HOURLY-RATE = 0
                          and EM-STATUS-CODE not = 'T'
                          add 1 to salaried-table-count
                          if salaried-table-count > 500
                             display "SALPAY: MORE THAN 500 SALARIED "
                                "EMPLOYEES -- TABLE FULL"
                             close employee-master-file
                             stop run
                          end-if
                          move EM-EMPLOYEE-NAME
                            to slt-emp-name(salaried-table-count)
                       end-if
              end-read
           end-perform
           close employee-master-file.
       126-find-salaried-name.
           move 'N' to salaried-found-sw
           perform varying salaried-table-idx from 1 by 1
                   until salaried-table-idx > salaried-table-count
              if name-to-match = slt-emp-name(salaried-table-idx)
                 move 'Y' to salaried-found-sw
              end-if
           end-perform.
       150-hold-salaried-earnings.
      *>   rows already on hold first, then tonight's bonus,
      *>   commission and back-pay rows for salaried people; each
      *>   extract is written back with only the rows 298_1 should pay
           open input held-earnings-file
           perform until more-held-records = 'no '
              read held-earnings-file
                    at end
                       move 'no ' to more-held-records
                    not at end
                       move he-emp-name to name-to-match
                       perform 158-add-held-row
                       move he-source to ht-source(held-table-count)
                       move he-amount to ht-amount(held-table-count)
                       move he-held-date
                         to ht-held-date(held-table-count)
              end-read
           end-perform
           close held-earnings-file
           perform 151-hold-bonus-rows
           perform 152-hold-commission-rows
           perform 153-hold-backpay-rows.
       151-hold-bonus-rows.
           move 0 to keep-table-count
           move 'yes' to more-extract-records
           open input bonus-payment-file
           perform until more-extract-records = 'no '
              read bonus-payment-file
                    at end
                       move 'no ' to more-extract-records
                    not at end
                       move bp-emp-name to name-to-match
                       perform 126-find-salaried-name
                       if salaried-found
                          perform 158-add-held-row
                          move 'B' to ht-source(held-table-count)
                          move bp-bonus-amount
                            to ht-amount(held-table-count)
                          move business-date-work
                            to ht-held-date(held-table-count)
                          add 1 to rows-held-tonight
                       else
                          perform 159-add-keep-row
                          move bonus-payment-rec
                            to kt-rec(keep-table-count)
                       end-if
              end-read
           end-perform
           close bonus-payment-file
           if not proof-mode
              open output bonus-payment-file
              perform varying keep-table-idx from 1 by 1
                      until keep-table-idx > keep-table-count
                 move kt-rec(keep-table-idx) to bonus-payment-rec
                 write bonus-payment-rec
              end-perform
              close bonus-payment-file
           end-if.
       152-hold-commission-rows.
           move 0 to keep-table-count
           move 0 to comm-moved-total
           move 'N' to comm-trailer-seen-sw
           move 'yes' to more-extract-records
           open input commission-pay-file
           perform until more-extract-records = 'no '
              read commission-pay-file
                    at end
                       move 'no ' to more-extract-records
                    not at end
                       move cp-emp-name to name-to-match
                       if cp-emp-name(1:2) = "**"
                          move 'Y' to comm-trailer-seen-sw
                          move commission-pay-trailer
                            to comm-trailer-save
                       else
                          perform 126-find-salaried-name
                          if salaried-found
                             perform 158-add-held-row
                             move 'C' to ht-source(held-table-count)
                             move cp-amount
                               to ht-amount(held-table-count)
                             move business-date-work
                               to ht-held-date(held-table-count)
                             add cp-amount to comm-moved-total
                             add 1 to rows-held-tonight
                          else
                             perform 159-add-keep-row
                             move commission-pay-rec
                               to kt-rec(keep-table-count)
                          end-if
                       end-if
              end-read
           end-perform
           close commission-pay-file
      *>   the 553_1 control total comes down by what was lifted out,
      *>   so the trailer still proves the rows left for 298_1
           if not proof-mode
              open output commission-pay-file
              perform varying keep-table-idx from 1 by 1
                      until keep-table-idx > keep-table-count
                 move kt-rec(keep-table-idx) to commission-pay-rec
                 write commission-pay-rec
              end-perform
              if comm-trailer-seen
                 move comm-trailer-save to commission-pay-trailer
                 if cpt-control-total > comm-moved-total
                    subtract comm-moved-total from cpt-control-total
                 else
                    move 0 to cpt-control-total
                 end-if
                 write commission-pay-trailer
              end-if
              close commission-pay-file
           end-if.
       153-hold-backpay-rows.
           move 0 to keep-table-count
           move 'yes' to more-extract-records
           open input backpay-adjust-file
           perform until more-extract-records = 'no '
              read backpay-adjust-file
                    at end
                       move 'no ' to more-extract-records
                    not at end
                       move bpa-emp-name to name-to-match
                       perform 126-find-salaried-name
                       if salaried-found
                          perform 158-add-held-row
                          move 'A' to ht-source(held-table-count)
                          move bpa-amount
                            to ht-amount(held-table-count)
                          move business-date-work
                            to ht-held-date(held-table-count)
                          add 1 to rows-held-tonight
                       else
                          perform 159-add-keep-row
                          move backpay-adjust-rec
                            to kt-rec(keep-table-count)
                       end-if
              end-read
           end-perform
           close backpay-adjust-file
           if not proof-mode
              open output backpay-adjust-file
              perform varying keep-table-idx from 1 by 1
                      until keep-table-idx > keep-table-count
                 move kt-rec(keep-table-idx) to backpay-adjust-rec
                 write backpay-adjust-rec
              end-perform
              close backpay-adjust-file
           end-if.
       155-save-held-earnings.
           open output held-earnings-file
           perform varying held-table-idx from 1 by 1
                   until held-table-idx > held-table-count
              move ht-emp-name(held-table-idx) to he-emp-name
              move ht-source(held-table-idx) to he-source
              move ht-amount(held-table-idx) to he-amount
              move ht-held-date(held-table-idx) to he-held-date
              write held-earnings-rec
           end-perform
           close held-earnings-file.
       158-add-held-row.
           add 1 to held-table-count
           if held-table-count > 500
              display "SALPAY: MORE THAN 500 HELD EARNINGS ROWS "
                 "-- TABLE FULL"
              stop run
           end-if
           move name-to-match to ht-emp-name(held-table-count)
           move 'N' to ht-paid-sw(held-table-count).
       159-add-keep-row.
           add 1 to keep-table-count
           if keep-table-count > 500
              display "SALPAY: EXTRACT HAS MORE THAN 500 ROWS "
                 "-- TABLE FULL"
              stop run
           end-if.
       197-save-unpaid-held-earnings.
      *>   the rows this period paid come off hold; a row for someone
      *>   the run did not pay stays on sal-earn, listed on the reject
      *>   listing, until payroll settles it by hand
           open output held-earnings-file
           perform varying held-table-idx from 1 by 1
                   until held-table-idx > held-table-count
              if not ht-paid(held-table-idx)
                 move ht-emp-name(held-table-idx) to he-emp-name
                 move ht-source(held-table-idx) to he-source
                 move ht-amount(held-table-idx) to he-amount
                 move ht-held-date(held-table-idx) to he-held-date
                 write held-earnings-rec
              end-if
           end-perform
           close held-earnings-file.
       142-load-leave-balances.
           open input leave-balance-file
           perform until more-leave-records = 'no '
              read leave-balance-file
                    at end
                       move 'no ' to more-leave-records
                    not at end
                       add 1 to leave-table-count
                       if leave-table-count > 500
                          display "SALPAY: LEAVE-BALANCE-FILE HAS "
                             "MORE THAN 500 RECORDS -- TABLE FULL"
                          close leave-balance-file
                          stop run
                       end-if
                       move lb-emp-name
                         to lvt-emp-name(leave-table-count)
                       move lb-vac-balance
                         to lvt-vac-balance(leave-table-count)
                       move lb-sick-balance
                         to lvt-sick-balance(leave-table-count)
                       move lb-emp-no
                         to lvt-emp-no(leave-table-count)
              end-read
           end-perform
           close leave-balance-file.
       143-load-tax-YTD.
      *>   FICA is re-derived from the taxable wages on each row at the
      *>   same rates and rounding the pay run used
           open input pay-history-file
           perform until more-history-records = 'no '
              read pay-history-file
                    at end
                       move 'no ' to more-history-records
                    not at end
                       if hist-pay-date(1:4) = business-date-work(1:4)
                          move hist-emp-name to tax-YTD-key
                          perform 144-find-tax-YTD-entry
                          compute history-SS-tax ROUNDED =
                             hist-ss-wages * social-security-rate
                          compute history-medicare-tax ROUNDED =
                             hist-medicare-wages * medicare-rate
                          add history-SS-tax history-medicare-tax
                            to txy-FICA(tax-YTD-found-idx)
                          add hist-federal-tax
                            to txy-federal-tax(tax-YTD-found-idx)
                          add hist-state-tax
                            to txy-state-tax(tax-YTD-found-idx)
                       end-if
              end-read
           end-perform
           close pay-history-file.
       144-find-tax-YTD-entry.
           move 0 to tax-YTD-found-idx
           perform varying tax-YTD-table-idx from 1 by 1
                   until tax-YTD-table-idx > tax-YTD-table-count
              if tax-YTD-key = txy-emp-name(tax-YTD-table-idx)
                 move tax-YTD-table-idx to tax-YTD-found-idx
              end-if
           end-perform
           if tax-YTD-found-idx = 0
              if tax-YTD-table-count > 499
                 display "SALPAY: TAX YTD TABLE FULL"
                 stop run
              end-if
              add 1 to tax-YTD-table-count
              move tax-YTD-table-count to tax-YTD-found-idx
              move tax-YTD-key to txy-emp-name(tax-YTD-found-idx)
              move 0 to txy-FICA(tax-YTD-found-idx)
              move 0 to txy-federal-tax(tax-YTD-found-idx)
              move 0 to txy-state-tax(tax-YTD-found-idx)
           end-if.
       145-load-deductions.
           open input deduction-master-file
           perform until more-deduction-records = 'no '
              read deduction-master-file
                    at end
                       move 'no ' to more-deduction-records
                    not at end
                       add 1 to deduction-table-count
                       if deduction-table-count > 500
                          display "SALPAY: DEDUCTION-MASTER-FILE HAS "
                             "MORE THAN 500 RECORDS -- TABLE FULL"
                          close deduction-master-file
                          stop run
                       end-if
                       move ded-emp-name
                         to dt-emp-name(deduction-table-count)
                       move ded-code
                         to dt-code(deduction-table-count)
                       move ded-method
                         to dt-method(deduction-table-count)
                       move ded-percent
                         to dt-percent(deduction-table-count)
                       move ded-flat-amount
                         to dt-flat-amount(deduction-table-count)
                       move ded-priority
                         to dt-priority(deduction-table-count)
                       move 'N' to dt-stopped-sw(deduction-table-count)
              end-read
           end-perform
           close deduction-master-file.
       146-load-retirement-plan.
           open input retirement-plan-file
           perform until more-ret-plan-records = 'no '
              read retirement-plan-file
                    at end
                       move 'no ' to more-ret-plan-records
                    not at end
                       add 1 to ret-plan-table-count
                       if ret-plan-table-count > 500
                          display "SALPAY: RETIREMENT-PLAN-FILE HAS "
                             "MORE THAN 500 RECORDS -- TABLE FULL"
                          close retirement-plan-file
                          stop run
                       end-if
                       move rp-emp-name
                         to rpt-emp-name(ret-plan-table-count)
                       move rp-elect-percent
                         to rpt-elect-percent(ret-plan-table-count)
              end-read
           end-perform
           close retirement-plan-file.
       147-load-retirement-YTD.
           open input retirement-YTD-file
           perform until more-ret-YTD-records = 'no '
              read retirement-YTD-file
                    at end
                       move 'no ' to more-ret-YTD-records
                    not at end
                       add 1 to ret-YTD-table-count
                       if ret-YTD-table-count > 500
                          display "SALPAY: RETIREMENT-YTD-FILE HAS "
                             "MORE THAN 500 RECORDS -- TABLE FULL"
                          close retirement-YTD-file
                          stop run
                       end-if
                       move rty-emp-name
                         to ryt-emp-name(ret-YTD-table-count)
                       move rty-YTD-contrib
                         to ryt-YTD-contrib(ret-YTD-table-count)
                       if rty-emp-no is numeric
                          move rty-emp-no
                            to ryt-emp-no(ret-YTD-table-count)
                       else
                          move 0 to ryt-emp-no(ret-YTD-table-count)
                       end-if
              end-read
           end-perform
           close retirement-YTD-file.
       196-save-retirement-YTD.
           open output retirement-YTD-file
           perform varying ret-YTD-table-idx from 1 by 1
                   until ret-YTD-table-idx > ret-YTD-table-count
              move ryt-emp-name(ret-YTD-table-idx) to rty-emp-name
              move ryt-YTD-contrib(ret-YTD-table-idx)
                to rty-YTD-contrib
              move ryt-emp-no(ret-YTD-table-idx) to rty-emp-no
              write retirement-YTD-rec
           end-perform
           close retirement-YTD-file.
       198-write-gl-postings.
      *>   same treatment as the hourly run: the employer match is
      *>   an expense accrued to the plan liability
           open output gl-posting-file
           if total-ret-match > 0
              move check-date-work to GLP-POST-DATE
              move "SALPAY  " to GLP-SOURCE-PROGRAM
              move "RETMATCH" to GLP-ACCOUNT
              move total-ret-match to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "RETPAYBL" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-ret-match to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
      *>   net pay relieves the accrued payroll and the checks and
      *>   deposits that paid it come out of cash, as for 298_1
           move check-date-work to GLP-POST-DATE
           move "SALPAY  " to GLP-SOURCE-PROGRAM
           if total-net-pay > 0
              move "ACCRPAY " to GLP-ACCOUNT
              move total-net-pay to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if total-check-pay > 0
              move "CASH    " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-check-pay to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if total-nacha-pay > 0
              move "CASH    " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-nacha-pay to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           close gl-posting-file.
       148-load-arrears.
           open input arrears-file
           perform until more-arrears-records = 'no '
              read arrears-file
                    at end
                       move 'no ' to more-arrears-records
                    not at end
                       add 1 to arrears-table-count
                       if arrears-table-count > 500
                          display "SALPAY: ARREARS-FILE HAS MORE "
                             "THAN 500 RECORDS -- TABLE FULL"
                          close arrears-file
                          stop run
                       end-if
                       move arr-emp-name
                         to at-emp-name(arrears-table-count)
                       move arr-ded-code
                         to at-ded-code(arrears-table-count)
                       move arr-amount
                         to at-amount(arrears-table-count)
              end-read
           end-perform
           close arrears-file.
       193-settle-one-time-deductions.
      *>   register purchases (EPU) are one-shot, exactly as in 298_1
           move 'N' to one-time-rows-seen-sw
           perform varying deduction-table-idx from 1 by 1
                   until deduction-table-idx > deduction-table-count
              if dt-code(deduction-table-idx) = "EPU"
                 move 'Y' to one-time-rows-seen-sw
              end-if
           end-perform
      *>   a final-paid employee's rows come off for good; anything
      *>   the final check could not collect stays on ded-arrears
           if one-time-rows-seen or final-pays-made > 0
              open output deduction-master-file
              perform varying deduction-table-idx from 1 by 1
                      until deduction-table-idx
                            > deduction-table-count
                 if dt-stopped-sw(deduction-table-idx) not = 'Y'
                    perform 194-save-one-deduction-row
                 end-if
              end-perform
              close deduction-master-file
           end-if.
       194-save-one-deduction-row.
           if dt-code(deduction-table-idx) not = "EPU"
              move dt-emp-name(deduction-table-idx) to ded-emp-name
              move dt-code(deduction-table-idx) to ded-code
              move dt-method(deduction-table-idx) to ded-method
              move dt-percent(deduction-table-idx) to ded-percent
              move dt-flat-amount(deduction-table-idx)
                to ded-flat-amount
              move dt-priority(deduction-table-idx) to ded-priority
              write deduction-master-rec
           else
              move 0 to one-time-arrears-left
              perform varying arrears-table-idx from 1 by 1
                      until arrears-table-idx > arrears-table-count
                 if dt-emp-name(deduction-table-idx)
                       = at-emp-name(arrears-table-idx)
                    and at-ded-code(arrears-table-idx) = "EPU"
                    add at-amount(arrears-table-idx)
                      to one-time-arrears-left
                 end-if
              end-perform
              if one-time-arrears-left > 0
                 move dt-emp-name(deduction-table-idx)
                   to ded-emp-name
                 move dt-code(deduction-table-idx) to ded-code
                 move 'F' to ded-method
                 move 0 to ded-percent
                 move 0 to ded-flat-amount
                 move dt-priority(deduction-table-idx)
                   to ded-priority
                 write deduction-master-rec
              end-if
           end-if.
       195-save-arrears.
           open output arrears-file
           perform varying arrears-table-idx from 1 by 1
                   until arrears-table-idx > arrears-table-count
              if at-amount(arrears-table-idx) > 0
                 move at-emp-name(arrears-table-idx) to arr-emp-name
                 move at-ded-code(arrears-table-idx) to arr-ded-code
                 move at-amount(arrears-table-idx) to arr-amount
                 write arrears-rec
              end-if
           end-perform
           close arrears-file.
       290-write-pospay-trailer.
           if not proof-mode
              move 'T' to PP-RECORD-TYPE
              move spaces to PP-DETAIL-DATA
              move pospay-item-count to PP-TRAILER-COUNT
              move pospay-dollar-total to PP-TRAILER-TOTAL
              write POSITIVE-PAY-REC
              open extend pospay-log-file
              move check-date-work to ppl-send-date
              move "SALPAY  " to ppl-source-program
              move pospay-item-count to ppl-item-count
              move pospay-dollar-total to ppl-dollar-total
              write pospay-log-rec
              close pospay-log-file
           end-if.
       300-print-deduction-totals.
           write register-print-rec from register-blank-line
           perform varying code-total-idx from 1 by 1
                   until code-total-idx > code-total-count
              move ct-code(code-total-idx) to reg-total-code-out
              move ct-total(code-total-idx) to reg-total-amount-out
              write register-print-rec from register-total-line
           end-perform
           move total-ret-contrib to ret-total-emp-out
           move total-ret-match to ret-total-match-out
           write register-print-rec from retirement-total-line.
       140-load-check-control.
           move 1 to next-check-number
           open input check-control-file
           read check-control-file
                at end
                   continue
                not at end
                   move ctl-next-check-number to next-check-number
           end-read
           close check-control-file.
       190-save-check-control.
           open output check-control-file
           move next-check-number to ctl-next-check-number
           write check-control-rec
           close check-control-file.
       130-load-bank-info.
           open input bank-info-file
           perform until more-bank-records = 'no '
              read bank-info-file
                    at end
                       move 'no ' to more-bank-records
                    not at end
      *>                 held accounts are loaded too -- the table
      *>                 is written back when a prenote goes out
                       perform 135-post-bank-entry
              end-read
           end-perform
           close bank-info-file.
       135-post-bank-entry.
           add 1 to bank-table-count
           if bank-table-count > 500
              display "SALPAY: BANK-INFO-FILE HAS MORE "
                 "THAN 500 RECORDS -- BANK TABLE FULL"
              close bank-info-file
              stop run
           end-if
           move bank-emp-name
             to bank-table-name(bank-table-count)
           move bank-routing-number
             to bank-table-routing(bank-table-count)
           move bank-account-number
             to bank-table-account(bank-table-count)
           if bank-emp-no is numeric
              move bank-emp-no to bank-table-emp-no(bank-table-count)
           else
              move 0 to bank-table-emp-no(bank-table-count)
           end-if
           move bank-status to bank-table-status(bank-table-count)
           if bank-split-seq is numeric
              move bank-split-seq to bank-table-seq(bank-table-count)
           else
              move 0 to bank-table-seq(bank-table-count)
           end-if
           move bank-split-type to bank-table-type(bank-table-count)
           if bank-split-amount is numeric
              move bank-split-amount
                to bank-table-amount(bank-table-count)
           else
              move 0 to bank-table-amount(bank-table-count)
           end-if
           move bank-account-type
             to bank-table-acct-type(bank-table-count)
           if bank-prenote-date is numeric
              move bank-prenote-date
                to bank-table-prenote-date(bank-table-count)
           else
              move 0 to bank-table-prenote-date(bank-table-count)
           end-if.
       192-save-bank-info.
           open output bank-info-file
           perform varying bank-table-idx from 1 by 1
                   until bank-table-idx > bank-table-count
              move bank-table-name(bank-table-idx) to bank-emp-name
              move bank-table-routing(bank-table-idx)
                to bank-routing-number
              move bank-table-account(bank-table-idx)
                to bank-account-number
              move bank-table-emp-no(bank-table-idx) to bank-emp-no
              move bank-table-status(bank-table-idx) to bank-status
              move bank-table-seq(bank-table-idx) to bank-split-seq
              move bank-table-type(bank-table-idx) to bank-split-type
              move bank-table-amount(bank-table-idx)
                to bank-split-amount
              move bank-table-acct-type(bank-table-idx)
                to bank-account-type
              move bank-table-prenote-date(bank-table-idx)
                to bank-prenote-date
              write bank-info-rec
           end-perform
           close bank-info-file.
       120-load-YTD-wages.
           open input YTD-wages-file
           perform until more-YTD-records = 'no '
              read YTD-wages-file
                    at end
                       move 'no ' to more-YTD-records
                    not at end
                       add 1 to YTD-table-count
                       if YTD-table-count > 500
                          display "SALPAY: YTD-WAGES-FILE HAS MORE "
                             "THAN 500 RECORDS -- YTD TABLE FULL"
                          close YTD-wages-file
                          stop run
                       end-if
                       move YTD-emp-name
                         to YTD-table-name(YTD-table-count)
                       move YTD-gross-wages
                         to YTD-table-gross(YTD-table-count)
                       if YTD-emp-no is numeric
                          move YTD-emp-no
                            to YTD-table-no(YTD-table-count)
                       else
                          move 0 to YTD-table-no(YTD-table-count)
                       end-if
              end-read
           end-perform
           close YTD-wages-file.
       180-save-YTD-wages.
           open output YTD-wages-file
           perform varying YTD-table-idx from 1 by 1
                   until YTD-table-idx > YTD-table-count
              move YTD-table-name(YTD-table-idx) to YTD-emp-name
              move YTD-table-gross(YTD-table-idx) to YTD-gross-wages
              move YTD-table-no(YTD-table-idx) to YTD-emp-no
              write YTD-wages-rec
           end-perform
           close YTD-wages-file.
       200-move-routine.
           move spaces to print-rec
           move EM-EMPLOYEE-NAME to emp-name
           move EM-TERR-NO to terr-no-work
           move EM-OFFICE-NO to office-no-work
           move 0 to emp-no-work
           if EM-EMPLOYEE-NO is numeric
              move EM-EMPLOYEE-NO to emp-no-work
           end-if
           move emp-name to emp-name-out
           move terr-no-work to terr-no-out
           move office-no-work to office-no-out
           compute period-salary ROUNDED =
              EM-ANNUAL-SALARY / pay-periods-per-year
           if final-pay-check
              perform 217-prorate-final-salary
           end-if
           perform 215-lookup-other-earnings
           perform 216-compute-vacation-payout
           compute Gross ROUNDED =
              period-salary + other-earnings + vacation-payout
           perform 220-lookup-YTD-wages
           if prior-YTD-gross >= social-security-wage-base
              move 0 to SS-taxable-wages
           else
              compute new-YTD-gross = prior-YTD-gross + Gross
              if new-YTD-gross > social-security-wage-base
                 compute SS-taxable-wages =
                    social-security-wage-base - prior-YTD-gross
              else
                 move Gross to SS-taxable-wages
              end-if
           end-if
           compute SS-tax ROUNDED =
              SS-taxable-wages * social-security-rate
           compute medicare-tax ROUNDED = Gross * medicare-rate
           compute FICA = SS-tax + medicare-tax
           perform 260-compute-withholding
           compute available-pay ROUNDED =
              Gross - FICA - federal-tax-out - state-tax-out
           perform 265-apply-retirement
           perform 270-apply-deductions
           move available-pay to Net
           add 1 to employees-paid
           add Gross to total-gross-pay
           perform 240-update-YTD-wages
           perform 243-write-labor-extract
           perform 245-write-pay-history
           perform 280-write-direct-deposit
           perform 287-write-earnings-statement
           write print-rec.
       217-prorate-final-salary.
           move period-start-work(7:2) to period-first-day
           move period-end-due(7:2) to period-last-day
           evaluate true
              when term-date-work < period-start-work
                 move 0 to period-salary
              when term-date-work < period-end-due
                 move term-date-work(7:2) to term-day
                 compute days-in-period =
                    period-last-day - period-first-day + 1
                 compute days-worked = term-day - period-first-day + 1
                 compute period-salary ROUNDED =
                    period-salary * days-worked / days-in-period
              when other
                 continue
           end-evaluate.
       216-compute-vacation-payout.
      *>   a final check pays out the whole unused vacation balance at
      *>   the employee's current rate, and the balance goes to zero
           move 0 to vacation-payout
           move 0 to vacation-hours-paid
           if final-pay-check
              perform varying leave-table-idx from 1 by 1
                      until leave-table-idx > leave-table-count
                 if emp-name = lvt-emp-name(leave-table-idx)
                    add lvt-vac-balance(leave-table-idx)
                      to vacation-hours-paid
                    move 0 to lvt-vac-balance(leave-table-idx)
                 end-if
              end-perform
              compute vacation-payout ROUNDED =
                 vacation-hours-paid * vacation-rate-work
           end-if.
       191-save-leave-balances.
      *>   the vacation paid out on final checks leaves the balances
           open output leave-balance-file
           perform varying leave-table-idx from 1 by 1
                   until leave-table-idx > leave-table-count
              move lvt-emp-name(leave-table-idx) to lb-emp-name
              move lvt-emp-no(leave-table-idx) to lb-emp-no
              move lvt-vac-balance(leave-table-idx) to lb-vac-balance
              move lvt-sick-balance(leave-table-idx)
                to lb-sick-balance
              write leave-balance-rec
           end-perform
           close leave-balance-file.
       229-flag-final-paid.
      *>   the pay date on the master is what keeps any later cycle
      *>   from paying this employee again
           move EMPLOYEE-MASTER-REC to before-image-work
           move check-date-work to EM-FINAL-PAY-DATE
           rewrite EMPLOYEE-MASTER-REC
                 invalid key
                    display "SALPAY: FINAL-PAID FLAG NOT SET FOR "
                       EM-EMPLOYEE-NAME
                 not invalid key
                    move spaces to UPDATE-JOURNAL-REC
                    move "SALPAY  " to UJ-PROGRAM-NAME
                    move business-date-work to UJ-UPDATE-DATE
                    move "EMP-MASTER  " to UJ-FILE-NAME
                    move "CHANGE " to UJ-ACTION
                    move EM-EMPLOYEE-NAME to UJ-RECORD-KEY
                    move before-image-work to UJ-BEFORE-IMAGE
                    move EMPLOYEE-MASTER-REC to UJ-AFTER-IMAGE
                    write UPDATE-JOURNAL-REC
           end-rewrite.
       210-list-unpaid-held-rows.
      *>   a held row the period did not pay belongs to someone no
      *>   longer salaried or payable -- salary gone, hourly rate
      *>   added, already final-paid or terminated too long ago, or
      *>   off EMP-MASTER altogether
           perform varying held-table-idx from 1 by 1
                   until held-table-idx > held-table-count
              if not ht-paid(held-table-idx)
                 add 1 to held-rows-unpaid
                 move spaces to SUSPENSE-REC
                 move "SALPAY  " to SUSP-SOURCE-PROGRAM
                 move ht-emp-name(held-table-idx) to SUSP-KEY-FIELD
                 move "HELD EARNINGS NOT PAID -- SETTLE BY HAND"
                   to SUSP-REASON
                 write SUSPENSE-REC
              end-if
           end-perform.
       215-lookup-other-earnings.
           move 0 to other-earnings
           perform varying held-table-idx from 1 by 1
                   until held-table-idx > held-table-count
              if ht-emp-name(held-table-idx) = EM-EMPLOYEE-NAME
                 add ht-amount(held-table-idx) to other-earnings
                 move 'Y' to ht-paid-sw(held-table-idx)
              end-if
           end-perform.
       220-lookup-YTD-wages.
           move 0 to YTD-found-idx
           move 0 to prior-YTD-gross
           perform varying YTD-table-idx from 1 by 1
                   until YTD-table-idx > YTD-table-count
              if emp-name = YTD-table-name(YTD-table-idx)
                 move YTD-table-idx to YTD-found-idx
                 move YTD-table-gross(YTD-table-idx)
                   to prior-YTD-gross
              end-if
           end-perform.
       240-update-YTD-wages.
           compute new-YTD-gross = prior-YTD-gross + Gross
           if YTD-found-idx > 0
              move new-YTD-gross to YTD-table-gross(YTD-found-idx)
              if YTD-table-no(YTD-found-idx) = 0
                 move emp-no-work to YTD-table-no(YTD-found-idx)
              end-if
           else
              if YTD-table-count > 499
                 display "SALPAY: MORE THAN 500 DISTINCT EMPLOYEES "
                    "ON YTD-WAGES -- YTD TABLE FULL"
                 stop run
              end-if
              add 1 to YTD-table-count
              move emp-name to YTD-table-name(YTD-table-count)
              move new-YTD-gross to YTD-table-gross(YTD-table-count)
              move emp-no-work to YTD-table-no(YTD-table-count)
           end-if.
       243-write-labor-extract.
      *>   the whole gross is salaried labor -- bonus, commission and
      *>   back-pay ride with it as 132_2's salaried line did
           if not proof-mode
              move EM-EMPLOYEE-NAME to lab-emp-name
              move emp-no-work to lab-emp-no
              move 'S' to lab-pay-type
              move Gross to lab-amount
              write labor-extract-rec
              move 'T' to lab-pay-type
              move FICA to lab-amount
              write labor-extract-rec
           end-if.
       245-write-pay-history.
           if not proof-mode
              move emp-name to hist-emp-name
              move check-date-work to hist-pay-date
              move Gross to hist-gross
              move SS-taxable-wages to hist-ss-wages
              move Gross to hist-medicare-wages
              move federal-tax-out to hist-federal-tax
              move state-tax-out to hist-state-tax
              move emp-no-work to hist-emp-no
              move Net to hist-net-pay
              write pay-history-rec
           end-if.
       260-compute-withholding.
      *>   wages withheld on are gross less this period's share of the
      *>   allowances claimed; the bracket is picked from the table for
      *>   the employee's filing status on the weekly equivalent of
      *>   those wages, and any extra flat amount elected is added on
           perform 262-lookup-election
           compute allowance-deduction ROUNDED =
              allowances-work * WITHHOLD-ALLOWANCE-ANNUAL
                 / pay-periods-per-year
           if allowance-deduction >= Gross
              move 0 to withholding-wages
           else
              compute withholding-wages = Gross - allowance-deduction
           end-if
           compute weekly-withholding-wages ROUNDED =
              withholding-wages * pay-periods-per-year / 52
           evaluate filing-status-work
              when 'M'
                 move FED-MARRIED-WITHHOLD-TABLE
                   to filing-bracket-table
              when 'H'
                 move FED-HOH-WITHHOLD-TABLE to filing-bracket-table
              when other
                 move FEDERAL-WITHHOLD-TABLE to filing-bracket-table
           end-evaluate
           if weekly-withholding-wages <= filing-bracket-ceiling(1)
              move 1 to fed-bracket-idx
           else
              if weekly-withholding-wages
                    <= filing-bracket-ceiling(2)
                 move 2 to fed-bracket-idx
              else
                 move 3 to fed-bracket-idx
              end-if
           end-if
           if withhold-exempt
              move 0 to federal-tax-out
              move 0 to state-tax-out
           else
              compute federal-tax-out ROUNDED =
                 withholding-wages
                    * filing-bracket-rate(fed-bracket-idx)
                 + extra-withhold-work
              compute state-tax-out ROUNDED =
                 withholding-wages * state-rate-work
      *>      the extra flat amount never takes the check below zero
              if FICA + federal-tax-out + state-tax-out > Gross
                 compute federal-tax-out = Gross - FICA - state-tax-out
              end-if
           end-if.
       262-lookup-election.
           move 'S' to filing-status-work
           move 0 to allowances-work
           move 0 to extra-withhold-work
           move 'N' to withhold-exempt-sw
           move STATE-WITHHOLD-RATE to state-rate-work
           if emp-no-work > 0
              move emp-no-work to WE-EMPLOYEE-NO
              read election-master-file
                   invalid key
                      continue
                   not invalid key
                      if WE-VALID-STATUS
                         move WE-FILING-STATUS to filing-status-work
                      end-if
                      if WE-ALLOWANCES is numeric
                         move WE-ALLOWANCES to allowances-work
                      end-if
                      if WE-EXTRA-WITHHOLD is numeric
                         move WE-EXTRA-WITHHOLD to extra-withhold-work
                      end-if
                      move WE-EXEMPT-SW to withhold-exempt-sw
                      perform varying state-rate-idx from 1 by 1
                              until state-rate-idx > 9
                         if STATE-RATE-CODE(state-rate-idx)
                               = WE-STATE-CODE
                            move STATE-RATE-PCT(state-rate-idx)
                              to state-rate-work
                         end-if
                      end-perform
              end-read
           end-if.
       287-write-earnings-statement.
           if not proof-mode
              perform 286-write-statement-heading
              move "SALARY" to stub-current-label-out
              move period-salary to stub-current-only-out
              write earnings-statement-rec from stub-current-line
              if other-earnings > 0
                 move "OTHER EARNINGS" to stub-current-label-out
                 move other-earnings to stub-current-only-out
                 write earnings-statement-rec from stub-current-line
              end-if
              if vacation-payout > 0
                 move "VACATION PAYOUT" to stub-current-label-out
                 move vacation-payout to stub-current-only-out
                 write earnings-statement-rec from stub-current-line
              end-if
              move "GROSS PAY" to stub-amount-label-out
              move Gross to stub-current-out
              move new-YTD-gross to stub-YTD-out
              write earnings-statement-rec from stub-amount-line
              move emp-name to tax-YTD-key
              perform 144-find-tax-YTD-entry
              add FICA to txy-FICA(tax-YTD-found-idx)
              add federal-tax-out
                to txy-federal-tax(tax-YTD-found-idx)
              add state-tax-out to txy-state-tax(tax-YTD-found-idx)
              move "FICA" to stub-amount-label-out
              move FICA to stub-current-out
              move txy-FICA(tax-YTD-found-idx) to stub-YTD-out
              write earnings-statement-rec from stub-amount-line
              move "FEDERAL TAX" to stub-amount-label-out
              move federal-tax-out to stub-current-out
              move txy-federal-tax(tax-YTD-found-idx) to stub-YTD-out
              write earnings-statement-rec from stub-amount-line
              move "STATE TAX" to stub-amount-label-out
              move state-tax-out to stub-current-out
              move txy-state-tax(tax-YTD-found-idx) to stub-YTD-out
              write earnings-statement-rec from stub-amount-line
              move 0 to stub-ret-YTD
              perform varying ret-YTD-table-idx from 1 by 1
                      until ret-YTD-table-idx > ret-YTD-table-count
                 if emp-name = ryt-emp-name(ret-YTD-table-idx)
                    move ryt-YTD-contrib(ret-YTD-table-idx)
                      to stub-ret-YTD
                 end-if
              end-perform
              if retirement-taken > 0 or stub-ret-YTD > 0
                 move "RETIREMENT" to stub-amount-label-out
                 move retirement-taken to stub-current-out
                 move stub-ret-YTD to stub-YTD-out
                 write earnings-statement-rec from stub-amount-line
                 move "EMPLOYER MATCH" to stub-current-label-out
                 move retirement-match to stub-current-only-out
                 write earnings-statement-rec from stub-current-line
              end-if
              perform varying stub-ded-idx from 1 by 1
                      until stub-ded-idx > stub-ded-count
                 move sdt-code(stub-ded-idx) to stub-ded-code-out
                 move sdt-taken(stub-ded-idx) to stub-ded-taken-out
                 move sdt-arrears(stub-ded-idx)
                   to stub-ded-arrears-out
                 write earnings-statement-rec from stub-deduction-line
              end-perform
              move "NET PAY" to stub-current-label-out
              move Net to stub-current-only-out
              write earnings-statement-rec from stub-current-line
              perform varying stub-dep-idx from 1 by 1
                      until stub-dep-idx > stub-dep-count
                 if sdp-account-type(stub-dep-idx) = 'S'
                    move "DEPOSIT SAVINGS" to stub-dep-label-out
                 else
                    move "DEPOSIT CHECKING" to stub-dep-label-out
                 end-if
                 move sdp-seq(stub-dep-idx) to stub-dep-seq-out
                 move sdp-amount(stub-dep-idx) to stub-dep-amount-out
                 write earnings-statement-rec from stub-deposit-line
              end-perform
              perform 289-write-statement-leave
           end-if.
       286-write-statement-heading.
           move check-date-work to stub-pay-date-out
           move emp-no-work to stub-emp-no-out
           write earnings-statement-rec from stub-title-line
           move emp-name to stub-name-out
           if stub-by-check
              move stub-check-number to stub-check-number-out
              move stub-check-text to stub-payment-out
           else
              move "DEPOSIT ADVICE -- NON-NEGOTIABLE"
                to stub-payment-out
           end-if
           write earnings-statement-rec from stub-payee-line
           if final-pay-check
              move term-date-work to stub-term-date-out
              write earnings-statement-rec from stub-final-line
           end-if
           write earnings-statement-rec from stub-column-line.
       289-write-statement-leave.
           move 0 to leave-found-idx
           perform varying leave-table-idx from 1 by 1
                   until leave-table-idx > leave-table-count
              if emp-name = lvt-emp-name(leave-table-idx)
                 move leave-table-idx to leave-found-idx
              end-if
           end-perform
           if leave-found-idx > 0
              move lvt-vac-balance(leave-found-idx) to stub-vac-out
              move lvt-sick-balance(leave-found-idx) to stub-sick-out
           else
              move 0 to stub-vac-out
              move 0 to stub-sick-out
           end-if
           write earnings-statement-rec from stub-leave-line
           write earnings-statement-rec from check-separator.
       265-apply-retirement.
           move 0 to ret-plan-found-idx
           move 0 to retirement-taken
           move 0 to retirement-match
           perform varying ret-plan-table-idx from 1 by 1
                   until ret-plan-table-idx > ret-plan-table-count
              if emp-name = rpt-emp-name(ret-plan-table-idx)
                 move ret-plan-table-idx to ret-plan-found-idx
              end-if
           end-perform
           if ret-plan-found-idx > 0
              perform 266-take-retirement-deduction
           end-if.
       266-take-retirement-deduction.
           perform 268-find-retirement-YTD-entry
           compute retirement-wanted ROUNDED =
              Gross * rpt-elect-percent(ret-plan-found-idx)
           compute retirement-room =
              retirement-annual-limit
              - ryt-YTD-contrib(ret-YTD-found-idx)
           if retirement-room <= 0
              move 0 to retirement-wanted
           else
              if retirement-wanted > retirement-room
                 move retirement-room to retirement-wanted
              end-if
           end-if
           if retirement-wanted > available-pay
              if available-pay > 0
                 move available-pay to retirement-taken
              else
                 move 0 to retirement-taken
              end-if
           else
              move retirement-wanted to retirement-taken
           end-if
           subtract retirement-taken from available-pay
           add retirement-taken
             to ryt-YTD-contrib(ret-YTD-found-idx)
           compute retirement-matchable ROUNDED =
              Gross * retirement-match-cap-pct
           if retirement-taken < retirement-matchable
              move retirement-taken to retirement-matchable
           end-if
           compute retirement-match ROUNDED =
              retirement-matchable * retirement-match-rate
           add retirement-taken to total-ret-contrib
           add retirement-match to total-ret-match
           if (retirement-taken > 0 or retirement-match > 0)
              and not proof-mode
              move emp-name to rem-emp-name
              move emp-no-work to rem-emp-no
              move retirement-taken to rem-emp-contrib
              move retirement-match to rem-match-contrib
              write retirement-remit-rec
           end-if
           move spaces to register-detail-line
           move emp-name to reg-detail-name-out
           move "RET" to reg-detail-code-out
           move retirement-taken to reg-detail-taken-out
           move 0 to reg-detail-arrears-out
           write register-print-rec from register-detail-line.
       268-find-retirement-YTD-entry.
           move 0 to ret-YTD-found-idx
           perform varying ret-YTD-table-idx from 1 by 1
                   until ret-YTD-table-idx > ret-YTD-table-count
              if emp-name = ryt-emp-name(ret-YTD-table-idx)
                 move ret-YTD-table-idx to ret-YTD-found-idx
              end-if
           end-perform
           if ret-YTD-found-idx = 0
              if ret-YTD-table-count > 499
                 display "SALPAY: RETIREMENT YTD TABLE FULL"
                 stop run
              end-if
              add 1 to ret-YTD-table-count
              move ret-YTD-table-count to ret-YTD-found-idx
              move emp-name to ryt-emp-name(ret-YTD-found-idx)
              move 0 to ryt-YTD-contrib(ret-YTD-found-idx)
              move emp-no-work to ryt-emp-no(ret-YTD-found-idx)
           end-if
           if ryt-emp-no(ret-YTD-found-idx) = 0
              move emp-no-work to ryt-emp-no(ret-YTD-found-idx)
           end-if.
       270-apply-deductions.
           move 0 to deductions-this-emp
           move 0 to stub-ded-count
           move 0 to protected-pay
           if final-pay-check
              perform 272-set-protected-pay
              if protected-pay > available-pay
                 move available-pay to protected-pay
              end-if
           end-if
           perform varying priority-level from 1 by 1
                   until priority-level > 9
              perform varying deduction-table-idx from 1 by 1
                      until deduction-table-idx > deduction-table-count
                 if emp-name = dt-emp-name(deduction-table-idx)
                    and dt-priority(deduction-table-idx)
                        = priority-level
                    perform 275-take-one-deduction
                 end-if
              end-perform
           end-perform.
       272-set-protected-pay.
      *>   the salary paid, in hours at its hourly equivalent
           if vacation-rate-work > 0
              compute protected-pay ROUNDED =
                 period-salary / vacation-rate-work * minimum-wage-rate
           end-if.
       275-take-one-deduction.
           evaluate true
      *>      a recurring deduction stops at termination -- the final
      *>      check collects only what it already owes
              when final-pay-check
                   and dt-code(deduction-table-idx) not = "EPU"
                 move 0 to deduction-wanted
              when dt-method(deduction-table-idx) = 'P'
                 compute deduction-wanted ROUNDED =
                    Gross * dt-percent(deduction-table-idx)
              when other
                 move dt-flat-amount(deduction-table-idx)
                   to deduction-wanted
           end-evaluate
           if final-pay-check
              move 'Y' to dt-stopped-sw(deduction-table-idx)
           end-if
           perform 278-find-arrears-entry
           add at-amount(arrears-found-idx) to deduction-wanted
           compute deduction-room = available-pay - protected-pay
           if deduction-wanted > deduction-room
              if deduction-room > 0
                 move deduction-room to deduction-taken
              else
                 move 0 to deduction-taken
              end-if
           else
              move deduction-wanted to deduction-taken
           end-if
           compute deduction-shortfall =
              deduction-wanted - deduction-taken
           move deduction-shortfall to at-amount(arrears-found-idx)
           subtract deduction-taken from available-pay
           add deduction-taken to deductions-this-emp
           if deduction-taken > 0
              perform 279-total-by-code
           end-if
           if stub-ded-count < 20
              add 1 to stub-ded-count
              move dt-code(deduction-table-idx)
                to sdt-code(stub-ded-count)
              move deduction-taken to sdt-taken(stub-ded-count)
              move deduction-shortfall to sdt-arrears(stub-ded-count)
           end-if
           move spaces to register-detail-line
           move emp-name to reg-detail-name-out
           move dt-code(deduction-table-idx) to reg-detail-code-out
           move deduction-taken to reg-detail-taken-out
           move deduction-shortfall to reg-detail-arrears-out
           write register-print-rec from register-detail-line.
       278-find-arrears-entry.
           move 0 to arrears-found-idx
           perform varying arrears-table-idx from 1 by 1
                   until arrears-table-idx > arrears-table-count
              if emp-name = at-emp-name(arrears-table-idx)
                 and dt-code(deduction-table-idx)
                     = at-ded-code(arrears-table-idx)
                 move arrears-table-idx to arrears-found-idx
              end-if
           end-perform
           if arrears-found-idx = 0
              if arrears-table-count > 499
                 display "SALPAY: ARREARS TABLE FULL"
                 stop run
              end-if
              add 1 to arrears-table-count
              move arrears-table-count to arrears-found-idx
              move emp-name to at-emp-name(arrears-found-idx)
              move dt-code(deduction-table-idx)
                to at-ded-code(arrears-found-idx)
              move 0 to at-amount(arrears-found-idx)
           end-if.
       279-total-by-code.
           move 0 to code-total-found-idx
           perform varying code-total-idx from 1 by 1
                   until code-total-idx > code-total-count
              if dt-code(deduction-table-idx)
                    = ct-code(code-total-idx)
                 move code-total-idx to code-total-found-idx
              end-if
           end-perform
           if code-total-found-idx = 0
              add 1 to code-total-count
              move code-total-count to code-total-found-idx
              move dt-code(deduction-table-idx)
                to ct-code(code-total-found-idx)
              move 0 to ct-total(code-total-found-idx)
           end-if
           add deduction-taken to ct-total(code-total-found-idx).
       280-write-direct-deposit.
      *>   the employee's splits are applied in bank-info order, each
      *>   its own NACHA entry; the remainder account takes what is
      *>   left and anything no live account takes is paid by check
           add Net to total-net-pay
           move Net to deposit-remaining
           move 0 to bank-remainder-idx
           move 0 to stub-dep-count
           perform varying bank-table-idx from 1 by 1
                   until bank-table-idx > bank-table-count
              if emp-name = bank-table-name(bank-table-idx)
                 move bank-table-idx to bank-found-idx
                 perform 281-apply-deposit-split
              end-if
           end-perform
           if bank-remainder-idx > 0
              and (deposit-remaining > 0 or stub-dep-count = 0)
              move bank-remainder-idx to bank-found-idx
              move deposit-remaining to deposit-amount
              perform 284-write-deposit-entry
           end-if
           if stub-dep-count > 0
              move 'D' to stub-payment-sw
           end-if
           if deposit-remaining > 0 or stub-dep-count = 0
              move deposit-remaining to check-pay-amount
              perform 285-write-check
           end-if.
       281-apply-deposit-split.
           evaluate true
              when bank-table-status(bank-found-idx) = 'H'
                 continue
              when bank-table-status(bank-found-idx) = 'N'
                 perform 282-send-prenote
              when bank-table-status(bank-found-idx) = 'P'
                 and check-date-work
                       not > bank-table-prenote-date(bank-found-idx)
                 continue
              when other
                 if bank-table-status(bank-found-idx) = 'P'
      *>            prenoted on an earlier run -- the account is live
                    move space to bank-table-status(bank-found-idx)
                    add 1 to bank-changes-made
                 end-if
                 evaluate bank-table-type(bank-found-idx)
                    when 'F'
                       move bank-table-amount(bank-found-idx)
                         to deposit-amount
                       perform 283-take-split-amount
                    when 'P'
                       compute deposit-amount ROUNDED =
                          Net * bank-table-amount(bank-found-idx) / 100
                       perform 283-take-split-amount
                    when other
                       move bank-found-idx to bank-remainder-idx
                 end-evaluate
           end-evaluate.
       282-send-prenote.
      *>   new account -- a zero-dollar prenote goes out this run and
      *>   the split's share stays with the remainder until the next
           move 0 to deposit-amount
           if not proof-mode
              if bank-table-acct-type(bank-found-idx) = 'S'
                 move '33' to NACHA-transaction-code
              else
                 move '23' to NACHA-transaction-code
              end-if
              perform 291-write-NACHA-entry
              move 'P' to bank-table-status(bank-found-idx)
              move check-date-work
                to bank-table-prenote-date(bank-found-idx)
              add 1 to bank-changes-made
           end-if.
       283-take-split-amount.
           if deposit-amount > deposit-remaining
              move deposit-remaining to deposit-amount
           end-if
           if deposit-amount > 0
              perform 284-write-deposit-entry
           end-if.
       284-write-deposit-entry.
           add deposit-amount to total-nacha-pay
           subtract deposit-amount from deposit-remaining
           if stub-dep-count < 9
              add 1 to stub-dep-count
              move bank-table-seq(bank-found-idx)
                to sdp-seq(stub-dep-count)
              move bank-table-acct-type(bank-found-idx)
                to sdp-account-type(stub-dep-count)
              move deposit-amount to sdp-amount(stub-dep-count)
           end-if
           if not proof-mode
              if bank-table-acct-type(bank-found-idx) = 'S'
                 move '32' to NACHA-transaction-code
              else
                 move '22' to NACHA-transaction-code
              end-if
              perform 291-write-NACHA-entry
           end-if.
       291-write-NACHA-entry.
           move '6' to NACHA-record-type
           move bank-table-routing(bank-found-idx)
             to NACHA-routing-number
           move bank-table-account(bank-found-idx)
             to NACHA-account-number
           move emp-name to NACHA-employee-name
           move emp-no-work to NACHA-employee-no
           move bank-table-seq(bank-found-idx) to NACHA-split-seq
           compute NACHA-amount-cents = deposit-amount * 100
           write NACHA-entry-detail-rec.
       285-write-check.
           move 'C' to stub-payment-sw
           move next-check-number to stub-check-number
           if not proof-mode
              move next-check-number to check-number-out
              move check-date-work to check-date-out
              move emp-name to check-payee-out
              move check-pay-amount to check-amount-out
              write check-print-rec from check-face-line-1
              write check-print-rec from check-face-line-2
              write check-print-rec from check-separator
              move next-check-number to reg-check-number
              move emp-name to reg-emp-name
              move check-date-work to reg-check-date
              move check-pay-amount to reg-check-amount
              move emp-no-work to reg-emp-no
              write check-register-rec
              move 'D' to PP-RECORD-TYPE
              move disbursement-account to PP-ACCOUNT
              move next-check-number to PP-CHECK-NUMBER
              move check-date-work to PP-ISSUE-DATE
              move check-pay-amount to PP-AMOUNT
              move spaces to PP-PAYEE
              move emp-name to PP-PAYEE(1:15)
              write POSITIVE-PAY-REC
              add 1 to pospay-item-count
              add check-pay-amount to pospay-dollar-total
              add 1 to next-check-number
           end-if
           add check-pay-amount to total-check-pay.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "SALPAY  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move masters-read to RL-RECORDS-IN
           move employees-paid to RL-RECORDS-OUT
           compute RL-RECORDS-REJECTED =
              masters-rejected + held-rows-unpaid
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
