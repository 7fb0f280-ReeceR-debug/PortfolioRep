           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT OPTIONAL election-master-file
           ASSIGN TO "WH-ELECT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WE-EMPLOYEE-NO.
                     SELECT reject-listing ASSIGN TO pay-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT check-print-file ASSIGN TO chk-print
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT deduction-register ASSIGN TO "ded-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-history-file
           ASSIGN TO "pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT labor-extract-file ASSIGN TO lab-298
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT earnings-statement-file ASSIGN TO earn-stmt
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
                     SELECT OPTIONAL pay-cycle-file
           ASSIGN TO "pay-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rollover-control-file
           ASSIGN TO "ytd-roll"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-EMP-MASTER"
           05  YTD-gross-wages       pic 9(7)v99.
           05  YTD-emp-no            pic 9(5).
       fd  bank-info-file.
           COPY BANKINFO.
       fd  direct-deposit-file.
       01  NACHA-entry-detail-rec.
           05  NACHA-record-type         pic x value '6'.
           05  NACHA-amount-cents        pic 9(10).
           05  NACHA-employee-name       pic x(22).
           05  NACHA-employee-no         pic 9(5).
           05  NACHA-split-seq           pic 9(2).
           05                            pic x(8).
       fd  employee-master-file.
           COPY EMPMAST.
       fd  election-master-file.
           COPY WHELECT.
       fd  reject-listing.
           COPY REJLIST.
       fd  check-print-file.
           05  hist-federal-tax      pic 9(5)v99.
           05  hist-state-tax        pic 9(5)v99.
           05  hist-emp-no           pic 9(5).
           05  hist-net-pay          pic 9(7)v99.
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
      *> run-mode control card: a card reading PROOF makes this a
           05  pc-period-end         pic 9(8).
           05  pc-status             pic x(1).
               88  cycle-paid            value 'P'.
      *> year-end rollover control (YTDROLL): the calendar year the
      *> YTD-wages and ret-ytd balances are open for
       fd  rollover-control-file.
       01  rollover-control-rec.
           05  yr-open-year          pic 9(4).
           05  yr-rolled-date        pic 9(8).
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder             pic x(8).
       01  business-date-work       pic 9(8) value 0.
       01  proof-mode-sw            pic x value 'N'.
           88  proof-mode               value 'Y'.
       01  rollover-control-seen-sw pic x value 'N'.
           88  rollover-control-seen    value 'Y'.
       01  lock-time-8              pic 9(8).
       01  proof-banner-line.
           05 pic x(41) value
       01  terr-no-work             pic x(2).
       01  office-no-work           pic x(2).
       01  emp-no-work              pic 9(5) value 0.
       01  final-pay-date-work      pic 9(8) value 0.
       01  hourly-rate-work         pic 9v99 value 0.
       01  last-period-end          pic 9(8) value 0.
       01  reject-reason-work       pic x(40).
       01  reg-hours                pic 9(3).
       01  OT-hours                 pic 9(3).
       01  OT-premium                pic 9(1)v99 value 1.5.
       01  reg-pay                  pic 9(4)v99.
       01  OT-pay                   pic 9(4)v99.
       01  max-reg-hours             pic 9(3) value 40.
       01  pay-periods-per-year      pic 9(2) value 52.
       01  social-security-wage-base pic 9(7) value 160200.
       01  social-security-rate      pic 9v9(4) value 0.0620.
       01  medicare-rate             pic 9v9(4) value 0.0145.
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
       01  more-deduction-records     picture xxx value 'yes'.
       01  more-bonus-records         picture xxx value 'yes'.
       01  bonus-table-idx            pic 9(4) comp.
               10  bpt-amount         pic 9(5)v99.
       01  other-earnings             pic 9(6)v99.
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
       01  stub-reissue-line.
           05 pic x(32) value "REISSUE OF NET PAY RETURNED BY B".
           05 pic x(15) value "ANK  RETURNED  ".
           05  stub-return-date-out   pic 9(8).
           05 pic x(9) value "  REASON ".
           05  stub-return-reason-out pic x(3).
       01  deduction-table-idx        pic 9(4) comp.
       01  deduction-table-count      pic 9(4) value 0.
       01  deduction-table.
               10  dt-percent         pic 9v9(4).
               10  dt-flat-amount     pic 9(4)v99.
               10  dt-priority        pic 9(1).
               10  dt-stopped-sw      pic x(1).
       01  arrears-table-idx          pic 9(4) comp.
       01  arrears-table-count        pic 9(4) value 0.
       01  arrears-table.
               10  rqt-emp-name       pic x(15).
               10  rqt-emp-no         pic 9(5).
               10  rqt-amount         pic 9(7)v99.
               10  rqt-return-date    pic 9(8).
               10  rqt-reason-code    pic x(3).
       01  more-ret-plan-records      picture xxx value 'yes'.
       01  ret-plan-table-idx         pic 9(4) comp.
       01  ret-plan-table-count       pic 9(4) value 0.
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
       01  total-net-pay              pic 9(8)v99 value 0.
       01  total-nacha-pay            pic 9(8)v99 value 0.
       01  total-check-pay            pic 9(8)v99 value 0.
       01  total-reissue-pay          pic 9(8)v99 value 0.
       01  pay-proof-work             pic 9(8)v99.
       01  check-face-line-1.
           05 pic x(6) value "CHECK ".
           perform 950-get-business-date
           perform 110-get-pay-mode
           perform 115-check-pay-cycle
           perform 116-check-YTD-year
           perform 910-take-master-lock
           perform 120-load-YTD-wages
           perform 130-load-bank-info
           perform 152-load-commission-payments
           perform 154-load-backpay-adjustments
           perform 156-load-reissue-queue
           perform 142-load-leave-balances
           perform 143-load-tax-YTD
           move business-date-work to check-date-work
           open input EMP-INFO
                output label-rec
                output reject-listing
                output deduction-register
                input election-master-file
      *>   a proof run leaves every live output alone -- opening
      *>   these OUTPUT would truncate files a live run may already
      *>   have produced but not yet transmitted
      *>   a live run marks final checks on the master
           if proof-mode
              open input employee-master-file
           else
              open i-o employee-master-file
           end-if
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
           write register-print-rec from register-header-line
           write register-print-rec from register-blank-line
                       move 'no ' to are-there-more-records
                    not at end
                       perform 225-lookup-employee-master
                       evaluate true
                          when not terminated-employee
                             perform 200-move-routine
                          when final-pay-date-work > 0
                             move "TERMINATED EMP ALREADY FINAL-PAID"
                               to reject-reason-work
                             perform 228-reject-terminated
                          when other
                             perform 227-final-pay-routine
                       end-evaluate
              end-read
           END-PERFORM
           perform 230-cut-reissue-checks
                 label-rec
                 reject-listing
                 employee-master-file
                 election-master-file
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
              perform 197-clear-consumed-extracts
                      move 12 to RETURN-CODE
                      stop run
                   end-if
                   if cycle-paid
                      and pc-period-end < business-date-work
                      move pc-period-end to last-period-end
                   end-if
           end-read
           close pay-cycle-file.
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
                      display "298_1: YTD FILES ARE OPEN FOR "
                         yr-open-year " -- PAY DATE "
                         business-date-work " REFUSED."
                      display "298_1: THE YEAR-END ROLLOVER (YTDROLL) "
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
           open output pay-cycle-file
           move business-date-work to pc-period-end
                         to dt-flat-amount(deduction-table-count)
                       move ded-priority
                         to dt-priority(deduction-table-count)
                       move 'N' to dt-stopped-sw(deduction-table-count)
              end-read
           end-perform
           close deduction-master-file.
              move total-ret-match to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
      *>   net pay relieves the payroll LABRDIST accrued, and the
      *>   checks and deposits that paid it come out of cash.  A
      *>   reissued check repays a deposit the bank returned, so the
      *>   returned money goes back into cash rather than the accrual
           move check-date-work to GLP-POST-DATE
           move "298_1   " to GLP-SOURCE-PROGRAM
           if total-net-pay > total-reissue-pay
              move "ACCRPAY " to GLP-ACCOUNT
              compute GLP-DEBIT-AMOUNT =
                 total-net-pay - total-reissue-pay
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if total-reissue-pay > 0
              move "CASH    " to GLP-ACCOUNT
              move total-reissue-pay to GLP-DEBIT-AMOUNT
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
              end-read
           end-perform
           close commission-pay-file.
       142-load-leave-balances.
           open input leave-balance-file
           perform until more-leave-records = 'no '
              read leave-balance-file
                    at end
                       move 'no ' to more-leave-records
                    not at end
                       add 1 to leave-table-count
                       if leave-table-count > 500
                          display "298_1: LEAVE-BALANCE-FILE HAS "
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
                 display "298_1: TAX YTD TABLE FULL"
                 stop run
              end-if
              add 1 to tax-YTD-table-count
              move tax-YTD-table-count to tax-YTD-found-idx
              move tax-YTD-key to txy-emp-name(tax-YTD-found-idx)
              move 0 to txy-FICA(tax-YTD-found-idx)
              move 0 to txy-federal-tax(tax-YTD-found-idx)
              move 0 to txy-state-tax(tax-YTD-found-idx)
           end-if.
       156-load-reissue-queue.
           open input reissue-queue-file
           perform until more-reissue-records = 'no '
                       end-if
                       move rq-amount
                         to rqt-amount(reissue-table-count)
                       move rq-return-date
                         to rqt-return-date(reissue-table-count)
                       move rq-reason-code
                         to rqt-reason-code(reissue-table-count)
              end-read
           end-perform
           close reissue-queue-file.
              move rqt-emp-no(reissue-table-idx) to emp-no-work
              move rqt-amount(reissue-table-idx) to Net
              add Net to total-net-pay
              add Net to total-reissue-pay
              move 0 to stub-dep-count
              move Net to check-pay-amount
              perform 285-write-check
              perform 288-write-reissue-statement
           end-perform.
       154-load-backpay-adjustments.
           open input backpay-adjust-file
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
                    at end
                       move 'no ' to more-bank-records
                    not at end
      *>                 held accounts are loaded too -- the table
      *>                 is written back when a prenote goes out
                       perform 135-post-bank-entry
              end-read
           end-perform
           close bank-info-file.
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
           compute reg-pay ROUNDED = reg-hours * rate
           compute OT-pay ROUNDED = OT-hours * rate * OT-premium
           perform 215-lookup-other-earnings
           perform 216-compute-vacation-payout
           compute Gross ROUNDED  =
              reg-pay + OT-pay + other-earnings + vacation-payout
           perform 220-lookup-YTD-wages
           if prior-YTD-gross >= social-security-wage-base
              move 0 to SS-taxable-wages
           perform 243-write-labor-extract
           perform 245-write-pay-history
           perform 280-write-direct-deposit
           perform 287-write-earnings-statement

           write print-rec.
       243-write-labor-extract.
              move federal-tax-out to hist-federal-tax
              move state-tax-out to hist-state-tax
              move emp-no-work to hist-emp-no
              move Net to hist-net-pay
              write pay-history-rec
           end-if.
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
       287-write-earnings-statement.
           if not proof-mode
              perform 286-write-statement-heading
              move "REGULAR" to stub-hours-label-out
              move reg-hours to stub-hours-out
              move rate to stub-rate-out
              move reg-pay to stub-hours-amount-out
              write earnings-statement-rec from stub-hours-line
              if OT-hours > 0
                 move "OVERTIME" to stub-hours-label-out
                 move OT-hours to stub-hours-out
                 compute stub-rate-out ROUNDED = rate * OT-premium
                 move OT-pay to stub-hours-amount-out
                 write earnings-statement-rec from stub-hours-line
              end-if
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
       288-write-reissue-statement.
           if not proof-mode
              perform 286-write-statement-heading
              move rqt-return-date(reissue-table-idx)
                to stub-return-date-out
              move rqt-reason-code(reissue-table-idx)
                to stub-return-reason-out
              write earnings-statement-rec from stub-reissue-line
              move "NET PAY" to stub-current-label-out
              move Net to stub-current-only-out
              write earnings-statement-rec from stub-current-line
              write earnings-statement-rec from check-separator
           end-if.
       265-apply-retirement.
           move 0 to ret-plan-found-idx
           move 0 to retirement-taken
           move 0 to retirement-match
           perform varying ret-plan-table-idx from 1 by 1
                   until ret-plan-table-idx > ret-plan-table-count
              if emp-name = rpt-emp-name(ret-plan-table-idx)
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
                 end-if
              end-perform
           end-perform.
       272-set-protected-pay.
           compute protected-pay ROUNDED = hours * minimum-wage-rate.
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
           end-if
           add deduction-taken to ct-total(code-total-found-idx).
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
                    display "298_1: FINAL-PAID FLAG NOT SET FOR "
                       EM-EMPLOYEE-NAME
                 not invalid key
                    move spaces to UPDATE-JOURNAL-REC
                    move "298_1   " to UJ-PROGRAM-NAME
                    move business-date-work to UJ-UPDATE-DATE
                    move "EMP-MASTER  " to UJ-FILE-NAME
                    move "CHANGE " to UJ-ACTION
                    move EM-EMPLOYEE-NAME to UJ-RECORD-KEY
                    move before-image-work to UJ-BEFORE-IMAGE
                    move EMPLOYEE-MASTER-REC to UJ-AFTER-IMAGE
                    write UPDATE-JOURNAL-REC
           end-rewrite.
       215-lookup-other-earnings.
           move 0 to other-earnings
           perform varying bonus-table-idx from 1 by 1
           end-perform.
       225-lookup-employee-master.
           move 'N' to terminated-employee-sw
           move 0 to term-date-work
           move 0 to final-pay-date-work
           move 0 to hourly-rate-work
           move spaces to terr-no-work
           move spaces to office-no-work
           move 0 to emp-no-work
                   if EM-STATUS-CODE = 'T'
                      move 'Y' to terminated-employee-sw
                   end-if
                   if EM-TERM-DATE is numeric
                      move EM-TERM-DATE to term-date-work
                   end-if
                   if EM-FINAL-PAY-DATE is numeric
                      move EM-FINAL-PAY-DATE to final-pay-date-work
                   end-if
                   if EM-HOURLY-RATE is numeric
                      move EM-HOURLY-RATE to hourly-rate-work
                   end-if
           end-read.
       227-final-pay-routine.
      *>   a terminated employee's hours card cuts the final check --
      *>   the hours through the termination date plus the vacation
      *>   payout.  A termination on or before the period already
      *>   paid means the hours on the card were worked after it:
      *>   they are listed and not paid, but the payout still goes.
      *>   An employee with no time left to pay gets a zero-hours card.
           if last-period-end > 0
              and term-date-work <= last-period-end
              and hours > 0
              move "HOURS AFTER TERMINATION DATE NOT PAID"
                to reject-reason-work
              perform 228-reject-terminated
              move 0 to hours
           end-if
           if hourly-rate-work > 0
              move hourly-rate-work to vacation-rate-work
           else
              move rate to vacation-rate-work
           end-if
           move 'Y' to final-pay-sw
           perform 200-move-routine
           add 1 to final-pays-made
           if not proof-mode
              move emp-name to EM-EMPLOYEE-NAME
              read employee-master-file
                   invalid key
                      continue
                   not invalid key
                      perform 229-flag-final-paid
              end-read
           end-if
           move 'N' to final-pay-sw.
       228-reject-terminated.
           move spaces to SUSPENSE-REC
           move "298_1   " to SUSP-SOURCE-PROGRAM
           move emp-name to SUSP-KEY-FIELD
           move reject-reason-work to SUSP-REASON
           write SUSPENSE-REC.
       240-update-YTD-wages.
           compute new-YTD-gross = prior-YTD-gross + Gross
