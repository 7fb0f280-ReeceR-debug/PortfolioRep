       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITAX.
      *> State unemployment quarterly wage detail and the annual FUTA
      *> summary.  Reads the pay history for the calendar year of the
      *> bus-date card up through the end of its quarter, so each
      *> employee's wages earlier in the year count toward the state
      *> and federal unemployment wage bases before the quarter is
      *> taxed.  For the quarter it lists every employee paid --
      *> gross, the excess over the state wage base and the taxable
      *> wages -- with the employer contribution at our assigned rate,
      *> and writes the same detail with a trailer to the state filing
      *> extract (sui-out).  A fourth-quarter run also prints the FUTA
      *> summary for the year: taxable wages, the tax at the net rate
      *> after the normal state credit, the credit reduction for our
      *> state, and the liability quarter by quarter with the deposits
      *> due once the undeposited amount passes the deposit threshold.
      *> The state code, employer account number, assigned rate, state
      *> wage base and credit-reduction rate come from the sui-rate
      *> card; the defaults below apply when there is none.
      *> Employee names and numbers are taken from EMP-MASTER; history
      *> rows written before numbers were assigned match by name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT pay-history-file ASSIGN TO "pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT employee-master-file ASSIGN TO "EMP-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT quarterly-report ASSIGN TO printer.
                     SELECT state-extract-file ASSIGN TO sui-out
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sui-control-file
           ASSIGN TO "sui-rate"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
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
       fd  employee-master-file.
           COPY EMPMAST.
       fd  quarterly-report.
       01  print-rec.
           05 pic x(132).
       fd  state-extract-file.
       01  state-extract-rec.
           05  sx-record-type        pic x(1).
           05  sx-state-code         pic x(2).
           05  sx-employer-acct      pic x(10).
           05  sx-year               pic 9(4).
           05  sx-quarter            pic 9(1).
           05  sx-emp-no             pic 9(5).
           05  sx-emp-name           pic x(20).
           05  sx-gross              pic 9(9)v99.
           05  sx-excess             pic 9(9)v99.
           05  sx-taxable            pic 9(9)v99.
           05  sx-contribution       pic 9(7)v99.
      *> one trailer after the detail: employee count and the totals
       01  state-extract-trailer.
           05  sxt-record-type       pic x(1).
           05  sxt-state-code        pic x(2).
           05  sxt-employer-acct     pic x(10).
           05  sxt-year              pic 9(4).
           05  sxt-quarter           pic 9(1).
           05  sxt-employee-count    pic 9(5).
           05                        pic x(20).
           05  sxt-gross             pic 9(9)v99.
           05  sxt-excess            pic 9(9)v99.
           05  sxt-taxable           pic 9(9)v99.
           05  sxt-contribution      pic 9(7)v99.
       fd  sui-control-file.
       01  sui-control-rec.
           05  sr-state-code         pic x(2).
           05  sr-employer-acct      pic x(10).
           05  sr-sui-rate           pic 9v9(4).
           05  sr-sui-wage-base      pic 9(7).
           05  sr-credit-reduction   pic 9v9(4).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-master-records      picture xxx value 'yes'.
       01  return-year              pic 9(4).
       01  return-quarter           pic 9(1).
       01  quarter-first-month      pic 9(2).
       01  quarter-last-month       pic 9(2).
       01  hist-month-work          pic 9(2).
       01  hist-quarter             pic 9(1).
       01  state-code-work          pic x(2) value spaces.
       01  employer-acct-work       pic x(10) value spaces.
       01  sui-rate                 pic 9v9(4) value 0.0270.
       01  sui-wage-base            pic 9(7) value 9000.
       01  futa-wage-base           pic 9(7) value 7000.
       01  futa-gross-rate          pic 9v9(4) value 0.0600.
       01  futa-normal-credit       pic 9v9(4) value 0.0540.
       01  futa-credit-reduction    pic 9v9(4) value 0.
       01  futa-deposit-threshold   pic 9(5)v99 value 500.00.
       01  prior-year-gross         pic 9(7)v99.
       01  new-year-gross           pic 9(7)v99.
       01  sui-taxable-work         pic 9(7)v99.
       01  futa-taxable-work        pic 9(7)v99.
       01  master-table-idx         pic 9(4) comp.
       01  master-table-count       pic 9(4) value 0.
       01  master-table.
           05  master-table-entry OCCURS 500 TIMES.
               10  mt-emp-name          pic x(20).
               10  mt-emp-no            pic 9(5).
       01  emp-table-idx            pic 9(4) comp.
       01  emp-table-count          pic 9(4) value 0.
       01  emp-found-idx            pic 9(4) comp value 0.
       01  emp-table.
           05  emp-table-entry OCCURS 500 TIMES.
               10  et-emp-name          pic x(15).
               10  et-emp-no            pic 9(5).
               10  et-full-name         pic x(20).
               10  et-year-gross        pic 9(7)v99.
               10  et-year-futa-taxable pic 9(7)v99.
               10  et-qtr-gross         pic 9(7)v99.
               10  et-qtr-sui-taxable   pic 9(7)v99.
       01  futa-quarter-table.
           05  futa-quarter-entry OCCURS 4 TIMES.
               10  fq-taxable           pic 9(9)v99.
               10  fq-liability         pic 9(7)v99.
       01  futa-quarter-idx         pic 9(1) comp.
       01  employee-excess          pic 9(7)v99.
       01  employee-contribution    pic 9(7)v99.
       01  employees-reported       pic 9(5) value 0.
       01  quarter-gross            pic 9(9)v99 value 0.
       01  quarter-excess           pic 9(9)v99 value 0.
       01  quarter-taxable          pic 9(9)v99 value 0.
       01  quarter-contribution     pic 9(7)v99 value 0.
       01  year-gross               pic 9(9)v99 value 0.
       01  year-futa-taxable        pic 9(9)v99 value 0.
       01  year-futa-excess         pic 9(9)v99 value 0.
       01  futa-before-reduction    pic 9(7)v99 value 0.
       01  futa-reduction-amount    pic 9(7)v99 value 0.
       01  futa-total-tax           pic 9(7)v99 value 0.
       01  futa-undeposited         pic 9(7)v99 value 0.
       01  records-read             pic 9(7) value 0.
       01  records-selected         pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(37) value "STATE UNEMPLOYMENT WAGE DETAIL  Q ".
           05  header-quarter-out      pic 9(1).
           05 pic x(1) value space.
           05  header-year-out         pic 9(4).
           05 pic x(8) value "  STATE ".
           05  header-state-out        pic x(2).
           05 pic x(9) value "  ACCT  ".
           05  header-acct-out         pic x(10).
       01  rate-header.
           05 pic x(15) value "ASSIGNED RATE  ".
           05  header-rate-out         pic 9.9999.
           05 pic x(17) value "   WAGE BASE     ".
           05  header-base-out         pic z,zzz,zz9.
       01  blank-line               pic x value space.
       01  column-header.
           05 pic x(6) value "EMP NO".
           05 pic x(2) value spaces.
           05 pic x(20) value "EMPLOYEE".
           05 pic x(13) value "       GROSS ".
           05 pic x(13) value "      EXCESS ".
           05 pic x(13) value "     TAXABLE ".
           05 pic x(13) value "CONTRIBUTION ".
       01  detail-line.
           05  detail-emp-no-out       pic 9(5).
           05 pic x(3) value spaces.
           05  detail-name-out         pic x(20).
           05  detail-gross-out        pic zz,zzz,zz9.99.
           05  detail-excess-out       pic zz,zzz,zz9.99.
           05  detail-taxable-out      pic zz,zzz,zz9.99.
           05  detail-contrib-out      pic zz,zzz,zz9.99.
       01  total-line.
           05 pic x(8) value "QUARTER ".
           05  total-count-out         pic zz,zz9.
           05 pic x(14) value " EMPLOYEES    ".
           05  total-gross-out         pic zz,zzz,zz9.99.
           05  total-excess-out        pic zz,zzz,zz9.99.
           05  total-taxable-out       pic zz,zzz,zz9.99.
           05  total-contrib-out       pic zz,zzz,zz9.99.
       01  futa-header.
           05 pic x(30) value "ANNUAL FUTA SUMMARY  TAX YEAR ".
           05  futa-year-out           pic 9(4).
       01  futa-amount-line.
           05  futa-label-out          pic x(40).
           05  futa-amount-out         pic zz,zzz,zz9.99.
       01  futa-rate-line.
           05 pic x(28) value "CREDIT REDUCTION RATE  ".
           05  futa-reduction-rate-out pic 9.9999.
       01  futa-quarter-header.
           05 pic x(7) value "QUARTER".
           05 pic x(3) value spaces.
           05 pic x(13) value "  FUTA WAGES ".
           05 pic x(13) value "   LIABILITY ".
           05 pic x(13) value " UNDEPOSITED ".
           05 pic x(2) value spaces.
           05 pic x(13) value "DEPOSIT".
       01  futa-quarter-line.
           05 pic x(3) value spaces.
           05  fq-quarter-out          pic 9(1).
           05 pic x(6) value spaces.
           05  fq-taxable-out          pic zz,zzz,zz9.99.
           05  fq-liability-out        pic zz,zzz,zz9.99.
           05  fq-undeposited-out      pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  fq-deposit-out          pic x(20).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 105-get-sui-control
           perform 150-set-quarter
           perform 110-load-master-names
           perform 200-summarize-pay-history
           open output quarterly-report
                output state-extract-file
                extend run-log-file
           move return-quarter to header-quarter-out
           move return-year to header-year-out
           move state-code-work to header-state-out
           move employer-acct-work to header-acct-out
           write print-rec from report-header
           move sui-rate to header-rate-out
           move sui-wage-base to header-base-out
           write print-rec from rate-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform varying emp-table-idx from 1 by 1
                   until emp-table-idx > emp-table-count
              if et-qtr-gross(emp-table-idx) > 0
                 perform 400-report-one-employee
              end-if
           end-perform
           write print-rec from blank-line
           move employees-reported to total-count-out
           move quarter-gross to total-gross-out
           move quarter-excess to total-excess-out
           move quarter-taxable to total-taxable-out
           move quarter-contribution to total-contrib-out
           write print-rec from total-line
           perform 450-write-extract-trailer
           if return-quarter = 4
              perform 500-print-FUTA-summary
           end-if
           perform 900-write-run-log
           close quarterly-report
                 state-extract-file
                 run-log-file
           stop run.
       105-get-sui-control.
           open input sui-control-file
           read sui-control-file
                at end
                   continue
                not at end
                   move sr-state-code to state-code-work
                   move sr-employer-acct to employer-acct-work
                   if sr-sui-rate is numeric
                      move sr-sui-rate to sui-rate
                   end-if
                   if sr-sui-wage-base is numeric
                      and sr-sui-wage-base > 0
                      move sr-sui-wage-base to sui-wage-base
                   end-if
                   if sr-credit-reduction is numeric
                      move sr-credit-reduction to futa-credit-reduction
                   end-if
           end-read
           close sui-control-file.
       110-load-master-names.
           open input employee-master-file
           perform until more-master-records = 'no '
              read employee-master-file next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to master-table-count
                       if master-table-count > 500
                          display "SUITAX: EMP-MASTER HAS MORE THAN "
                             "500 RECORDS -- MASTER TABLE FULL"
                          close employee-master-file
                          stop run
                       end-if
                       move EM-EMPLOYEE-NAME
                         to mt-emp-name(master-table-count)
                       move 0 to mt-emp-no(master-table-count)
                       if EM-EMPLOYEE-NO is numeric
                          move EM-EMPLOYEE-NO
                            to mt-emp-no(master-table-count)
                       end-if
              end-read
           end-perform
           close employee-master-file.
       150-set-quarter.
           move business-date-work(1:4) to return-year
           evaluate business-date-work(5:2)
              when "01" when "02" when "03"
                 move 1 to return-quarter
                 move 01 to quarter-first-month
              when "04" when "05" when "06"
                 move 2 to return-quarter
                 move 04 to quarter-first-month
              when "07" when "08" when "09"
                 move 3 to return-quarter
                 move 07 to quarter-first-month
              when other
                 move 4 to return-quarter
                 move 10 to quarter-first-month
           end-evaluate
           compute quarter-last-month = quarter-first-month + 2
           perform varying futa-quarter-idx from 1 by 1
                   until futa-quarter-idx > 4
              move 0 to fq-taxable(futa-quarter-idx)
              move 0 to fq-liability(futa-quarter-idx)
           end-perform.
       200-summarize-pay-history.
           open input pay-history-file
           perform until are-there-more-records = 'no '
              read pay-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to records-read
                       if hist-pay-date(1:4) = return-year
                          move hist-pay-date(5:2) to hist-month-work
                          if hist-month-work <= quarter-last-month
                             add 1 to records-selected
                             perform 250-accumulate-history
                          end-if
                       end-if
              end-read
           end-perform
           close pay-history-file.
       250-accumulate-history.
           perform 260-find-employee-entry
           compute hist-quarter = (hist-month-work + 2) / 3
      *>   the wage bases are reached in pay-date order: only the part
      *>   of a payment that is still under each base is taxable
           move et-year-gross(emp-found-idx) to prior-year-gross
           compute new-year-gross = prior-year-gross + hist-gross
           if prior-year-gross >= sui-wage-base
              move 0 to sui-taxable-work
           else
              if new-year-gross > sui-wage-base
                 compute sui-taxable-work =
                    sui-wage-base - prior-year-gross
              else
                 move hist-gross to sui-taxable-work
              end-if
           end-if
           if prior-year-gross >= futa-wage-base
              move 0 to futa-taxable-work
           else
              if new-year-gross > futa-wage-base
                 compute futa-taxable-work =
                    futa-wage-base - prior-year-gross
              else
                 move hist-gross to futa-taxable-work
              end-if
           end-if
           move new-year-gross to et-year-gross(emp-found-idx)
           add futa-taxable-work
             to et-year-futa-taxable(emp-found-idx)
           add futa-taxable-work to fq-taxable(hist-quarter)
           if hist-quarter = return-quarter
              add hist-gross to et-qtr-gross(emp-found-idx)
              add sui-taxable-work
                to et-qtr-sui-taxable(emp-found-idx)
           end-if.
       260-find-employee-entry.
           move 0 to emp-found-idx
           perform varying emp-table-idx from 1 by 1
                   until emp-table-idx > emp-table-count
              if hist-emp-no is numeric and hist-emp-no > 0
                 if hist-emp-no = et-emp-no(emp-table-idx)
                    move emp-table-idx to emp-found-idx
                 end-if
              else
                 if hist-emp-name = et-emp-name(emp-table-idx)
                    move emp-table-idx to emp-found-idx
                 end-if
              end-if
           end-perform
           if emp-found-idx = 0
              if emp-table-count > 499
                 display "SUITAX: MORE THAN 500 EMPLOYEES ON "
                    "PAY HISTORY -- TABLE FULL"
                 stop run
              end-if
              add 1 to emp-table-count
              move emp-table-count to emp-found-idx
              move hist-emp-name to et-emp-name(emp-found-idx)
              move hist-emp-name to et-full-name(emp-found-idx)
              move 0 to et-emp-no(emp-found-idx)
              if hist-emp-no is numeric
                 move hist-emp-no to et-emp-no(emp-found-idx)
              end-if
              move 0 to et-year-gross(emp-found-idx)
              move 0 to et-year-futa-taxable(emp-found-idx)
              move 0 to et-qtr-gross(emp-found-idx)
              move 0 to et-qtr-sui-taxable(emp-found-idx)
              perform 270-lookup-master-name
           end-if.
       270-lookup-master-name.
      *>   the master carries the full name and the permanent number;
      *>   name-keyed history is matched on its 15-character prefix
           perform varying master-table-idx from 1 by 1
                   until master-table-idx > master-table-count
              if et-emp-no(emp-found-idx) > 0
                 if mt-emp-no(master-table-idx)
                       = et-emp-no(emp-found-idx)
                    move mt-emp-name(master-table-idx)
                      to et-full-name(emp-found-idx)
                 end-if
              else
                 if mt-emp-name(master-table-idx)(1:15)
                       = et-emp-name(emp-found-idx)
                    move mt-emp-name(master-table-idx)
                      to et-full-name(emp-found-idx)
                    move mt-emp-no(master-table-idx)
                      to et-emp-no(emp-found-idx)
                 end-if
              end-if
           end-perform.
       400-report-one-employee.
           add 1 to employees-reported
           compute employee-excess =
              et-qtr-gross(emp-table-idx)
              - et-qtr-sui-taxable(emp-table-idx)
           compute employee-contribution ROUNDED =
              et-qtr-sui-taxable(emp-table-idx) * sui-rate
           add et-qtr-gross(emp-table-idx) to quarter-gross
           add employee-excess to quarter-excess
           add et-qtr-sui-taxable(emp-table-idx) to quarter-taxable
           add employee-contribution to quarter-contribution
           move spaces to detail-line
           move et-emp-no(emp-table-idx) to detail-emp-no-out
           move et-full-name(emp-table-idx) to detail-name-out
           move et-qtr-gross(emp-table-idx) to detail-gross-out
           move employee-excess to detail-excess-out
           move et-qtr-sui-taxable(emp-table-idx)
             to detail-taxable-out
           move employee-contribution to detail-contrib-out
           write print-rec from detail-line
           move spaces to state-extract-rec
           move "E" to sx-record-type
           move state-code-work to sx-state-code
           move employer-acct-work to sx-employer-acct
           move return-year to sx-year
           move return-quarter to sx-quarter
           move et-emp-no(emp-table-idx) to sx-emp-no
           move et-full-name(emp-table-idx) to sx-emp-name
           move et-qtr-gross(emp-table-idx) to sx-gross
           move employee-excess to sx-excess
           move et-qtr-sui-taxable(emp-table-idx) to sx-taxable
           move employee-contribution to sx-contribution
           write state-extract-rec.
       450-write-extract-trailer.
           move spaces to state-extract-trailer
           move "T" to sxt-record-type
           move state-code-work to sxt-state-code
           move employer-acct-work to sxt-employer-acct
           move return-year to sxt-year
           move return-quarter to sxt-quarter
           move employees-reported to sxt-employee-count
           move quarter-gross to sxt-gross
           move quarter-excess to sxt-excess
           move quarter-taxable to sxt-taxable
           move quarter-contribution to sxt-contribution
           write state-extract-trailer.
       500-print-FUTA-summary.
           perform varying emp-table-idx from 1 by 1
                   until emp-table-idx > emp-table-count
              add et-year-gross(emp-table-idx) to year-gross
              add et-year-futa-taxable(emp-table-idx)
                to year-futa-taxable
           end-perform
           compute year-futa-excess = year-gross - year-futa-taxable
      *>   the tax before adjustments is at the net rate left after
      *>   the normal credit for state contributions paid on time
           compute futa-before-reduction ROUNDED =
              year-futa-taxable
              * (futa-gross-rate - futa-normal-credit)
           compute futa-reduction-amount ROUNDED =
              year-futa-taxable * futa-credit-reduction
           compute futa-total-tax =
              futa-before-reduction + futa-reduction-amount
           move return-year to futa-year-out
           write print-rec from blank-line
           write print-rec from futa-header
           write print-rec from blank-line
           move spaces to futa-amount-line
           move "TOTAL PAYMENTS TO EMPLOYEES" to futa-label-out
           move year-gross to futa-amount-out
           write print-rec from futa-amount-line
           move spaces to futa-amount-line
           move "PAYMENTS OVER THE FUTA WAGE BASE" to futa-label-out
           move year-futa-excess to futa-amount-out
           write print-rec from futa-amount-line
           move spaces to futa-amount-line
           move "TOTAL TAXABLE FUTA WAGES" to futa-label-out
           move year-futa-taxable to futa-amount-out
           write print-rec from futa-amount-line
           move spaces to futa-amount-line
           move "FUTA TAX BEFORE ADJUSTMENTS" to futa-label-out
           move futa-before-reduction to futa-amount-out
           write print-rec from futa-amount-line
           move futa-credit-reduction to futa-reduction-rate-out
           write print-rec from futa-rate-line
           move spaces to futa-amount-line
           move "CREDIT REDUCTION" to futa-label-out
           move futa-reduction-amount to futa-amount-out
           write print-rec from futa-amount-line
           move spaces to futa-amount-line
           move "TOTAL FUTA TAX AFTER ADJUSTMENTS" to futa-label-out
           move futa-total-tax to futa-amount-out
           write print-rec from futa-amount-line
           write print-rec from blank-line
           write print-rec from futa-quarter-header
           move 0 to futa-undeposited
           perform varying futa-quarter-idx from 1 by 1
                   until futa-quarter-idx > 4
              perform 550-print-FUTA-quarter
           end-perform.
       550-print-FUTA-quarter.
           compute fq-liability(futa-quarter-idx) ROUNDED =
              fq-taxable(futa-quarter-idx)
              * (futa-gross-rate - futa-normal-credit)
      *>   the credit reduction is a fourth-quarter liability
           if futa-quarter-idx = 4
              add futa-reduction-amount
                to fq-liability(futa-quarter-idx)
           end-if
           add fq-liability(futa-quarter-idx) to futa-undeposited
           move spaces to futa-quarter-line
           move futa-quarter-idx to fq-quarter-out
           move fq-taxable(futa-quarter-idx) to fq-taxable-out
           move fq-liability(futa-quarter-idx) to fq-liability-out
           move futa-undeposited to fq-undeposited-out
      *>   an undeposited amount over the threshold is deposited by
      *>   the end of the month after the quarter; a smaller one
      *>   carries into the next quarter, and whatever is left at the
      *>   fourth quarter is paid with the annual return
           evaluate true
              when futa-undeposited > futa-deposit-threshold
                 move "DEPOSIT DUE" to fq-deposit-out
                 write print-rec from futa-quarter-line
                 move 0 to futa-undeposited
              when futa-quarter-idx = 4 and futa-undeposited > 0
                 move "PAY WITH RETURN" to fq-deposit-out
                 write print-rec from futa-quarter-line
              when other
                 move "CARRY FORWARD" to fq-deposit-out
                 write print-rec from futa-quarter-line
           end-evaluate.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "SUITAX  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move records-read to RL-RECORDS-IN
           move employees-reported to RL-RECORDS-OUT
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
