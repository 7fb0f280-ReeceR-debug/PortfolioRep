       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRWAGE.
      *> Month-end accrued wages.  Pay periods seldom end on the month
      *> end, so on the period-end date of the processing calendar
      *> (proc-cal) this step estimates the wages earned but not yet
      *> paid and accrues them to the GL (labor expense against the
      *> accrued-wages liability) through GLCONSOL, ahead of the
      *> month-end close:
      *>   hourly   -- hours on hours-hist dated after the last hourly
      *>               pay-cycle period paid, at the master hourly
      *>               rate; an employee with no such history is taken
      *>               from the PUNCHPRC week-hours file instead.
      *>               Straight time only.
      *>   salaried -- EM-ANNUAL-SALARY over 260 working days, for each
      *>               working day (Monday to Friday) after the last
      *>               salaried period paid (sal-cycle) through the
      *>               last day of the month.
      *> The accrual is kept on acr-ctl, and the first run dated in the
      *> next period posts the reversing entry, so the checks that
      *> pay those wages land against it.  Any other night the step
      *> leaves an empty posting file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL calendar-file ASSIGN TO "proc-cal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL accrual-control-file
           ASSIGN TO "acr-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-cycle-file
           ASSIGN TO "pay-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL salaried-cycle-file
           ASSIGN TO "sal-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL hours-history-file
           ASSIGN TO "hours-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL weekly-hours-file
           ASSIGN TO week-hours
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT employee-master-file ASSIGN TO "EMP-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT accrual-listing ASSIGN TO printer.
                     SELECT gl-posting-file ASSIGN TO GL-POST-ACR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO acr-rej
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
       fd  pay-cycle-file.
       01  pay-cycle-rec.
           05  pc-period-end         pic 9(8).
           05  pc-status             pic x(1).
               88  cycle-paid            value 'P'.
       fd  salaried-cycle-file.
       01  salaried-cycle-rec.
           05  sc-period-end         pic 9(8).
           05  sc-status             pic x(1).
               88  sal-cycle-paid        value 'P'.
               88  sal-cycle-reopened    value 'O'.
       fd  hours-history-file.
       01  hours-history-rec.
           05  hh-emp-name             picture X(20).
           05  hh-week-date            picture 9(8).
           05  hh-hours                picture 9(2).
           05  hh-emp-no               picture 9(5).
       fd  weekly-hours-file.
       01  weekly-hours-rec.
           05  wh-emp-name         pic x(15).
           05  wh-hours            pic 9(3).
           05  wh-rate             pic 9(1)v99.
           05  wh-emp-no           pic 9(5).
       fd  employee-master-file.
           COPY EMPMAST.
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
       01  period-end-sw            pic x value 'N'.
           88  period-end-night         value 'Y'.
       01  reversal-due-sw          pic x value 'N'.
           88  reversal-due             value 'Y'.
       01  salaried-cycle-sw        pic x value 'N'.
           88  salaried-cycle-on-file   value 'Y'.
       01  control-accrual-date     pic 9(8) value 0.
       01  control-accrued-amount   pic 9(9)v99 value 0.
       01  control-reversed-sw      pic x value 'Y'.
       01  date-work                pic 9(8).
       01  date-work-parts redefines date-work.
           05  dw-year              pic 9(4).
           05  dw-month             pic 9(2).
           05  dw-day               pic 9(2).
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
       01  month-end-date           pic 9(8) value 0.
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
       01  day-number-remainder     pic 9(7).
       01  day-of-week-work         pic 9(1).
       01  day-serial               pic 9(7).
       01  hourly-cutoff-days       pic 9(7) value 0.
       01  salaried-start-days      pic 9(7) value 0.
       01  salaried-end-days        pic 9(7) value 0.
       01  salaried-paid-through    pic 9(8) value 0.
       01  working-days-accrued     pic 9(3) value 0.
       01  working-days-per-year    pic 9(3) value 260.
       01  hours-table-idx          pic 9(4) comp.
       01  hours-table-count        pic 9(4) value 0.
       01  hours-found-idx          pic 9(4) comp value 0.
       01  hours-table.
           05  hours-entry OCCURS 500 TIMES.
               10  ht-emp-name      pic x(20).
               10  ht-hours         pic 9(4).
               10  ht-rate          pic 9(1)v99.
               10  ht-from-history-sw
                                    pic x(1).
               10  ht-matched-sw    pic x(1).
       01  hourly-rate-work         pic 9(1)v99.
       01  daily-rate-work          pic 9(5)v99.
       01  accrual-amount           pic 9(7)v99.
       01  hourly-accrual-total     pic 9(9)v99 value 0.
       01  salaried-accrual-total   pic 9(9)v99 value 0.
       01  total-accrual            pic 9(9)v99 value 0.
       01  masters-read             pic 9(5) value 0.
       01  employees-accrued        pic 9(5) value 0.
       01  hours-rejected           pic 9(5) value 0.
       01  run-log-time-8            pic 9(8).
       01  listing-header.
           05 pic x(30) value "ACCRUED WAGES                 ".
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
       01  hourly-heading-line.
           05 pic x(46) value
              "HOURLY     EMPLOYEE              HOURS   RATE".
           05 pic x(10) value "   ACCRUED".
       01  hourly-detail-line.
           05 pic x(11) value spaces.
           05  hrl-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  hrl-hours-out           pic z,zz9.
           05 pic x(2) value spaces.
           05  hrl-rate-out            pic z9.99.
           05 pic x(1) value space.
           05  hrl-amount-out          pic zzz,zz9.99.
       01  salaried-heading-line.
           05 pic x(36) value "SALARIED   PAID THROUGH ".
           05  sal-paid-through-out    pic 9(8).
           05 pic x(14) value "  ACCRUED TO  ".
           05  sal-month-end-out       pic 9(8).
           05 pic x(16) value "  WORKING DAYS  ".
           05  sal-days-out            pic zz9.
       01  no-salaried-cycle-line.
           05 pic x(52) value
              "SALARIED   NO SALARIED CYCLE CONTROL -- NOT ACCRUED".
       01  salaried-detail-line.
           05 pic x(11) value spaces.
           05  sdl-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  sdl-salary-out          pic zzz,zz9.
           05 pic x(2) value spaces.
           05  sdl-daily-out           pic zz,zz9.99.
           05 pic x(1) value space.
           05  sdl-amount-out          pic zzz,zz9.99.
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
              perform 300-accrue-the-month
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
              move "ACRWAGE " to GLP-SOURCE-PROGRAM
              move "ACCRWAGE" to GLP-ACCOUNT
              move control-accrued-amount to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "LABOREXP" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move control-accrued-amount to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           move 'Y' to control-reversed-sw.
       300-accrue-the-month.
           move business-date-work to date-work
           perform 119-set-month-last-day
           move month-last-day to dw-day
           move date-work to month-end-date
           perform 310-set-hourly-cutoff
           perform 320-load-hours-history
           perform 330-load-week-hours
           perform 340-set-salaried-period
           open input employee-master-file
           perform until are-there-more-records = 'no '
              read employee-master-file next record
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to masters-read
                       perform 400-accrue-one-employee
              end-read
           end-perform
           close employee-master-file
           perform 500-list-accrual
           perform varying hours-table-idx from 1 by 1
                   until hours-table-idx > hours-table-count
              if ht-matched-sw(hours-table-idx) = 'N'
                 perform 700-reject-hours
              end-if
           end-perform
           compute total-accrual =
              hourly-accrual-total + salaried-accrual-total
           move "TOTAL ACCRUED WAGES" to total-label-out
           move total-accrual to total-amount-out
           write print-rec from blank-line
           write print-rec from total-line
           if total-accrual > 0
              move business-date-work to GLP-POST-DATE
              move "ACRWAGE " to GLP-SOURCE-PROGRAM
              move "LABOREXP" to GLP-ACCOUNT
              move total-accrual to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "ACCRWAGE" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-accrual to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           move business-date-work to control-accrual-date
           move total-accrual to control-accrued-amount
           move 'N' to control-reversed-sw.
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
       310-set-hourly-cutoff.
      *>   hours after the last hourly period paid are unpaid; a
      *>   period on file but not marked paid was not paid either, so
      *>   the week before it is counted too
           move business-date-work to date-to-convert
           perform 840-convert-date-to-days
           compute hourly-cutoff-days = converted-days - 7
           open input pay-cycle-file
           read pay-cycle-file
                at end
                   continue
                not at end
                   if pc-period-end is numeric
                      and pc-period-end > 0
                      move pc-period-end to date-to-convert
                      perform 840-convert-date-to-days
                      if cycle-paid
                         move converted-days to hourly-cutoff-days
                      else
                         compute hourly-cutoff-days =
                            converted-days - 7
                      end-if
                   end-if
           end-read
           close pay-cycle-file.
       320-load-hours-history.
           open input hours-history-file
           perform until are-there-more-records = 'no '
              read hours-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if hh-week-date is numeric
                          and hh-week-date > 0
                          and hh-week-date not > business-date-work
                          and hh-hours is numeric
                          move hh-week-date to date-to-convert
                          perform 840-convert-date-to-days
                          if converted-days > hourly-cutoff-days
                             perform 325-post-history-hours
                          end-if
                       end-if
              end-read
           end-perform
           close hours-history-file
           move 'yes' to are-there-more-records.
       325-post-history-hours.
           move 0 to hours-found-idx
           perform varying hours-table-idx from 1 by 1
                   until hours-table-idx > hours-table-count
              if ht-emp-name(hours-table-idx) = hh-emp-name
                 move hours-table-idx to hours-found-idx
              end-if
           end-perform
           if hours-found-idx = 0
              perform 335-add-hours-entry
              move hh-emp-name to ht-emp-name(hours-found-idx)
              move 'Y' to ht-from-history-sw(hours-found-idx)
           end-if
           add hh-hours to ht-hours(hours-found-idx).
       330-load-week-hours.
      *>   the week in progress, for anyone hours-hist does not cover
           open input weekly-hours-file
           perform until are-there-more-records = 'no '
              read weekly-hours-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if wh-hours is numeric
                          perform 332-post-week-hours
                       end-if
              end-read
           end-perform
           close weekly-hours-file
           move 'yes' to are-there-more-records.
       332-post-week-hours.
           move 0 to hours-found-idx
           perform varying hours-table-idx from 1 by 1
                   until hours-table-idx > hours-table-count
              if ht-emp-name(hours-table-idx) = wh-emp-name
                 move hours-table-idx to hours-found-idx
              end-if
           end-perform
           if hours-found-idx = 0
              perform 335-add-hours-entry
              move wh-emp-name to ht-emp-name(hours-found-idx)
              move 'N' to ht-from-history-sw(hours-found-idx)
           end-if
           if ht-from-history-sw(hours-found-idx) = 'N'
              add wh-hours to ht-hours(hours-found-idx)
              if wh-rate is numeric
                 move wh-rate to ht-rate(hours-found-idx)
              end-if
           end-if.
       335-add-hours-entry.
           add 1 to hours-table-count
           if hours-table-count > 500
              display "ACRWAGE: MORE THAN 500 EMPLOYEES WITH "
                 "UNPAID HOURS -- TABLE FULL"
              stop run
           end-if
           move hours-table-count to hours-found-idx
           move 0 to ht-hours(hours-found-idx)
           move 0 to ht-rate(hours-found-idx)
           move 'N' to ht-matched-sw(hours-found-idx).
       340-set-salaried-period.
      *>   salaried pay runs in half-months; a reopened period was not
      *>   paid, so the paid-through date is the half-month before it
           open input salaried-cycle-file
           read salaried-cycle-file
                at end
                   continue
                not at end
                   if sc-period-end is numeric
                      and sc-period-end > 0
                      move 'Y' to salaried-cycle-sw
                      move sc-period-end to salaried-paid-through
                   end-if
           end-read
           close salaried-cycle-file
           if salaried-cycle-on-file
              if sal-cycle-reopened
                 move salaried-paid-through to date-work
                 if dw-day = 15
                    if dw-month = 01
                       move 12 to dw-month
                       subtract 1 from dw-year
                    else
                       subtract 1 from dw-month
                    end-if
                    perform 119-set-month-last-day
                    move month-last-day to dw-day
                 else
                    move 15 to dw-day
                 end-if
                 move date-work to salaried-paid-through
              end-if
              perform 345-count-working-days
           end-if.
       345-count-working-days.
           move 0 to working-days-accrued
           move salaried-paid-through to date-to-convert
           perform 840-convert-date-to-days
           compute salaried-start-days = converted-days + 1
           move month-end-date to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to salaried-end-days
           perform varying day-serial from salaried-start-days by 1
                   until day-serial > salaried-end-days
              perform 825-serial-day-of-week
              if day-of-week-work < 6
                 add 1 to working-days-accrued
              end-if
           end-perform.
       400-accrue-one-employee.
           evaluate true
              when EM-ANNUAL-SALARY is not numeric
                 or EM-HOURLY-RATE is not numeric
                 continue
              when EM-ANNUAL-SALARY > 0 and EM-HOURLY-RATE = 0
                 perform 420-accrue-salaried
              when other
                 perform 410-accrue-hourly
           end-evaluate.
       410-accrue-hourly.
           move 0 to hours-found-idx
           perform varying hours-table-idx from 1 by 1
                   until hours-table-idx > hours-table-count
              if ht-emp-name(hours-table-idx) = EM-EMPLOYEE-NAME
                 move hours-table-idx to hours-found-idx
              end-if
           end-perform
      *>   a terminated employee's final check has paid every hour
      *>   through the term date, so nothing is left to accrue
           if hours-found-idx > 0
              and EM-FINAL-PAY-DATE is numeric
              and EM-FINAL-PAY-DATE > 0
              move 'F' to ht-matched-sw(hours-found-idx)
              move 0 to hours-found-idx
           end-if
           if hours-found-idx > 0
              move 'Y' to ht-matched-sw(hours-found-idx)
              if EM-HOURLY-RATE > 0
                 move EM-HOURLY-RATE to ht-rate(hours-found-idx)
              end-if
              compute accrual-amount ROUNDED =
                 ht-hours(hours-found-idx) * ht-rate(hours-found-idx)
              add accrual-amount to hourly-accrual-total
              if accrual-amount > 0
                 add 1 to employees-accrued
              end-if
           end-if.
       420-accrue-salaried.
      *>   the listing is written as the master is read; terminated
      *>   salaried staff are settled by their final check
           if salaried-cycle-on-file
              and working-days-accrued > 0
              and EM-STATUS-CODE not = 'T'
              compute daily-rate-work ROUNDED =
                 EM-ANNUAL-SALARY / working-days-per-year
              compute accrual-amount =
                 daily-rate-work * working-days-accrued
              add accrual-amount to salaried-accrual-total
              add 1 to employees-accrued
              if salaried-accrual-total = accrual-amount
                 perform 425-write-salaried-heading
              end-if
              move EM-EMPLOYEE-NAME to sdl-name-out
              move EM-ANNUAL-SALARY to sdl-salary-out
              move daily-rate-work to sdl-daily-out
              move accrual-amount to sdl-amount-out
              write print-rec from salaried-detail-line
           end-if.
       425-write-salaried-heading.
           move salaried-paid-through to sal-paid-through-out
           move month-end-date to sal-month-end-out
           move working-days-accrued to sal-days-out
           write print-rec from salaried-heading-line.
       500-list-accrual.
           if not salaried-cycle-on-file
              write print-rec from no-salaried-cycle-line
           end-if
           move "SALARIED ACCRUAL" to total-label-out
           move salaried-accrual-total to total-amount-out
           write print-rec from total-line
           write print-rec from blank-line
           write print-rec from hourly-heading-line
           perform varying hours-table-idx from 1 by 1
                   until hours-table-idx > hours-table-count
              if ht-matched-sw(hours-table-idx) = 'Y'
                 move ht-emp-name(hours-table-idx) to hrl-name-out
                 move ht-hours(hours-table-idx) to hrl-hours-out
                 move ht-rate(hours-table-idx) to hrl-rate-out
                 compute hrl-amount-out ROUNDED =
                    ht-hours(hours-table-idx) * ht-rate(hours-table-idx)
                 write print-rec from hourly-detail-line
              end-if
           end-perform
           move "HOURLY ACCRUAL" to total-label-out
           move hourly-accrual-total to total-amount-out
           write print-rec from total-line.
       700-reject-hours.
           add 1 to hours-rejected
           move spaces to SUSPENSE-REC
           move "ACRWAGE " to SUSP-SOURCE-PROGRAM
           move ht-emp-name(hours-table-idx) to SUSP-KEY-FIELD
           move "UNPAID HOURS, EMPLOYEE NOT ON MASTER" to SUSP-REASON
           write SUSPENSE-REC.
       825-serial-day-of-week.
      *>   day of week from the date serial, 1 = Monday .. 7 = Sunday
           divide day-serial by 7 giving leap-work
              remainder day-number-remainder
           evaluate day-number-remainder
              when 0
                 move 6 to day-of-week-work
              when 1
                 move 7 to day-of-week-work
              when other
                 compute day-of-week-work = day-number-remainder - 1
           end-evaluate.
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
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "ACRWAGE " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move masters-read to RL-RECORDS-IN
           move employees-accrued to RL-RECORDS-OUT
           move hours-rejected to RL-RECORDS-REJECTED
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
