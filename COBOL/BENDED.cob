       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENDED.
      *> Benefits enrollment to payroll deduction, carrier remittance
      *> and employer premium accrual.  Runs nightly ahead of the
      *> payroll steps.  Every enrollment in force on the business
      *> date becomes a flat deduction on ded-mast under its plan code
      *> (priority 2) for the employee's share of one pay period --
      *> the monthly premium times 12 over 52 weekly periods for an
      *> hourly employee, half of it for a semi-monthly salaried
      *> employee.  Rows under any plan code on ben-enrl are replaced
      *> each night, never stacked, so an ended enrollment stops
      *> deducting on its own; every other deduction goes back as-is.
      *> A terminated employee gets no deduction, and one whose
      *> enrollment is still open past the termination is listed and
      *> sent to suspense so the coverage gets ended.
      *> On the first run in a new month (ben-ctl holds the last month
      *> remitted) the month's coverage is remitted: a listing by
      *> carrier of every enrollment covered for the month, the same
      *> detail appended to ben-remit for the bill reconciliation
      *> (BENRECN), and the employer share accrued to the GL.  The
      *> employee share was withheld through payroll and only passes
      *> through the liability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL benefit-enrollment-file
           ASSIGN TO "ben-enrl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT employee-master-file ASSIGN TO "EMP-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT OPTIONAL deduction-master-file
           ASSIGN TO "ded-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL benefit-control-file
           ASSIGN TO "ben-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL benefit-remit-file
           ASSIGN TO "ben-remit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT deduction-listing ASSIGN TO printer.
                     SELECT remittance-listing ASSIGN TO "ben-rmt-lst"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT gl-posting-file ASSIGN TO GL-POST-BEN
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO ben-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  benefit-enrollment-file.
           COPY BENENRL.
       fd  employee-master-file.
           COPY EMPMAST.
       fd  deduction-master-file.
       01  deduction-master-rec.
           05  ded-emp-name          pic x(15).
           05  ded-code              pic x(3).
           05  ded-method            pic x(1).
           05  ded-percent           pic 9v9(4).
           05  ded-flat-amount       pic 9(4)v99.
           05  ded-priority          pic 9(1).
       fd  benefit-control-file.
       01  benefit-control-rec.
           05  bc-last-month-remitted pic 9(6).
       fd  benefit-remit-file.
           COPY BENREMIT.
       fd  deduction-listing.
       01  print-rec.
           05 pic x(132).
       fd  remittance-listing.
       01  remit-print-rec.
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
       01  more-deduction-records   picture xxx value 'yes'.
       01  enrollment-table-idx     pic 9(4) comp.
       01  enrollment-table-count   pic 9(4) value 0.
       01  enrollment-table.
           05  enrollment-entry OCCURS 500 TIMES.
               10  et-emp-name      pic x(15).
               10  et-emp-no        pic 9(5).
               10  et-plan-code     pic x(3).
               10  et-carrier-code  pic x(6).
               10  et-coverage-tier pic x(2).
               10  et-effective-date
                                    pic 9(8).
               10  et-end-date      pic 9(8).
               10  et-ee-premium    pic 9(4)v99.
               10  et-er-premium    pic 9(4)v99.
               10  et-remit-sw      pic x(1).
       01  deduction-table-idx      pic 9(4) comp.
       01  deduction-table-count    pic 9(4) value 0.
       01  deduction-table.
           05  deduction-entry OCCURS 500 TIMES.
               10  dt-emp-name      pic x(15).
               10  dt-code          pic x(3).
               10  dt-method        pic x(1).
               10  dt-percent       pic 9v9(4).
               10  dt-flat-amount   pic 9(4)v99.
               10  dt-priority      pic 9(1).
       01  carrier-table-idx        pic 9(2) comp.
       01  carrier-table-count      pic 9(2) value 0.
       01  carrier-found-idx        pic 9(2) comp value 0.
       01  carrier-table.
           05  carrier-entry OCCURS 20 TIMES.
               10  ct-carrier-code  pic x(6).
               10  ct-members       pic 9(5).
               10  ct-ee-total      pic 9(7)v99.
               10  ct-er-total      pic 9(7)v99.
       01  plan-code-sw             pic x value 'N'.
           88  benefit-plan-code        value 'Y'.
       01  enrollment-valid-sw      pic x value 'Y'.
           88  enrollment-valid         value 'Y'.
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  salaried-sw              pic x value 'N'.
           88  salaried-employee        value 'Y'.
       01  terminated-sw            pic x value 'N'.
           88  terminated-employee      value 'Y'.
       01  remit-due-sw             pic x value 'N'.
           88  remit-due                value 'Y'.
       01  term-date-work           pic 9(8) value 0.
       01  last-month-remitted      pic 9(6) value 0.
       01  coverage-month           pic 9(6) value 0.
       01  month-first-day          pic 9(8) value 0.
       01  month-last-day           pic 9(8) value 0.
       01  weekly-periods-per-year  pic 9(2) value 52.
       01  period-premium           pic 9(4)v99.
       01  reject-reason-work       pic x(40).
       01  enrollments-read         pic 9(5) value 0.
       01  deductions-written       pic 9(5) value 0.
       01  enrollments-rejected     pic 9(5) value 0.
       01  members-remitted         pic 9(5) value 0.
       01  total-ee-remitted        pic 9(7)v99 value 0.
       01  total-er-remitted        pic 9(7)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  listing-header.
           05 pic x(34) value "BENEFIT DEDUCTIONS GENERATED      ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  listing-column-line.
           05 pic x(51) value
              "EMPLOYEE        EMP NO PLAN TIER  PER PERIOD".
       01  listing-detail-line.
           05  lst-name-out            pic x(15).
           05 pic x(1) value space.
           05  lst-emp-no-out          pic 9(5).
           05 pic x(2) value spaces.
           05  lst-plan-out            pic x(3).
           05 pic x(2) value spaces.
           05  lst-tier-out            pic x(2).
           05 pic x(3) value spaces.
           05  lst-amount-out          pic z,zz9.99.
           05 pic x(2) value spaces.
           05  lst-note-out            pic x(34).
       01  listing-trailer-line.
           05 pic x(12) value "ENROLLMENTS ".
           05  enrollments-out         pic zz,zz9.
           05 pic x(13) value "  DEDUCTIONS ".
           05  deductions-out          pic zz,zz9.
           05 pic x(11) value "  REJECTED ".
           05  rejected-out            pic zz,zz9.
       01  remit-header.
           05 pic x(34) value "BENEFIT PREMIUM REMITTANCE  MONTH ".
           05  remit-month-out         pic 9(6).
           05 pic x(8) value "  RUN   ".
           05  remit-date-out          pic 9(8).
       01  remit-carrier-line.
           05 pic x(8) value "CARRIER ".
           05  remit-carrier-out       pic x(6).
       01  remit-column-line.
           05 pic x(35) value "  EMPLOYEE        EMP NO PLAN TIER".
           05 pic x(25) value "   EMPLOYEE   EMPLOYER".
       01  remit-detail-line.
           05 pic x(2) value spaces.
           05  rmt-name-out            pic x(15).
           05 pic x(1) value space.
           05  rmt-emp-no-out          pic 9(5).
           05 pic x(2) value spaces.
           05  rmt-plan-out            pic x(3).
           05 pic x(2) value spaces.
           05  rmt-tier-out            pic x(2).
           05 pic x(2) value spaces.
           05  rmt-ee-out              pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  rmt-er-out              pic zz,zz9.99.
       01  remit-carrier-total-line.
           05 pic x(10) value "  MEMBERS ".
           05  rct-members-out         pic zz,zz9.
           05 pic x(16) value "  CARRIER TOTAL ".
           05  rct-ee-out              pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  rct-er-out              pic zzz,zz9.99.
           05 pic x(9) value "  REMIT $".
           05  rct-total-out           pic z,zzz,zz9.99.
       01  remit-grand-total-line.
           05 pic x(10) value "MEMBERS   ".
           05  rgt-members-out         pic zz,zz9.
           05 pic x(16) value "  ALL CARRIERS  ".
           05  rgt-ee-out              pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  rgt-er-out              pic zzz,zz9.99.
           05 pic x(9) value "  REMIT $".
           05  rgt-total-out           pic z,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 120-load-enrollments
           perform 140-load-deduction-master
           perform 130-check-remittance-month
           open input employee-master-file
                output deduction-listing
                output deduction-master-file
                output gl-posting-file
                output reject-listing
                extend run-log-file
           if remit-due
              open output remittance-listing
                   extend benefit-remit-file
           end-if
           move business-date-work to header-date-out
           write print-rec from listing-header
           write print-rec from blank-line
           write print-rec from listing-column-line
           perform 160-rewrite-other-deductions
           perform varying enrollment-table-idx from 1 by 1
                   until enrollment-table-idx > enrollment-table-count
              perform 200-process-one-enrollment
           end-perform
           move enrollments-read to enrollments-out
           move deductions-written to deductions-out
           move enrollments-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from listing-trailer-line
           if remit-due
              perform 400-print-remittance
              perform 450-post-employer-premium
              close remittance-listing
                    benefit-remit-file
              perform 190-save-remittance-month
           end-if
           perform 900-write-run-log
           close employee-master-file
                 deduction-listing
                 deduction-master-file
                 gl-posting-file
                 reject-listing
                 run-log-file
           stop run.
       120-load-enrollments.
           open input benefit-enrollment-file
           perform until are-there-more-records = 'no '
              read benefit-enrollment-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to enrollments-read
                       add 1 to enrollment-table-count
                       if enrollment-table-count > 500
                          display "BENDED: MORE THAN 500 ENROLLMENT "
                             "RECORDS -- TABLE FULL"
                          close benefit-enrollment-file
                          stop run
                       end-if
                       perform 125-post-enrollment
              end-read
           end-perform
           close benefit-enrollment-file.
       125-post-enrollment.
           move bn-emp-name to et-emp-name(enrollment-table-count)
           if bn-emp-no is numeric
              move bn-emp-no to et-emp-no(enrollment-table-count)
           else
              move 0 to et-emp-no(enrollment-table-count)
           end-if
           move bn-plan-code to et-plan-code(enrollment-table-count)
           move bn-carrier-code
             to et-carrier-code(enrollment-table-count)
           move bn-coverage-tier
             to et-coverage-tier(enrollment-table-count)
           move 'N' to et-remit-sw(enrollment-table-count)
      *>   a bad date or premium is zeroed here and rejected by the
      *>   screen, so the row still marks its plan code
           if bn-effective-date is numeric
              and bn-end-date is numeric
              and bn-ee-premium is numeric
              and bn-er-premium is numeric
              move bn-effective-date
                to et-effective-date(enrollment-table-count)
              move bn-end-date to et-end-date(enrollment-table-count)
              move bn-ee-premium
                to et-ee-premium(enrollment-table-count)
              move bn-er-premium
                to et-er-premium(enrollment-table-count)
           else
              move 0 to et-effective-date(enrollment-table-count)
              move 0 to et-end-date(enrollment-table-count)
              move 0 to et-ee-premium(enrollment-table-count)
              move 0 to et-er-premium(enrollment-table-count)
           end-if.
       130-check-remittance-month.
      *>   the month is remitted on the first run dated in it
           open input benefit-control-file
           read benefit-control-file
                at end
                   continue
                not at end
                   if bc-last-month-remitted is numeric
                      move bc-last-month-remitted
                        to last-month-remitted
                   end-if
           end-read
           close benefit-control-file
           move business-date-work(1:6) to coverage-month
           if coverage-month > last-month-remitted
              move 'Y' to remit-due-sw
           end-if
           compute month-first-day = coverage-month * 100 + 1
           compute month-last-day = coverage-month * 100 + 31.
       140-load-deduction-master.
           open input deduction-master-file
           perform until more-deduction-records = 'no '
              read deduction-master-file
                    at end
                       move 'no ' to more-deduction-records
                    not at end
                       add 1 to deduction-table-count
                       if deduction-table-count > 500
                          display "BENDED: DEDUCTION-MASTER-FILE "
                             "HAS MORE THAN 500 RECORDS -- "
                             "TABLE FULL"
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
              end-read
           end-perform
           close deduction-master-file.
       160-rewrite-other-deductions.
      *>   rows under a plan code are dropped -- tonight's enrollments
      *>   write them fresh below
           perform varying deduction-table-idx from 1 by 1
                   until deduction-table-idx > deduction-table-count
              move 'N' to plan-code-sw
              perform varying enrollment-table-idx from 1 by 1
                      until enrollment-table-idx
                            > enrollment-table-count
                 if dt-code(deduction-table-idx)
                       = et-plan-code(enrollment-table-idx)
                    move 'Y' to plan-code-sw
                 end-if
              end-perform
              if not benefit-plan-code
                 move dt-emp-name(deduction-table-idx)
                   to ded-emp-name
                 move dt-code(deduction-table-idx) to ded-code
                 move dt-method(deduction-table-idx) to ded-method
                 move dt-percent(deduction-table-idx)
                   to ded-percent
                 move dt-flat-amount(deduction-table-idx)
                   to ded-flat-amount
                 move dt-priority(deduction-table-idx)
                   to ded-priority
                 write deduction-master-rec
              end-if
           end-perform.
       190-save-remittance-month.
           open output benefit-control-file
           move coverage-month to bc-last-month-remitted
           write benefit-control-rec
           close benefit-control-file.
       200-process-one-enrollment.
           perform 210-screen-enrollment
           if not enrollment-valid
              perform 700-reject-enrollment
           else
              perform 220-lookup-employee-master
              evaluate true
                 when not master-found
                    move "ENROLLEE NOT ON EMPLOYEE MASTER"
                      to reject-reason-work
                    perform 700-reject-enrollment
                 when terminated-employee
                    perform 250-check-terminated-coverage
                 when et-effective-date(enrollment-table-idx)
                         > business-date-work
                    continue
                 when et-end-date(enrollment-table-idx) > 0
                      and et-end-date(enrollment-table-idx)
                         < business-date-work
                    continue
                 when other
                    perform 300-write-benefit-deduction
              end-evaluate
              if remit-due and master-found
                 perform 350-remit-if-covered
              end-if
           end-if.
       210-screen-enrollment.
           move 'Y' to enrollment-valid-sw
           evaluate true
              when et-coverage-tier(enrollment-table-idx)
                    not = 'EE' and not = 'ES' and not = 'EC'
                    and not = 'FA'
                 move "INVALID COVERAGE TIER"
                   to reject-reason-work
                 move 'N' to enrollment-valid-sw
              when et-effective-date(enrollment-table-idx) = 0
                 move "EFFECTIVE DATE OR PREMIUM NOT NUMERIC"
                   to reject-reason-work
                 move 'N' to enrollment-valid-sw
              when et-plan-code(enrollment-table-idx) = spaces
                 or et-carrier-code(enrollment-table-idx) = spaces
                 move "PLAN OR CARRIER CODE MISSING"
                   to reject-reason-work
                 move 'N' to enrollment-valid-sw
              when et-end-date(enrollment-table-idx) > 0
                 and et-end-date(enrollment-table-idx)
                    < et-effective-date(enrollment-table-idx)
                 move "END DATE BEFORE EFFECTIVE DATE"
                   to reject-reason-work
                 move 'N' to enrollment-valid-sw
           end-evaluate.
       220-lookup-employee-master.
           move 'N' to master-found-sw
           move 'N' to salaried-sw
           move 'N' to terminated-sw
           move 0 to term-date-work
           move et-emp-name(enrollment-table-idx) to EM-EMPLOYEE-NAME
           read employee-master-file
                invalid key
                   continue
                not invalid key
                   move 'Y' to master-found-sw
                   if EM-ANNUAL-SALARY > 0
                      and EM-HOURLY-RATE = 0
                      move 'Y' to salaried-sw
                   end-if
                   if EM-STATUS-CODE = 'T'
                      move 'Y' to terminated-sw
                      if EM-TERM-DATE is numeric
                         move EM-TERM-DATE to term-date-work
                      end-if
                   end-if
                   if et-emp-no(enrollment-table-idx) = 0
                      and EM-EMPLOYEE-NO is numeric
                      move EM-EMPLOYEE-NO
                        to et-emp-no(enrollment-table-idx)
                   end-if
           end-read.
       250-check-terminated-coverage.
      *>   no deduction once terminated; coverage left open past the
      *>   termination date is somebody's loose end
           if et-end-date(enrollment-table-idx) = 0
              or et-end-date(enrollment-table-idx) > term-date-work
              move "TERMINATED -- ENROLLMENT STILL OPEN"
                to reject-reason-work
              perform 700-reject-enrollment
              move 0 to period-premium
              perform 320-list-enrollment
           end-if.
       300-write-benefit-deduction.
           if salaried-employee
              compute period-premium ROUNDED =
                 et-ee-premium(enrollment-table-idx) / 2
           else
              compute period-premium ROUNDED =
                 et-ee-premium(enrollment-table-idx) * 12
                    / weekly-periods-per-year
           end-if
           move et-emp-name(enrollment-table-idx) to ded-emp-name
           move et-plan-code(enrollment-table-idx) to ded-code
           move 'F' to ded-method
           move 0 to ded-percent
           move period-premium to ded-flat-amount
           move 2 to ded-priority
           write deduction-master-rec
           add 1 to deductions-written
           if salaried-employee
              move "SEMI-MONTHLY" to lst-note-out
           else
              move "WEEKLY" to lst-note-out
           end-if
           perform 320-list-enrollment.
       320-list-enrollment.
           move et-emp-name(enrollment-table-idx) to lst-name-out
           move et-emp-no(enrollment-table-idx) to lst-emp-no-out
           move et-plan-code(enrollment-table-idx) to lst-plan-out
           move et-coverage-tier(enrollment-table-idx) to lst-tier-out
           move period-premium to lst-amount-out
           if terminated-employee
              move reject-reason-work to lst-note-out
           end-if
           write print-rec from listing-detail-line.
       350-remit-if-covered.
      *>   covered for the month when the enrollment overlaps it and
      *>   the employee was not terminated before it began
           if et-effective-date(enrollment-table-idx)
                 not > month-last-day
              and (et-end-date(enrollment-table-idx) = 0
                 or et-end-date(enrollment-table-idx)
                    not < month-first-day)
              and (not terminated-employee
                 or term-date-work not < month-first-day)
              perform 360-add-remittance-detail
           end-if.
       360-add-remittance-detail.
           move 0 to carrier-found-idx
           perform varying carrier-table-idx from 1 by 1
                   until carrier-table-idx > carrier-table-count
              if ct-carrier-code(carrier-table-idx)
                    = et-carrier-code(enrollment-table-idx)
                 move carrier-table-idx to carrier-found-idx
              end-if
           end-perform
           if carrier-found-idx = 0
              add 1 to carrier-table-count
              if carrier-table-count > 20
                 display "BENDED: MORE THAN 20 CARRIERS -- "
                    "TABLE FULL"
                 stop run
              end-if
              move carrier-table-count to carrier-found-idx
              move et-carrier-code(enrollment-table-idx)
                to ct-carrier-code(carrier-found-idx)
              move 0 to ct-members(carrier-found-idx)
              move 0 to ct-ee-total(carrier-found-idx)
              move 0 to ct-er-total(carrier-found-idx)
           end-if
           add 1 to ct-members(carrier-found-idx)
           add et-ee-premium(enrollment-table-idx)
             to ct-ee-total(carrier-found-idx)
           add et-er-premium(enrollment-table-idx)
             to ct-er-total(carrier-found-idx)
           move coverage-month to br-coverage-month
           move et-carrier-code(enrollment-table-idx)
             to br-carrier-code
           move et-emp-no(enrollment-table-idx) to br-emp-no
           move et-emp-name(enrollment-table-idx) to br-emp-name
           move et-plan-code(enrollment-table-idx) to br-plan-code
           move et-coverage-tier(enrollment-table-idx)
             to br-coverage-tier
           move et-ee-premium(enrollment-table-idx) to br-ee-premium
           move et-er-premium(enrollment-table-idx) to br-er-premium
           write benefit-remit-rec
           move 'Y' to et-remit-sw(enrollment-table-idx).
       400-print-remittance.
           move coverage-month to remit-month-out
           move business-date-work to remit-date-out
           write remit-print-rec from remit-header
           perform varying carrier-table-idx from 1 by 1
                   until carrier-table-idx > carrier-table-count
              perform 410-print-one-carrier
           end-perform
           move members-remitted to rgt-members-out
           move total-ee-remitted to rgt-ee-out
           move total-er-remitted to rgt-er-out
           compute rgt-total-out = total-ee-remitted + total-er-remitted
           write remit-print-rec from blank-line
           write remit-print-rec from remit-grand-total-line.
       410-print-one-carrier.
           write remit-print-rec from blank-line
           move ct-carrier-code(carrier-table-idx) to remit-carrier-out
           write remit-print-rec from remit-carrier-line
           write remit-print-rec from remit-column-line
      *>   the detail comes back off the enrollment table, flagged
      *>   as each enrollment was added to the carrier totals
           perform varying enrollment-table-idx from 1 by 1
                   until enrollment-table-idx > enrollment-table-count
              if et-carrier-code(enrollment-table-idx)
                    = ct-carrier-code(carrier-table-idx)
                 perform 420-print-if-remitted
              end-if
           end-perform
           move ct-members(carrier-table-idx) to rct-members-out
           move ct-ee-total(carrier-table-idx) to rct-ee-out
           move ct-er-total(carrier-table-idx) to rct-er-out
           compute rct-total-out = ct-ee-total(carrier-table-idx)
                                 + ct-er-total(carrier-table-idx)
           write remit-print-rec from remit-carrier-total-line
           add ct-members(carrier-table-idx) to members-remitted
           add ct-ee-total(carrier-table-idx) to total-ee-remitted
           add ct-er-total(carrier-table-idx) to total-er-remitted.
       420-print-if-remitted.
           if et-remit-sw(enrollment-table-idx) = 'Y'
              move et-emp-name(enrollment-table-idx) to rmt-name-out
              move et-emp-no(enrollment-table-idx) to rmt-emp-no-out
              move et-plan-code(enrollment-table-idx) to rmt-plan-out
              move et-coverage-tier(enrollment-table-idx)
                to rmt-tier-out
              move et-ee-premium(enrollment-table-idx) to rmt-ee-out
              move et-er-premium(enrollment-table-idx) to rmt-er-out
              write remit-print-rec from remit-detail-line
           end-if.
       450-post-employer-premium.
      *>   the employer share is an expense accrued to the premium
      *>   liability the remittance pays off
           if total-er-remitted > 0
              move business-date-work to GLP-POST-DATE
              move "BENDED  " to GLP-SOURCE-PROGRAM
              move "BENEXPNS" to GLP-ACCOUNT
              move total-er-remitted to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "BENPAYBL" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-er-remitted to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       700-reject-enrollment.
           add 1 to enrollments-rejected
           move spaces to SUSPENSE-REC
           move "BENDED  " to SUSP-SOURCE-PROGRAM
           move et-emp-name(enrollment-table-idx)
             to SUSP-KEY-FIELD(1:15)
           move et-plan-code(enrollment-table-idx)
             to SUSP-KEY-FIELD(17:3)
           move reject-reason-work to SUSP-REASON
           write SUSPENSE-REC.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "BENDED  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move enrollments-read to RL-RECORDS-IN
           move deductions-written to RL-RECORDS-OUT
           move enrollments-rejected to RL-RECORDS-REJECTED
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
