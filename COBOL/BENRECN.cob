       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENRECN.
      *> Benefit carrier bill reconciliation, run by hand when a
      *> carrier's monthly bill arrives.  The bill (ben-bill) is
      *> matched member by member against what BENDED remitted to
      *> that carrier for the same coverage month (ben-remit):
      *>   billed, not remitted   -- BILLED AFTER TERMINATION when the
      *>                             employee was terminated before
      *>                             the month began, otherwise
      *>                             BILLED, NOT ENROLLED;
      *>   billed at a different premium -- PREMIUM DIFFERS;
      *>   remitted, not billed   -- ENROLLED, NOT BILLED.
      *> Each exception is listed and sent to suspense for the
      *> benefits clerk; the trailer proves the bill total against
      *> the remittance total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT carrier-bill-file ASSIGN TO "ben-bill"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL benefit-remit-file
           ASSIGN TO "ben-remit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT employee-master-file ASSIGN TO "EMP-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMPLOYEE-NAME.
                     SELECT reconciliation-report ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO ben-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
      *> one line per member billed; the billed premium is the total
      *> of the employee and employer shares
       fd  carrier-bill-file.
       01  carrier-bill-rec.
           05  cb-carrier-code       pic x(6).
           05  cb-coverage-month     pic 9(6).
           05  cb-emp-no             pic 9(5).
           05  cb-emp-name           pic x(15).
           05  cb-plan-code          pic x(3).
           05  cb-coverage-tier      pic x(2).
           05  cb-billed-premium     pic 9(5)v99.
       fd  benefit-remit-file.
           COPY BENREMIT.
       fd  employee-master-file.
           COPY EMPMAST.
       fd  reconciliation-report.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-remit-records       picture xxx value 'yes'.
       01  bill-carrier-work        pic x(6) value spaces.
       01  bill-month-work          pic 9(6) value 0.
       01  month-first-day          pic 9(8) value 0.
       01  remit-table-idx          pic 9(4) comp.
       01  remit-table-count        pic 9(4) value 0.
       01  remit-found-idx          pic 9(4) comp value 0.
       01  remit-table.
           05  remit-entry OCCURS 500 TIMES.
               10  rt-emp-no        pic 9(5).
               10  rt-emp-name      pic x(15).
               10  rt-plan-code     pic x(3).
               10  rt-coverage-tier pic x(2).
               10  rt-premium       pic 9(5)v99.
               10  rt-billed-sw     pic x(1).
       01  remitted-premium-work    pic 9(5)v99.
       01  exception-reason-work    pic x(40).
       01  bills-read               pic 9(5) value 0.
       01  members-matched          pic 9(5) value 0.
       01  exceptions-found         pic 9(5) value 0.
       01  total-billed             pic 9(7)v99 value 0.
       01  total-remitted           pic 9(7)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(30) value "BENEFIT BILL RECONCILIATION   ".
           05 pic x(8) value "CARRIER ".
           05  header-carrier-out      pic x(6).
           05 pic x(8) value "  MONTH ".
           05  header-month-out        pic 9(6).
           05 pic x(6) value "  RUN ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  column-line.
           05 pic x(35) value "EMPLOYEE        EMP NO PLAN TIER   ".
           05 pic x(28) value "BILLED   REMITTED  EXCEPTION".
       01  exception-line.
           05  exc-name-out            pic x(15).
           05 pic x(1) value space.
           05  exc-emp-no-out          pic 9(5).
           05 pic x(2) value spaces.
           05  exc-plan-out            pic x(3).
           05 pic x(2) value spaces.
           05  exc-tier-out            pic x(2).
           05 pic x(2) value spaces.
           05  exc-billed-out          pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  exc-remitted-out        pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  exc-reason-out          pic x(40).
       01  trailer-line-1.
           05 pic x(14) value "MEMBERS BILLED".
           05  bills-out               pic zz,zz9.
           05 pic x(10) value "  MATCHED ".
           05  matched-out             pic zz,zz9.
           05 pic x(13) value "  EXCEPTIONS ".
           05  exceptions-out          pic zz,zz9.
       01  trailer-line-2.
           05 pic x(14) value "BILL TOTAL  $ ".
           05  total-billed-out        pic z,zzz,zz9.99.
           05 pic x(16) value "  REMITTED    $ ".
           05  total-remitted-out      pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  proof-flag-out          pic x(16).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-read-bill-heading
           perform 120-load-remittance
           open input carrier-bill-file
                input employee-master-file
                output reconciliation-report
                output reject-listing
                extend run-log-file
           move bill-carrier-work to header-carrier-out
           move bill-month-work to header-month-out
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-line
           perform until are-there-more-records = 'no '
              read carrier-bill-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to bills-read
                       perform 200-match-one-member
              end-read
           END-PERFORM
           perform varying remit-table-idx from 1 by 1
                   until remit-table-idx > remit-table-count
              if rt-billed-sw(remit-table-idx) = 'N'
                 perform 300-report-not-billed
              end-if
           end-perform
           move bills-read to bills-out
           move members-matched to matched-out
           move exceptions-found to exceptions-out
           move total-billed to total-billed-out
           move total-remitted to total-remitted-out
           if total-billed = total-remitted
              move "IN BALANCE" to proof-flag-out
           else
              move "** OUT OF BAL **" to proof-flag-out
           end-if
           write print-rec from blank-line
           write print-rec from trailer-line-1
           write print-rec from trailer-line-2
           perform 900-write-run-log
           close carrier-bill-file
                 employee-master-file
                 reconciliation-report
                 reject-listing
                 run-log-file
           stop run.
       110-read-bill-heading.
      *>   the carrier and coverage month come off the bill's first
      *>   line -- one carrier's bill for one month per run
           open input carrier-bill-file
           read carrier-bill-file
                at end
                   display "BENRECN: CARRIER BILL FILE IS EMPTY"
                   close carrier-bill-file
                   stop run
           end-read
           move cb-carrier-code to bill-carrier-work
           if cb-coverage-month is numeric
              move cb-coverage-month to bill-month-work
           end-if
           close carrier-bill-file
           compute month-first-day = bill-month-work * 100 + 1.
       120-load-remittance.
           open input benefit-remit-file
           perform until more-remit-records = 'no '
              read benefit-remit-file
                    at end
                       move 'no ' to more-remit-records
                    not at end
                       if br-carrier-code = bill-carrier-work
                          and br-coverage-month = bill-month-work
                          perform 125-post-remit-entry
                       end-if
              end-read
           end-perform
           close benefit-remit-file.
       125-post-remit-entry.
           add 1 to remit-table-count
           if remit-table-count > 500
              display "BENRECN: MORE THAN 500 MEMBERS REMITTED "
                 "TO THIS CARRIER -- TABLE FULL"
              close benefit-remit-file
              stop run
           end-if
           move br-emp-no to rt-emp-no(remit-table-count)
           move br-emp-name to rt-emp-name(remit-table-count)
           move br-plan-code to rt-plan-code(remit-table-count)
           move br-coverage-tier to rt-coverage-tier(remit-table-count)
           compute rt-premium(remit-table-count) =
              br-ee-premium + br-er-premium
           move 'N' to rt-billed-sw(remit-table-count)
           add rt-premium(remit-table-count) to total-remitted.
       200-match-one-member.
      *>   a member is the employee and plan; the number is used when
      *>   both sides carry one, otherwise the name
           if cb-billed-premium is numeric
              add cb-billed-premium to total-billed
           else
              move 0 to cb-billed-premium
           end-if
           move 0 to remit-found-idx
           perform varying remit-table-idx from 1 by 1
                   until remit-table-idx > remit-table-count
              if rt-plan-code(remit-table-idx) = cb-plan-code
                 and rt-billed-sw(remit-table-idx) = 'N'
                 if (cb-emp-no is numeric and cb-emp-no > 0
                       and rt-emp-no(remit-table-idx) = cb-emp-no)
                    or rt-emp-name(remit-table-idx) = cb-emp-name
                    move remit-table-idx to remit-found-idx
                 end-if
              end-if
           end-perform
           if remit-found-idx = 0
              perform 250-report-not-remitted
           else
              move 'Y' to rt-billed-sw(remit-found-idx)
              if rt-premium(remit-found-idx) = cb-billed-premium
                 add 1 to members-matched
              else
                 move "PREMIUM DIFFERS" to exception-reason-work
                 move rt-premium(remit-found-idx)
                   to remitted-premium-work
                 perform 260-write-bill-exception
              end-if
           end-if.
       250-report-not-remitted.
           move "BILLED, NOT ENROLLED" to exception-reason-work
           move cb-emp-name to EM-EMPLOYEE-NAME
           read employee-master-file
                invalid key
                   continue
                not invalid key
                   if EM-STATUS-CODE = 'T'
                      and EM-TERM-DATE is numeric
                      and EM-TERM-DATE < month-first-day
                      move "BILLED AFTER TERMINATION"
                        to exception-reason-work
                   end-if
           end-read
           move 0 to remitted-premium-work
           perform 260-write-bill-exception.
       260-write-bill-exception.
           move cb-emp-name to exc-name-out
           if cb-emp-no is numeric
              move cb-emp-no to exc-emp-no-out
           else
              move 0 to exc-emp-no-out
           end-if
           move cb-plan-code to exc-plan-out
           move cb-coverage-tier to exc-tier-out
           move cb-billed-premium to exc-billed-out
           move remitted-premium-work to exc-remitted-out
           perform 700-write-exception.
       300-report-not-billed.
           move rt-emp-name(remit-table-idx) to exc-name-out
           move rt-emp-no(remit-table-idx) to exc-emp-no-out
           move rt-plan-code(remit-table-idx) to exc-plan-out
           move rt-coverage-tier(remit-table-idx) to exc-tier-out
           move 0 to exc-billed-out
           move rt-premium(remit-table-idx) to exc-remitted-out
           move "ENROLLED, NOT BILLED" to exception-reason-work
           perform 700-write-exception.
       700-write-exception.
           add 1 to exceptions-found
           move exception-reason-work to exc-reason-out
           write print-rec from exception-line
           move spaces to SUSPENSE-REC
           move "BENRECN " to SUSP-SOURCE-PROGRAM
           move exc-name-out to SUSP-KEY-FIELD(1:15)
           move exc-plan-out to SUSP-KEY-FIELD(17:3)
           move exception-reason-work to SUSP-REASON
           write SUSPENSE-REC.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "BENRECN " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move bills-read to RL-RECORDS-IN
           move members-matched to RL-RECORDS-OUT
           move exceptions-found to RL-RECORDS-REJECTED
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
