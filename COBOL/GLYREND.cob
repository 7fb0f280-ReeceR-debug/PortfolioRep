       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYREND.
      *> Fiscal year-end general-ledger close, run by the stream on
      *> the processing-calendar year-end date once GLCLOSE has closed
      *> the last month of the year.  Every revenue and expense
      *> account (coa-type R and E) is brought to zero into retained
      *> earnings (RETEARN) by a closing entry written to gl-journal
      *> as source GLYREND.  The closing entry belongs to the year's
      *> closing period, month 13 (period yyyy13, dated yyyy1331), so
      *> the December statements still show December; gl-balances
      *> carries it as the yyyy13 rows.  The balance-sheet accounts
      *> (A, L and Q) are then carried forward as the new year's
      *> opening balances, one gl-balances row per account for
      *> period yyyy00; a balance read for a year that has been
      *> opened starts from these rows instead of adding up every
      *> period on file.  The closed year is locked on gl-yrlock.
      *>
      *> Late adjustments: an accountant keys an O card on yrend-act
      *> for the year last closed, which queues a reopen on the
      *> pending-approval queue.  Once a supervisor releases it
      *> through APPROVE the next run reopens the year, and while it
      *> is open GLCONSOL and JRNLENT accept postings dated into its
      *> closing period (yyyy1331).  A C card for the year -- or the
      *> next year-end close -- closes it again: the closing entry
      *> is topped up for whatever the adjustments moved, the
      *> closing rows and the opening balances are rebuilt, and the
      *> year is locked once more.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL action-card-file
           ASSIGN TO "yrend-act"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT year-end-report ASSIGN TO printer.
                     SELECT chart-of-accounts-file ASSIGN TO "gl-coa"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL period-control-file
           ASSIGN TO "gl-period"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL period-balance-file
           ASSIGN TO "gl-balances"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL journal-history-file
           ASSIGN TO "gl-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL year-lock-file
           ASSIGN TO "gl-yrlock"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pending-approval-file
           ASSIGN TO "pend-approve"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL approval-control-file
           ASSIGN TO "appr-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-inv-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
      *> O asks for the year to be reopened for late adjustments,
      *> C closes a reopened year again
       fd  action-card-file.
       01  action-card-rec.
           05  ya-action           pic x(1).
           05  ya-year             pic 9(4).
       fd  year-end-report.
       01  print-rec.
           05 pic x(132).
       fd  chart-of-accounts-file.
       01  chart-of-accounts-rec.
           05  coa-account         pic x(8).
           05  coa-description     pic x(24).
           05  coa-type            pic x(1).
           05  coa-active          pic x(1).
       fd  period-control-file.
       01  period-control-rec.
           05  gp-open-period      pic 9(6).
       fd  period-balance-file.
       01  period-balance-rec.
           05  glb-account         pic x(8).
           05  glb-period          pic 9(6).
           05  glb-debit-total     pic 9(11)v99.
           05  glb-credit-total    pic 9(11)v99.
       fd  journal-history-file.
       01  journal-history-rec.
           05  jh-post-date        pic 9(8).
           05  jh-source-program   pic x(8).
           05  jh-account          pic x(8).
           05  jh-debit-amount     pic 9(9)v99.
           05  jh-credit-amount    pic 9(9)v99.
      *> the last year closed; status C locked, R reopened for late
      *> adjustments to its closing period
       fd  year-lock-file.
       01  year-lock-rec.
           05  yl-closed-year      pic 9(4).
           05  yl-status           pic x(1).
           05  yl-status-date      pic 9(8).
           05  yl-operator         pic x(3).
       fd  pending-approval-file.
           COPY PENDAPPR.
       fd  approval-control-file.
       01  approval-control-rec.
           05  ctl-next-batch-id    pic 9(6).
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  run-log-file.
           COPY RUNLOG.
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-coa-records         picture xxx value 'yes'.
       01  more-balance-records     picture xxx value 'yes'.
       01  more-pending-records     picture xxx value 'yes'.
       01  year-end-operator        pic x(3) value spaces.
       01  open-period-work         pic 9(6) value 0.
       01  period-year-work         pic 9(4).
       01  period-month-work        pic 9(2).
       01  posting-period-work      pic 9(6).
       01  closable-year            pic 9(4).
       01  close-year-work          pic 9(4).
       01  year-end-period          pic 9(6).
       01  closing-period           pic 9(6).
       01  closing-date             pic 9(8).
       01  opening-period           pic 9(6).
       01  first-period-summed      pic 9(6).
       01  locked-year              pic 9(4) value 0.
       01  lock-status              pic x(1) value 'C'.
           88  year-reopened            value 'R'.
       01  lock-status-date         pic 9(8) value 0.
       01  lock-operator            pic x(3) value spaces.
       01  retained-account         pic x(8) value "RETEARN ".
       01  retained-idx             pic 9(3) comp value 0.
       01  coa-table-idx            pic 9(3) comp.
       01  coa-table-count          pic 9(3) value 0.
       01  coa-found-idx            pic 9(3) comp value 0.
       01  coa-table.
           05  coa-entry OCCURS 200 TIMES.
               10  coat-account     pic x(8).
               10  coat-description pic x(24).
               10  coat-type        pic x(1).
               10  coat-thru-net    pic s9(13)v99.
               10  coat-y13-debit   pic 9(13)v99.
               10  coat-y13-credit  pic 9(13)v99.
       01  balance-table-idx        pic 9(4) comp.
       01  balance-table-count      pic 9(4) value 0.
       01  balance-table.
           05  balance-entry OCCURS 3000 TIMES.
               10  blt-account      pic x(8).
               10  blt-period       pic 9(6).
               10  blt-debit        pic 9(11)v99.
               10  blt-credit       pic 9(11)v99.
               10  blt-dropped-sw   pic x(1).
       01  pending-table-idx        pic 9(4) comp.
       01  pending-table-count      pic 9(4) value 0.
       01  pending-table.
           05  pending-entry OCCURS 800 TIMES.
               10  pnt-batch-id     pic 9(6).
               10  pnt-source       pic x(8).
               10  pnt-keyed-by     pic x(3).
               10  pnt-keyed-date   pic 9(8).
               10  pnt-status       pic x(1).
               10  pnt-approver     pic x(3).
               10  pnt-appr-date    pic 9(8).
               10  pnt-change-key   pic x(20).
               10  pnt-detail       pic x(40).
      *> key of a GLYREND pending record: the year to reopen
       01  change-key-work.
           05  ckw-year             pic 9(4).
           05 pic x(16).
       01  reopen-pending-sw        pic x value 'N'.
       01  next-batch-id            pic 9(6) value 1.
       01  account-net-work         pic s9(13)v99.
       01  closing-amount           pic s9(13)v99.
       01  retained-amount          pic s9(13)v99.
       01  closing-debit-total      pic 9(13)v99 value 0.
       01  closing-credit-total     pic 9(13)v99 value 0.
       01  opening-debit-total      pic 9(13)v99 value 0.
       01  opening-credit-total     pic 9(13)v99 value 0.
       01  postings-read            pic 9(7) value 0.
       01  closing-lines-written    pic 9(5) value 0.
       01  years-closed             pic 9(2) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(34) value "FISCAL YEAR-END GENERAL LEDGER -- ".
           05 pic x(10) value "RUN DATE  ".
           05  header-date-out         pic 9(8).
           05 pic x(16) value "  OPEN PERIOD   ".
           05  header-period-out       pic 9(6).
       01  blank-line               pic x value space.
       01  message-line.
           05  message-text-out        pic x(80).
       01  close-header.
           05 pic x(22) value "CLOSE OF FISCAL YEAR  ".
           05  close-year-out          pic 9(4).
           05 pic x(31) value " -- CLOSING ENTRY TO RETAINED E".
           05 pic x(17) value "ARNINGS, PERIOD  ".
           05  close-period-out        pic 9(6).
       01  opening-header.
           05 pic x(30) value "OPENING BALANCES CARRIED TO   ".
           05  opening-period-out      pic 9(6).
       01  column-header.
           05 pic x(8) value "ACCOUNT ".
           05 pic x(2) value spaces.
           05 pic x(24) value "DESCRIPTION             ".
           05 pic x(2) value spaces.
           05 pic x(4) value "TYPE".
           05 pic x(17) value "           DEBIT ".
           05 pic x(2) value spaces.
           05 pic x(17) value "          CREDIT ".
       01  account-detail-line.
           05  detail-account-out      pic x(8).
           05 pic x(2) value spaces.
           05  detail-desc-out         pic x(24).
           05 pic x(3) value spaces.
           05  detail-type-out         pic x(1).
           05 pic x(2) value spaces.
           05  detail-debit-out        pic zz,zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-credit-out       pic zz,zzz,zzz,zz9.99.
       01  total-line.
           05 pic x(10) value spaces.
           05  total-text-out          pic x(30).
           05  total-debit-out         pic zz,zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  total-credit-out        pic zz,zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  total-flag-out          pic x(18).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 910-take-master-lock
           perform 110-load-chart-of-accounts
           perform 115-load-period-control
           perform 120-load-year-lock
           perform 125-load-pending-approvals
           perform 130-load-approval-control
           perform 135-load-period-balances
           open output year-end-report
                extend run-log-file
           move business-date-work to header-date-out
           move open-period-work to header-period-out
           write print-rec from report-header
           write print-rec from blank-line
           if retained-idx = 0
              move "RETAINED EARNINGS ACCOUNT RETEARN IS NOT ON THE CHAR
      -          "T OF ACCOUNTS -- NOTHING CLOSED"
                to message-text-out
              write print-rec from message-line
              display "GLYREND: RETEARN NOT ON GL-COA -- YEAR NOT "
                 "CLOSED"
              perform 900-write-run-log
              close year-end-report
                    run-log-file
              perform 920-release-master-lock
              move 8 to RETURN-CODE
              stop run
           end-if
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              if pnt-source(pending-table-idx) = "GLYREND "
                 and pnt-status(pending-table-idx) = 'R'
                 perform 200-apply-released-reopen
              end-if
           end-perform
           perform 250-process-action-card
      *>   every month of the year before the open period's has been
      *>   closed by GLCLOSE, so that year is the one that can close
           divide open-period-work by 100 giving period-year-work
              remainder period-month-work
           compute closable-year = period-year-work - 1
           if closable-year > locked-year
              if year-reopened
                 move locked-year to close-year-work
                 perform 300-close-year
              end-if
              move closable-year to close-year-work
              perform 300-close-year
           end-if
           move spaces to message-text-out
           evaluate true
              when year-reopened
                 string "YEAR " delimited by size
                        locked-year delimited by size
                        " IS OPEN FOR LATE ADJUSTMENTS DATED "
                           delimited by size
                        locked-year delimited by size
                        "1331" delimited by size
                        into message-text-out
              when years-closed = 0
                 string "NO YEAR TO CLOSE -- LAST YEAR CLOSED "
                           delimited by size
                        locked-year delimited by size
                        into message-text-out
              when other
                 continue
           end-evaluate
           if message-text-out not = spaces
              write print-rec from blank-line
              write print-rec from message-line
           end-if
           perform 900-write-run-log
           close year-end-report
                 run-log-file
           if years-closed > 0
              perform 800-save-period-balances
           end-if
           perform 810-save-year-lock
           perform 700-save-pending-approvals
           perform 710-save-approval-control
           perform 145-clear-action-card
           perform 920-release-master-lock
           stop run.
       910-take-master-lock.
      *>   the pending-approval queue is rewritten under the inv-mast
      *>   lock, as PRCCHG and JRNLENT do
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "GLYREND: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "GLYREND " to lk-holder
           move business-date-work to lk-lock-date
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       920-release-master-lock.
           open output master-lock-file
           move spaces to lk-holder
           move 0 to lk-lock-date
           move 0 to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       110-load-chart-of-accounts.
           open input chart-of-accounts-file
           perform until more-coa-records = 'no '
              read chart-of-accounts-file
                    at end
                       move 'no ' to more-coa-records
                    not at end
                       add 1 to coa-table-count
                       if coa-table-count > 200
                          display "GLYREND: CHART OF ACCOUNTS HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close chart-of-accounts-file
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move coa-account
                         to coat-account(coa-table-count)
                       move coa-description
                         to coat-description(coa-table-count)
                       move coa-type
                         to coat-type(coa-table-count)
                       if coa-account = retained-account
                          move coa-table-count to retained-idx
                       end-if
              end-read
           end-perform
           close chart-of-accounts-file.
       115-load-period-control.
           open input period-control-file
           read period-control-file
                at end
                   continue
                not at end
                   if gp-open-period is numeric
                      move gp-open-period to open-period-work
                   end-if
           end-read
           close period-control-file
           if open-period-work = 0
              move business-date-work(1:6) to open-period-work
           end-if.
       120-load-year-lock.
           open input year-lock-file
           read year-lock-file
                at end
                   continue
                not at end
                   if yl-closed-year is numeric
                      move yl-closed-year to locked-year
                      move yl-status to lock-status
                      move yl-status-date to lock-status-date
                      move yl-operator to lock-operator
                   end-if
           end-read
           close year-lock-file.
       125-load-pending-approvals.
           open input pending-approval-file
           perform until more-pending-records = 'no '
              read pending-approval-file
                    at end
                       move 'no ' to more-pending-records
                    not at end
                       add 1 to pending-table-count
                       if pending-table-count > 800
                          display "GLYREND: MORE THAN 800 PENDING "
                             "APPROVALS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move PA-BATCH-ID
                         to pnt-batch-id(pending-table-count)
                       move PA-SOURCE-PROGRAM
                         to pnt-source(pending-table-count)
                       move PA-KEYED-BY
                         to pnt-keyed-by(pending-table-count)
                       move PA-KEYED-DATE
                         to pnt-keyed-date(pending-table-count)
                       move PA-STATUS
                         to pnt-status(pending-table-count)
                       move PA-APPROVER
                         to pnt-approver(pending-table-count)
                       move PA-APPROVE-DATE
                         to pnt-appr-date(pending-table-count)
                       move PA-CHANGE-KEY
                         to pnt-change-key(pending-table-count)
                       move PA-CHANGE-DETAIL
                         to pnt-detail(pending-table-count)
              end-read
           end-perform
           close pending-approval-file.
       130-load-approval-control.
           open input approval-control-file
           read approval-control-file
                at end
                   continue
                not at end
                   if ctl-next-batch-id is numeric
                      and ctl-next-batch-id > 0
                      move ctl-next-batch-id to next-batch-id
                   end-if
           end-read
           close approval-control-file.
       135-load-period-balances.
           open input period-balance-file
           perform until more-balance-records = 'no '
              read period-balance-file
                    at end
                       move 'no ' to more-balance-records
                    not at end
                       add 1 to balance-table-count
                       if balance-table-count > 3000
                          display "GLYREND: MORE THAN 3000 PERIOD "
                             "BALANCES -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move glb-account
                         to blt-account(balance-table-count)
                       move glb-period
                         to blt-period(balance-table-count)
                       move glb-debit-total
                         to blt-debit(balance-table-count)
                       move glb-credit-total
                         to blt-credit(balance-table-count)
                       move 'N' to blt-dropped-sw(balance-table-count)
              end-read
           end-perform
           close period-balance-file.
       145-clear-action-card.
           open output action-card-file
           close action-card-file.
       200-apply-released-reopen.
      *>   only the year last closed, and only while it is locked, can
      *>   be reopened
           move pnt-change-key(pending-table-idx) to change-key-work
           move spaces to message-text-out
           if ckw-year = locked-year
              and not year-reopened
              move 'R' to lock-status
              move business-date-work to lock-status-date
              move pnt-approver(pending-table-idx) to lock-operator
              move 'A' to pnt-status(pending-table-idx)
              string "YEAR " delimited by size
                     ckw-year delimited by size
                     " REOPENED FOR LATE ADJUSTMENTS -- RELEASED BY "
                        delimited by size
                     pnt-approver(pending-table-idx)
                        delimited by size
                     into message-text-out
           else
              move 'X' to pnt-status(pending-table-idx)
              string "REOPEN OF YEAR " delimited by size
                     ckw-year delimited by size
                     " REFUSED -- NOT THE LOCKED YEAR LAST CLOSED"
                        delimited by size
                     into message-text-out
           end-if
           write print-rec from message-line.
       250-process-action-card.
           move spaces to action-card-rec
           open input action-card-file
           read action-card-file
                at end
                   move spaces to action-card-rec
           end-read
           close action-card-file
           move spaces to message-text-out
           evaluate true
              when ya-action = space
                 continue
              when ya-year is not numeric
                 move "YREND-ACT CARD YEAR NOT NUMERIC -- IGNORED"
                   to message-text-out
              when ya-action = 'O'
                 perform 260-request-reopen
              when ya-action = 'C'
                 if ya-year = locked-year and year-reopened
                    move locked-year to close-year-work
                    perform 300-close-year
                    move spaces to message-text-out
                 else
                    string "CLOSE OF YEAR " delimited by size
                           ya-year delimited by size
                           " REFUSED -- YEAR IS NOT REOPENED"
                              delimited by size
                           into message-text-out
                 end-if
              when other
                 move "YREND-ACT CARD ACTION NOT O OR C -- IGNORED"
                   to message-text-out
           end-evaluate
           if message-text-out not = spaces
              write print-rec from blank-line
              write print-rec from message-line
           end-if.
       260-request-reopen.
           move 'N' to reopen-pending-sw
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              if pnt-source(pending-table-idx) = "GLYREND "
                 and pnt-status(pending-table-idx) = 'P'
                 move 'Y' to reopen-pending-sw
              end-if
           end-perform
           evaluate true
              when ya-year not = locked-year
                 string "REOPEN OF YEAR " delimited by size
                        ya-year delimited by size
                        " REFUSED -- NOT THE YEAR LAST CLOSED"
                           delimited by size
                        into message-text-out
              when year-reopened
                 string "YEAR " delimited by size
                        ya-year delimited by size
                        " IS ALREADY REOPENED" delimited by size
                        into message-text-out
              when reopen-pending-sw = 'Y'
                 move "A REOPEN ALREADY AWAITS SUPERVISOR RELEASE"
                   to message-text-out
              when other
                 if pending-table-count > 799
                    display "GLYREND: PENDING-APPROVAL TABLE FULL"
                    perform 920-release-master-lock
                    stop run
                 end-if
                 add 1 to pending-table-count
                 move next-batch-id to pnt-batch-id(pending-table-count)
                 move "GLYREND " to pnt-source(pending-table-count)
                 move year-end-operator
                   to pnt-keyed-by(pending-table-count)
                 move business-date-work
                   to pnt-keyed-date(pending-table-count)
                 move 'P' to pnt-status(pending-table-count)
                 move spaces to pnt-approver(pending-table-count)
                 move 0 to pnt-appr-date(pending-table-count)
                 move spaces to change-key-work
                 move ya-year to ckw-year
                 move change-key-work
                   to pnt-change-key(pending-table-count)
                 move spaces to pnt-detail(pending-table-count)
                 string "REOPEN YEAR " delimited by size
                        ya-year delimited by size
                        " FOR LATE ADJUSTMENTS" delimited by size
                        into pnt-detail(pending-table-count)
                 string "REOPEN OF YEAR " delimited by size
                        ya-year delimited by size
                        " AWAITS RELEASE -- BATCH " delimited by size
                        next-batch-id delimited by size
                        into message-text-out
                 add 1 to next-batch-id
           end-evaluate.
       300-close-year.
      *>   closes close-year-work, or closes it again after a reopen;
      *>   the closing entry written is whatever still stands on the
      *>   revenue and expense accounts after the closing period's
      *>   postings, so a second close only tops up the first
           add 1 to years-closed
           compute year-end-period = (close-year-work * 100) + 12
           compute closing-period = (close-year-work * 100) + 13
           compute closing-date = (close-year-work * 10000) + 1331
           compute opening-period = (close-year-work + 1) * 100
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              move 0 to coat-thru-net(coa-table-idx)
              move 0 to coat-y13-debit(coa-table-idx)
              move 0 to coat-y13-credit(coa-table-idx)
           end-perform
           move 0 to closing-debit-total
           move 0 to closing-credit-total
           move 0 to opening-debit-total
           move 0 to opening-credit-total
           perform 310-sum-year-balances
           perform 320-read-closing-period
           move close-year-work to close-year-out
           move closing-period to close-period-out
           write print-rec from blank-line
           write print-rec from close-header
           write print-rec from blank-line
           write print-rec from column-header
           open extend journal-history-file
           move 0 to retained-amount
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if coat-type(coa-table-idx) = 'R' or 'E'
                 compute closing-amount =
                    0 - (coat-thru-net(coa-table-idx)
                       + coat-y13-debit(coa-table-idx)
                       - coat-y13-credit(coa-table-idx))
                 if closing-amount not = 0
                    perform 330-write-closing-line
                    subtract closing-amount from retained-amount
                 end-if
              end-if
           end-perform
           if retained-amount not = 0
              move retained-idx to coa-table-idx
              move retained-amount to closing-amount
              perform 330-write-closing-line
           end-if
           close journal-history-file
           move "CLOSING ENTRY TOTAL" to total-text-out
           move closing-debit-total to total-debit-out
           move closing-credit-total to total-credit-out
           if closing-debit-total = closing-credit-total
              move "IN BALANCE" to total-flag-out
           else
              move "** OUT OF BAL **" to total-flag-out
           end-if
           write print-rec from blank-line
           write print-rec from total-line
           perform 340-rebuild-closing-rows
           perform 350-carry-forward-balances
           move close-year-work to locked-year
           move 'C' to lock-status
           move business-date-work to lock-status-date
           move year-end-operator to lock-operator
           move spaces to message-text-out
           string "FISCAL YEAR " delimited by size
                  close-year-work delimited by size
                  " CLOSED AND LOCKED" delimited by size
                  into message-text-out
           write print-rec from blank-line
           write print-rec from message-line.
       310-sum-year-balances.
      *>   the year's balances start from its opening rows when an
      *>   earlier close has carried them forward, otherwise from the
      *>   first period on file
           move 0 to first-period-summed
           perform varying balance-table-idx from 1 by 1
                   until balance-table-idx > balance-table-count
              move blt-period(balance-table-idx) to posting-period-work
              if blt-dropped-sw(balance-table-idx) not = 'Y'
                 and posting-period-work(5:2) = "00"
                 and posting-period-work not > year-end-period
                 and posting-period-work > first-period-summed
                 move posting-period-work to first-period-summed
              end-if
           end-perform
           perform varying balance-table-idx from 1 by 1
                   until balance-table-idx > balance-table-count
              if blt-dropped-sw(balance-table-idx) not = 'Y'
                 and blt-period(balance-table-idx)
                    not < first-period-summed
                 and blt-period(balance-table-idx)
                    not > year-end-period
                 perform 315-find-balance-account
                 if coa-found-idx > 0
                    add blt-debit(balance-table-idx)
                      to coat-thru-net(coa-found-idx)
                    subtract blt-credit(balance-table-idx)
                      from coat-thru-net(coa-found-idx)
                 end-if
              end-if
           end-perform.
       315-find-balance-account.
           move 0 to coa-found-idx
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if blt-account(balance-table-idx)
                    = coat-account(coa-table-idx)
                 move coa-table-idx to coa-found-idx
              end-if
           end-perform.
       320-read-closing-period.
      *>   the closing period's postings -- the earlier closing entry
      *>   and any late adjustments -- are taken from gl-journal,
      *>   which GLCLOSE never rolls into gl-balances for period 13
           move 'yes' to are-there-more-records
           open input journal-history-file
           perform until are-there-more-records = 'no '
              read journal-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to postings-read
                       move jh-post-date(1:6) to posting-period-work
                       if posting-period-work = closing-period
                          move 0 to coa-found-idx
                          perform varying coa-table-idx from 1 by 1
                                  until coa-table-idx > coa-table-count
                             if jh-account = coat-account(coa-table-idx)
                                move coa-table-idx to coa-found-idx
                             end-if
                          end-perform
                          if coa-found-idx > 0
                             add jh-debit-amount
                               to coat-y13-debit(coa-found-idx)
                             add jh-credit-amount
                               to coat-y13-credit(coa-found-idx)
                          end-if
                       end-if
              end-read
           end-perform
           close journal-history-file.
       330-write-closing-line.
      *>   closing-amount is debit-positive for the account at
      *>   coa-table-idx
           move spaces to journal-history-rec
           move closing-date to jh-post-date
           move "GLYREND " to jh-source-program
           move coat-account(coa-table-idx) to jh-account
           move 0 to jh-debit-amount
           move 0 to jh-credit-amount
           if closing-amount > 0
              move closing-amount to jh-debit-amount
           else
              compute jh-credit-amount = 0 - closing-amount
           end-if
           write journal-history-rec
           add 1 to closing-lines-written
           add jh-debit-amount to coat-y13-debit(coa-table-idx)
           add jh-credit-amount to coat-y13-credit(coa-table-idx)
           add jh-debit-amount to closing-debit-total
           add jh-credit-amount to closing-credit-total
           move spaces to account-detail-line
           move coat-account(coa-table-idx) to detail-account-out
           move coat-description(coa-table-idx) to detail-desc-out
           move coat-type(coa-table-idx) to detail-type-out
           move jh-debit-amount to detail-debit-out
           move jh-credit-amount to detail-credit-out
           write print-rec from account-detail-line.
       340-rebuild-closing-rows.
           perform varying balance-table-idx from 1 by 1
                   until balance-table-idx > balance-table-count
              if blt-period(balance-table-idx) = closing-period
                 move 'Y' to blt-dropped-sw(balance-table-idx)
              end-if
           end-perform
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if coat-y13-debit(coa-table-idx) > 0
                 or coat-y13-credit(coa-table-idx) > 0
                 perform 360-add-balance-row
                 move closing-period to blt-period(balance-table-count)
                 move coat-y13-debit(coa-table-idx)
                   to blt-debit(balance-table-count)
                 move coat-y13-credit(coa-table-idx)
                   to blt-credit(balance-table-count)
              end-if
           end-perform.
       350-carry-forward-balances.
      *>   accounts not on the chart of accounts cannot be classed
      *>   and are not carried; GLCONSOL keeps them out of gl-journal
           perform varying balance-table-idx from 1 by 1
                   until balance-table-idx > balance-table-count
              if blt-period(balance-table-idx) = opening-period
                 move 'Y' to blt-dropped-sw(balance-table-idx)
              end-if
           end-perform
           move opening-period to opening-period-out
           write print-rec from blank-line
           write print-rec from opening-header
           write print-rec from blank-line
           write print-rec from column-header
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if coat-type(coa-table-idx) = 'A' or 'L' or 'Q'
                 compute account-net-work =
                    coat-thru-net(coa-table-idx)
                    + coat-y13-debit(coa-table-idx)
                    - coat-y13-credit(coa-table-idx)
                 if account-net-work not = 0
                    perform 355-write-opening-row
                 end-if
              end-if
           end-perform
           move "OPENING BALANCE TOTAL" to total-text-out
           move opening-debit-total to total-debit-out
           move opening-credit-total to total-credit-out
           if opening-debit-total = opening-credit-total
              move "IN BALANCE" to total-flag-out
           else
              move "** OUT OF BAL **" to total-flag-out
              display "GLYREND: OPENING BALANCES FOR " opening-period
                 " DO NOT BALANCE"
           end-if
           write print-rec from blank-line
           write print-rec from total-line.
       355-write-opening-row.
           perform 360-add-balance-row
           move opening-period to blt-period(balance-table-count)
           move spaces to account-detail-line
           if account-net-work > 0
              move account-net-work to blt-debit(balance-table-count)
              add account-net-work to opening-debit-total
              move account-net-work to detail-debit-out
              move 0 to detail-credit-out
           else
              compute blt-credit(balance-table-count) =
                 0 - account-net-work
              add blt-credit(balance-table-count)
                to opening-credit-total
              move 0 to detail-debit-out
              move blt-credit(balance-table-count)
                to detail-credit-out
           end-if
           move coat-account(coa-table-idx) to detail-account-out
           move coat-description(coa-table-idx) to detail-desc-out
           move coat-type(coa-table-idx) to detail-type-out
           write print-rec from account-detail-line.
       360-add-balance-row.
           if balance-table-count > 2999
              display "GLYREND: PERIOD BALANCE TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           add 1 to balance-table-count
           move coat-account(coa-table-idx)
             to blt-account(balance-table-count)
           move 0 to blt-debit(balance-table-count)
           move 0 to blt-credit(balance-table-count)
           move 'N' to blt-dropped-sw(balance-table-count).
       700-save-pending-approvals.
           open output pending-approval-file
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              move pnt-batch-id(pending-table-idx) to PA-BATCH-ID
              move pnt-source(pending-table-idx)
                to PA-SOURCE-PROGRAM
              move pnt-keyed-by(pending-table-idx) to PA-KEYED-BY
              move pnt-keyed-date(pending-table-idx)
                to PA-KEYED-DATE
              move pnt-status(pending-table-idx) to PA-STATUS
              move pnt-approver(pending-table-idx) to PA-APPROVER
              move pnt-appr-date(pending-table-idx)
                to PA-APPROVE-DATE
              move pnt-change-key(pending-table-idx)
                to PA-CHANGE-KEY
              move pnt-detail(pending-table-idx)
                to PA-CHANGE-DETAIL
              write PENDING-APPROVAL-REC
           end-perform
           close pending-approval-file.
       710-save-approval-control.
           open output approval-control-file
           move next-batch-id to ctl-next-batch-id
           write approval-control-rec
           close approval-control-file.
       800-save-period-balances.
           open output period-balance-file
           perform varying balance-table-idx from 1 by 1
                   until balance-table-idx > balance-table-count
              if blt-dropped-sw(balance-table-idx) not = 'Y'
                 move blt-account(balance-table-idx) to glb-account
                 move blt-period(balance-table-idx) to glb-period
                 move blt-debit(balance-table-idx)
                   to glb-debit-total
                 move blt-credit(balance-table-idx)
                   to glb-credit-total
                 write period-balance-rec
              end-if
           end-perform
           close period-balance-file.
       810-save-year-lock.
           if locked-year > 0
              open output year-lock-file
              move locked-year to yl-closed-year
              move lock-status to yl-status
              move lock-status-date to yl-status-date
              move lock-operator to yl-operator
              write year-lock-rec
              close year-lock-file
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "GLYREND " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move postings-read to RL-RECORDS-IN
           move closing-lines-written to RL-RECORDS-OUT
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
       955-get-operator-card.
           open input operator-card-file
           read operator-card-file
                at end
                   continue
                not at end
                   move oc-operator-id to year-end-operator
           end-read
           close operator-card-file.
