       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
      *> Month-end financial statements from the GL period balances.
      *> The statement-format master (fs-format) lays out the balance
      *> sheet (B) and the income statement (I) line by line and maps
      *> each gl-coa account to the detail line it is reported on.
      *> Line kinds:
      *>   H  heading or blank line, caption only
      *>   D  detail -- the accounts mapped to it
      *>   S  subtotal at level 1-9 of everything since the last
      *>      subtotal at that level or higher
      *>   E  current-year earnings (revenue less expense, year to
      *>      date) for the equity section of the balance sheet
      *>   R  earlier years' earnings not yet closed to equity
      *> Sign C prints a credit balance as positive (revenue,
      *> liabilities, equity); sign D a debit balance.  The line
      *> flagged as the sales base is the 100 percent line for the
      *> percentage-of-sales columns.  The income statement shows the
      *> month and year to date against budget (gl-budget) and the
      *> same period of the prior year; the balance sheet shows the
      *> balance at month end against the same month end a year
      *> earlier.  Amounts are in whole dollars.  The statement title
      *> carries the period label from the processing calendar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL statement-format-file
           ASSIGN TO "fs-format"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT chart-of-accounts-file ASSIGN TO "gl-coa"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL period-balance-file
           ASSIGN TO "gl-balances"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL budget-master-file
           ASSIGN TO "gl-budget"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL period-label-file
           ASSIGN TO "period-label"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT statement-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
      *> L records lay out the statement lines in print order; A
      *> records map an account to a D line by statement and line
       fd  statement-format-file.
       01  statement-format-rec.
           05  fsf-rec-type        pic x(1).
           05  fsf-statement       pic x(1).
           05  fsf-line-no         pic 9(3).
           05  fsf-line-data       pic x(32).
           05  fsf-line-layout redefines fsf-line-data.
               10  fsf-line-kind   pic x(1).
               10  fsf-level       pic 9(1).
               10  fsf-sign        pic x(1).
               10  fsf-sales-base  pic x(1).
               10  fsf-caption     pic x(28).
           05  fsf-map-layout redefines fsf-line-data.
               10  fsf-account     pic x(8).
               10 pic x(24).
       fd  chart-of-accounts-file.
       01  chart-of-accounts-rec.
           05  coa-account         pic x(8).
           05  coa-description     pic x(24).
           05  coa-type            pic x(1).
           05  coa-active          pic x(1).
       fd  period-balance-file.
       01  period-balance-rec.
           05  glb-account         pic x(8).
           05  glb-period          pic 9(6).
           05  glb-debit-total     pic 9(11)v99.
           05  glb-credit-total    pic 9(11)v99.
       fd  budget-master-file.
       01  budget-master-rec.
           05  bud-account         pic x(8).
           05  bud-period          pic 9(6).
           05  bud-amount          pic s9(9)v99.
       fd  period-label-file.
       01  period-label-rec.
           05  plb-label           pic x(30).
       fd  statement-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-coa-records         picture xxx value 'yes'.
       01  report-period            pic 9(6).
       01  report-year              pic 9(4).
       01  prior-period             pic 9(6).
       01  prior-year               pic 9(4).
       01  first-report-summed      pic 9(6).
       01  first-prior-summed       pic 9(6).
       01  period-label-work        pic x(30) value spaces.
       01  net-amount-work          pic s9(11)v99.
       01  balances-read            pic 9(7) value 0.
       01  format-errors            pic 9(5) value 0.
      *> the eight figures carried for every account and line, all
      *> as debits less credits:
      *>   1 month            2 month budget      3 month prior year
      *>   4 year to date     5 ytd budget        6 ytd prior year
      *>   7 month-end bal    8 bal a year earlier
       01  fig-idx                  pic 9(1) comp.
       01  coa-table-idx            pic 9(3) comp.
       01  coa-table-count          pic 9(3) value 0.
       01  coa-found-idx            pic 9(3) comp value 0.
       01  coa-table.
           05  coa-entry OCCURS 200 TIMES.
               10  coat-account     pic x(8).
               10  coat-description pic x(24).
               10  coat-type        pic x(1).
               10  coat-mapped-sw   pic x(1).
               10  coat-fig         pic s9(13)v99 OCCURS 8 TIMES.
       01  line-table-idx           pic 9(3) comp.
       01  line-table-count         pic 9(3) value 0.
       01  line-found-idx           pic 9(3) comp value 0.
       01  line-table.
           05  line-entry OCCURS 200 TIMES.
               10  lnt-statement    pic x(1).
               10  lnt-line-no      pic 9(3).
               10  lnt-kind         pic x(1).
               10  lnt-level        pic 9(1).
               10  lnt-sign         pic x(1).
               10  lnt-sales-base   pic x(1).
               10  lnt-caption      pic x(28).
               10  lnt-fig          pic s9(13)v99 OCCURS 8 TIMES.
       01  map-table-idx            pic 9(3) comp.
       01  map-table-count          pic 9(3) value 0.
       01  map-table.
           05  map-entry OCCURS 400 TIMES.
               10  mpt-statement    pic x(1).
               10  mpt-line-no      pic 9(3).
               10  mpt-account      pic x(8).
               10  mpt-error        pic x(40).
       01  earnings-figures.
           05  earn-fig             pic s9(13)v99 OCCURS 8 TIMES.
       01  level-idx                pic 9(2) comp.
       01  subtotal-level           pic 9(2) comp.
       01  level-accumulators.
           05  level-entry OCCURS 9 TIMES.
               10  lvl-fig          pic s9(13)v99 OCCURS 8 TIMES.
       01  statement-work           pic x(1).
       01  sales-base-idx           pic 9(3) comp value 0.
       01  balance-proof            pic s9(13)v99.
       01  presented-amount         pic s9(13)v99.
       01  presented-base           pic s9(13)v99.
       01  whole-dollars            pic s9(11).
       01  percent-work             pic s9(5)v9.
       01  run-log-time-8            pic 9(8).
       01  statement-header.
           05  header-title-out        pic x(30).
           05  header-period-out       pic 9(6).
           05 pic x(2) value spaces.
           05  header-label-out        pic x(30).
       01  income-column-header-1.
           05 pic x(28) value spaces.
           05 pic x(47) value
              " ------------------- MONTH --------------------".
           05 pic x(55) value
              " -------------------- YEAR TO DATE --------------------".
       01  income-column-header-2.
           05 pic x(28) value spaces.
           05 pic x(13) value "       ACTUAL".
           05 pic x(8) value "   % SLS".
           05 pic x(13) value "       BUDGET".
           05 pic x(13) value "   PRIOR YEAR".
           05 pic x(13) value "       ACTUAL".
           05 pic x(8) value "   % SLS".
           05 pic x(13) value "       BUDGET".
           05 pic x(13) value "   PRIOR YEAR".
           05 pic x(8) value "   % SLS".
       01  income-detail-line.
           05  inc-caption-out         pic x(28).
           05 pic x(1) value space.
           05  inc-month-out           pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  inc-month-pct-out       pic zzz9.9-.
           05 pic x(1) value space.
           05  inc-month-bud-out       pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  inc-month-py-out        pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  inc-ytd-out             pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  inc-ytd-pct-out         pic zzz9.9-.
           05 pic x(1) value space.
           05  inc-ytd-bud-out         pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  inc-ytd-py-out          pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  inc-ytd-py-pct-out      pic zzz9.9-.
       01  balance-column-header.
           05 pic x(28) value spaces.
           05 pic x(13) value "      CURRENT".
           05 pic x(13) value "   PRIOR YEAR".
           05 pic x(13) value "       CHANGE".
       01  balance-detail-line.
           05  bal-caption-out         pic x(28).
           05 pic x(1) value space.
           05  bal-current-out         pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  bal-prior-out           pic zzz,zzz,zz9-.
           05 pic x(1) value space.
           05  bal-change-out          pic zzz,zzz,zz9-.
       01  caption-line.
           05  caption-out             pic x(28).
       01  blank-line               pic x value space.
       01  proof-line.
           05 pic x(28) value spaces.
           05  proof-text-out          pic x(40).
           05  proof-amount-out        pic zzz,zzz,zz9.99-.
       01  exception-header.
           05 pic x(40) value
              "STATEMENT FORMAT EXCEPTIONS             ".
       01  exception-line.
           05  exc-account-out         pic x(8).
           05 pic x(2) value spaces.
           05  exc-statement-out       pic x(1).
           05 pic x(1) value space.
           05  exc-line-out            pic x(3).
           05 pic x(2) value spaces.
           05  exc-reason-out          pic x(40).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work(1:6) to report-period
           move business-date-work(1:4) to report-year
           compute prior-period = report-period - 100
           compute prior-year = report-year - 1
           perform 110-load-chart-of-accounts
           perform 120-load-statement-format
           perform 130-get-period-label
           perform 200-accumulate-balances
           perform 250-accumulate-budgets
           perform 300-apply-account-map
           perform 350-compute-earnings
           open output statement-report
                extend run-log-file
           if line-table-count = 0
              move "NO STATEMENT FORMAT ON FILE (FS-FORMAT)"
                to print-rec
              write print-rec
           else
              move 'B' to statement-work
              perform 400-compute-subtotals
              perform 500-print-balance-sheet
              move 'I' to statement-work
              perform 400-compute-subtotals
              perform 550-print-income-statement
              perform 600-print-exceptions
           end-if
           perform 900-write-run-log
           close statement-report
                 run-log-file
           stop run.
       110-load-chart-of-accounts.
           open input chart-of-accounts-file
           perform until more-coa-records = 'no '
              read chart-of-accounts-file
                    at end
                       move 'no ' to more-coa-records
                    not at end
                       add 1 to coa-table-count
                       if coa-table-count > 200
                          display "FINSTMT: CHART OF ACCOUNTS HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close chart-of-accounts-file
                          stop run
                       end-if
                       move coa-account
                         to coat-account(coa-table-count)
                       move coa-description
                         to coat-description(coa-table-count)
                       move coa-type
                         to coat-type(coa-table-count)
                       move 'N' to coat-mapped-sw(coa-table-count)
                       perform varying fig-idx from 1 by 1
                               until fig-idx > 8
                          move 0 to coat-fig(coa-table-count, fig-idx)
                       end-perform
              end-read
           end-perform
           close chart-of-accounts-file.
       120-load-statement-format.
           open input statement-format-file
           perform until are-there-more-records = 'no '
              read statement-format-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if fsf-rec-type = 'L'
                          perform 125-load-one-line
                       end-if
                       if fsf-rec-type = 'A'
                          perform 128-load-one-map
                       end-if
              end-read
           end-perform
           close statement-format-file.
       125-load-one-line.
           add 1 to line-table-count
           if line-table-count > 200
              display "FINSTMT: MORE THAN 200 STATEMENT LINES -- "
                 "TABLE FULL"
              stop run
           end-if
           move fsf-statement to lnt-statement(line-table-count)
           move fsf-line-no to lnt-line-no(line-table-count)
           move fsf-line-kind to lnt-kind(line-table-count)
           if fsf-level is numeric
              move fsf-level to lnt-level(line-table-count)
           else
              move 1 to lnt-level(line-table-count)
           end-if
           if lnt-level(line-table-count) = 0
              move 1 to lnt-level(line-table-count)
           end-if
           move fsf-sign to lnt-sign(line-table-count)
           move fsf-sales-base to lnt-sales-base(line-table-count)
           move fsf-caption to lnt-caption(line-table-count)
           perform varying fig-idx from 1 by 1
                   until fig-idx > 8
              move 0 to lnt-fig(line-table-count, fig-idx)
           end-perform.
       128-load-one-map.
           add 1 to map-table-count
           if map-table-count > 400
              display "FINSTMT: MORE THAN 400 ACCOUNT MAPPINGS -- "
                 "TABLE FULL"
              stop run
           end-if
           move fsf-statement to mpt-statement(map-table-count)
           move fsf-line-no to mpt-line-no(map-table-count)
           move fsf-account to mpt-account(map-table-count)
           move spaces to mpt-error(map-table-count).
       130-get-period-label.
           open input period-label-file
           read period-label-file
                at end
                   continue
                not at end
                   move plb-label to period-label-work
           end-read
           close period-label-file.
       150-find-coa-entry.
           move 0 to coa-found-idx
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if glb-account = coat-account(coa-table-idx)
                 move coa-table-idx to coa-found-idx
              end-if
           end-perform.
       200-accumulate-balances.
      *>   gl-balances holds each period's activity; a balance is
      *>   everything through the period, starting from the year's
      *>   opening balances once GLYREND has carried them forward
      *>   (the yyyy00 rows)
           move 0 to first-report-summed
           move 0 to first-prior-summed
           move 'yes' to are-there-more-records
           open input period-balance-file
           perform until are-there-more-records = 'no '
              read period-balance-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if glb-period(5:2) = "00"
                          if glb-period not > report-period
                             and glb-period > first-report-summed
                             move glb-period to first-report-summed
                          end-if
                          if glb-period not > prior-period
                             and glb-period > first-prior-summed
                             move glb-period to first-prior-summed
                          end-if
                       end-if
              end-read
           end-perform
           close period-balance-file
           move 'yes' to are-there-more-records
           open input period-balance-file
           perform until are-there-more-records = 'no '
              read period-balance-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to balances-read
                       perform 150-find-coa-entry
                       if coa-found-idx > 0
                          perform 220-accumulate-one-balance
                       end-if
              end-read
           end-perform
           close period-balance-file.
       220-accumulate-one-balance.
           compute net-amount-work =
              glb-debit-total - glb-credit-total
           if glb-period = report-period
              add net-amount-work to coat-fig(coa-found-idx, 1)
           end-if
           if glb-period = prior-period
              add net-amount-work to coat-fig(coa-found-idx, 3)
           end-if
           if glb-period(1:4) = report-year
              and glb-period <= report-period
              and glb-period(5:2) not = "00"
              add net-amount-work to coat-fig(coa-found-idx, 4)
           end-if
           if glb-period(1:4) = prior-year
              and glb-period <= prior-period
              and glb-period(5:2) not = "00"
              add net-amount-work to coat-fig(coa-found-idx, 6)
           end-if
           if glb-period <= report-period
              and glb-period >= first-report-summed
              add net-amount-work to coat-fig(coa-found-idx, 7)
           end-if
           if glb-period <= prior-period
              and glb-period >= first-prior-summed
              add net-amount-work to coat-fig(coa-found-idx, 8)
           end-if.
       250-accumulate-budgets.
      *>   budgets are keyed as GLBUDVAR reads them, revenue and
      *>   credit-balance accounts positive -- turned back to debits
      *>   less credits here
           move 'yes' to are-there-more-records
           open input budget-master-file
           perform until are-there-more-records = 'no '
              read budget-master-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move bud-account to glb-account
                       perform 150-find-coa-entry
                       if coa-found-idx > 0
                          perform 260-accumulate-one-budget
                       end-if
              end-read
           end-perform
           close budget-master-file.
       260-accumulate-one-budget.
           if coat-type(coa-found-idx) = 'R' or 'L' or 'Q'
              compute net-amount-work = 0 - bud-amount
           else
              move bud-amount to net-amount-work
           end-if
           if bud-period = report-period
              add net-amount-work to coat-fig(coa-found-idx, 2)
           end-if
           if bud-period(1:4) = report-year
              and bud-period <= report-period
              add net-amount-work to coat-fig(coa-found-idx, 5)
           end-if.
       300-apply-account-map.
           perform varying map-table-idx from 1 by 1
                   until map-table-idx > map-table-count
              move mpt-account(map-table-idx) to glb-account
              perform 150-find-coa-entry
              move 0 to line-found-idx
              perform varying line-table-idx from 1 by 1
                      until line-table-idx > line-table-count
                 if lnt-statement(line-table-idx)
                       = mpt-statement(map-table-idx)
                    and lnt-line-no(line-table-idx)
                       = mpt-line-no(map-table-idx)
                    and lnt-kind(line-table-idx) = 'D'
                    move line-table-idx to line-found-idx
                 end-if
              end-perform
              evaluate true
                 when coa-found-idx = 0
                    move "ACCOUNT NOT ON CHART OF ACCOUNTS"
                      to mpt-error(map-table-idx)
                 when line-found-idx = 0
                    move "NO DETAIL LINE OF THAT NUMBER"
                      to mpt-error(map-table-idx)
                 when coat-mapped-sw(coa-found-idx) = 'Y'
                    move "ACCOUNT MAPPED TWICE -- IGNORED"
                      to mpt-error(map-table-idx)
                 when other
                    move 'Y' to coat-mapped-sw(coa-found-idx)
                    perform varying fig-idx from 1 by 1
                            until fig-idx > 8
                       add coat-fig(coa-found-idx, fig-idx)
                         to lnt-fig(line-found-idx, fig-idx)
                    end-perform
              end-evaluate
              if mpt-error(map-table-idx) not = spaces
                 add 1 to format-errors
              end-if
           end-perform.
       350-compute-earnings.
      *>   revenue and expense accounts reach equity on the ledger
      *>   only when GLYREND closes the year, so the balance sheet
      *>   picks them up here: this year's to date on the E line,
      *>   any earlier years not yet closed on the R line
           perform varying fig-idx from 1 by 1
                   until fig-idx > 8
              move 0 to earn-fig(fig-idx)
           end-perform
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if coat-type(coa-table-idx) = 'R' or 'E'
                 perform varying fig-idx from 1 by 1
                         until fig-idx > 8
                    add coat-fig(coa-table-idx, fig-idx)
                      to earn-fig(fig-idx)
                 end-perform
              end-if
           end-perform
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-kind(line-table-idx) = 'E'
                 perform varying fig-idx from 1 by 1
                         until fig-idx > 6
                    move earn-fig(fig-idx)
                      to lnt-fig(line-table-idx, fig-idx)
                 end-perform
                 move earn-fig(4) to lnt-fig(line-table-idx, 7)
                 move earn-fig(6) to lnt-fig(line-table-idx, 8)
              end-if
              if lnt-kind(line-table-idx) = 'R'
                 compute lnt-fig(line-table-idx, 7) =
                    earn-fig(7) - earn-fig(4)
                 compute lnt-fig(line-table-idx, 8) =
                    earn-fig(8) - earn-fig(6)
              end-if
           end-perform.
       400-compute-subtotals.
      *>   every D, E and R line adds into all nine levels; a level-n
      *>   subtotal takes level n and starts levels 1 to n over
           perform varying level-idx from 1 by 1
                   until level-idx > 9
              perform varying fig-idx from 1 by 1
                      until fig-idx > 8
                 move 0 to lvl-fig(level-idx, fig-idx)
              end-perform
           end-perform
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-statement(line-table-idx) = statement-work
                 evaluate lnt-kind(line-table-idx)
                    when 'D'
                    when 'E'
                    when 'R'
                       perform 410-add-line-to-levels
                    when 'S'
                       perform 420-take-subtotal
                    when other
                       continue
                 end-evaluate
              end-if
           end-perform.
       410-add-line-to-levels.
           perform varying level-idx from 1 by 1
                   until level-idx > 9
              perform varying fig-idx from 1 by 1
                      until fig-idx > 8
                 add lnt-fig(line-table-idx, fig-idx)
                   to lvl-fig(level-idx, fig-idx)
              end-perform
           end-perform.
       420-take-subtotal.
           move lnt-level(line-table-idx) to subtotal-level
           perform varying fig-idx from 1 by 1
                   until fig-idx > 8
              move lvl-fig(subtotal-level, fig-idx)
                to lnt-fig(line-table-idx, fig-idx)
           end-perform
           perform varying level-idx from 1 by 1
                   until level-idx > subtotal-level
              perform varying fig-idx from 1 by 1
                      until fig-idx > 8
                 move 0 to lvl-fig(level-idx, fig-idx)
              end-perform
           end-perform.
       500-print-balance-sheet.
           move "BALANCE SHEET AS OF PERIOD    " to header-title-out
           move report-period to header-period-out
           move period-label-work to header-label-out
           write print-rec from statement-header
           write print-rec from blank-line
           write print-rec from balance-column-header
           write print-rec from blank-line
           move 0 to balance-proof
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-statement(line-table-idx) = 'B'
                 perform 510-print-balance-line
              end-if
           end-perform
      *>   assets less liabilities and equity, earnings included,
      *>   must come to nothing
           write print-rec from blank-line
           if balance-proof = 0
              move "BALANCE SHEET IS IN BALANCE" to proof-text-out
              move 0 to proof-amount-out
           else
              move "** BALANCE SHEET OUT OF BALANCE BY"
                to proof-text-out
              move balance-proof to proof-amount-out
              display "FINSTMT: BALANCE SHEET OUT OF BALANCE -- "
                 "CHECK THE STATEMENT FORMAT"
           end-if
           write print-rec from proof-line.
       510-print-balance-line.
           if lnt-kind(line-table-idx) = 'D' or 'E' or 'R'
              add lnt-fig(line-table-idx, 7) to balance-proof
           end-if
           if lnt-kind(line-table-idx) = 'H'
              move lnt-caption(line-table-idx) to caption-out
              write print-rec from caption-line
           else
              move spaces to balance-detail-line
              move lnt-caption(line-table-idx) to bal-caption-out
              move 7 to fig-idx
              perform 700-present-figure
              move whole-dollars to bal-current-out
              move 8 to fig-idx
              perform 700-present-figure
              move whole-dollars to bal-prior-out
              compute presented-amount =
                 lnt-fig(line-table-idx, 7)
                 - lnt-fig(line-table-idx, 8)
              if lnt-sign(line-table-idx) = 'C'
                 compute presented-amount = 0 - presented-amount
              end-if
              compute whole-dollars ROUNDED = presented-amount
              move whole-dollars to bal-change-out
              write print-rec from balance-detail-line
           end-if.
       550-print-income-statement.
           move 0 to sales-base-idx
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-statement(line-table-idx) = 'I'
                 and lnt-sales-base(line-table-idx) = 'Y'
                 and sales-base-idx = 0
                 move line-table-idx to sales-base-idx
              end-if
           end-perform
           write print-rec from blank-line
           write print-rec from blank-line
           move "INCOME STATEMENT FOR PERIOD   " to header-title-out
           move report-period to header-period-out
           move period-label-work to header-label-out
           write print-rec from statement-header
           write print-rec from blank-line
           write print-rec from income-column-header-1
           write print-rec from income-column-header-2
           write print-rec from blank-line
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-statement(line-table-idx) = 'I'
                 perform 560-print-income-line
              end-if
           end-perform.
       560-print-income-line.
           if lnt-kind(line-table-idx) = 'H'
              move lnt-caption(line-table-idx) to caption-out
              write print-rec from caption-line
           else
              move spaces to income-detail-line
              move lnt-caption(line-table-idx) to inc-caption-out
              move 1 to fig-idx
              perform 700-present-figure
              move whole-dollars to inc-month-out
              perform 710-percent-of-sales
              move percent-work to inc-month-pct-out
              move 2 to fig-idx
              perform 700-present-figure
              move whole-dollars to inc-month-bud-out
              move 3 to fig-idx
              perform 700-present-figure
              move whole-dollars to inc-month-py-out
              move 4 to fig-idx
              perform 700-present-figure
              move whole-dollars to inc-ytd-out
              perform 710-percent-of-sales
              move percent-work to inc-ytd-pct-out
              move 5 to fig-idx
              perform 700-present-figure
              move whole-dollars to inc-ytd-bud-out
              move 6 to fig-idx
              perform 700-present-figure
              move whole-dollars to inc-ytd-py-out
              perform 710-percent-of-sales
              move percent-work to inc-ytd-py-pct-out
              write print-rec from income-detail-line
           end-if.
       600-print-exceptions.
      *>   mapping errors, and accounts with activity that no
      *>   statement line picks up
           write print-rec from blank-line
           write print-rec from blank-line
           write print-rec from exception-header
           write print-rec from blank-line
           perform varying map-table-idx from 1 by 1
                   until map-table-idx > map-table-count
              if mpt-error(map-table-idx) not = spaces
                 move spaces to exception-line
                 move mpt-account(map-table-idx) to exc-account-out
                 move mpt-statement(map-table-idx)
                   to exc-statement-out
                 move mpt-line-no(map-table-idx) to exc-line-out
                 move mpt-error(map-table-idx) to exc-reason-out
                 write print-rec from exception-line
              end-if
           end-perform
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if coat-mapped-sw(coa-table-idx) = 'N'
                 and (coat-fig(coa-table-idx, 7) not = 0
                      or coat-fig(coa-table-idx, 8) not = 0
                      or coat-fig(coa-table-idx, 4) not = 0)
                 add 1 to format-errors
                 move spaces to exception-line
                 move coat-account(coa-table-idx) to exc-account-out
                 move "ACCOUNT HAS A BALANCE BUT IS NOT MAPPED"
                   to exc-reason-out
                 write print-rec from exception-line
              end-if
           end-perform
           if format-errors = 0
              move "NONE" to caption-out
              write print-rec from caption-line
           end-if.
       700-present-figure.
      *>   figure fig-idx of the current line, sign-turned for a
      *>   credit line and rounded to whole dollars
           move lnt-fig(line-table-idx, fig-idx) to presented-amount
           if lnt-sign(line-table-idx) = 'C'
              compute presented-amount = 0 - presented-amount
           end-if
           compute whole-dollars ROUNDED = presented-amount.
       710-percent-of-sales.
           move 0 to percent-work
           if sales-base-idx > 0
              move lnt-fig(sales-base-idx, fig-idx) to presented-base
              if lnt-sign(sales-base-idx) = 'C'
                 compute presented-base = 0 - presented-base
              end-if
              if presented-base not = 0
                 compute percent-work ROUNDED =
                    presented-amount * 100 / presented-base
              end-if
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "FINSTMT " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move balances-read to RL-RECORDS-IN
           move line-table-count to RL-RECORDS-OUT
           move format-errors to RL-RECORDS-REJECTED
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
