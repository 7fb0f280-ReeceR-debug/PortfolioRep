       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
      *> Month-end subledger to general-ledger control account
      *> reconciliation, run after GLCLOSE has accumulated the
      *> period into gl-balances.  Each subledger is totaled from its
      *> detail file -- the student open items (ar-open), the
      *> corporate rental open items (corp-bal), the house-charge
      *> open items (cust-ar), the gift certificates still
      *> outstanding (gift-ledger), the payables open items (ap-open,
      *> debit memos netted off), the inventory master at average
      *> cost, the tuition sponsor open items (spon-ar) and the
      *> student credit balances awaiting refund (stu-credit) -- and
      *> compared with the balance of its control account carried in
      *> gl-balances through the period.
      *> The difference found at the last month end is kept on
      *> recon-ctl; where a difference has moved since then, the
      *> period's postings to that account are listed from gl-journal
      *> so the change can be traced to the source that caused it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL student-ar-file ASSIGN TO ar-open
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL corporate-ar-file
           ASSIGN TO corp-bal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gift-ledger-file
           ASSIGN TO "gift-ledger"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-ar-file
           ASSIGN TO "spon-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-credit-file
           ASSIGN TO "stu-credit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL ap-open-file ASSIGN TO "ap-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT inventory-master ASSIGN TO "inv-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS inv-part-no
           FILE STATUS IS inventory-file-status.
                     SELECT OPTIONAL period-balance-file
           ASSIGN TO "gl-balances"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL journal-history-file
           ASSIGN TO "gl-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL recon-control-file
           ASSIGN TO "recon-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT recon-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  student-ar-file.
       01  student-ar-rec.
           05  ar-student-name     pic x(20).
           05  ar-balance-due      pic 9(5)v99.
           05  ar-billed-date      pic 9(8).
           05  ar-student-no       pic 9(7).
       fd  corporate-ar-file.
       01  corporate-ar-rec.
           05  bal-account-no      pic x(6).
           05  bal-amount-due      pic 9(9)v99.
           05  bal-invoice-date    pic 9(8).
      *> C = charge rung at the register, P = payment or refund to
      *> the account, F = finance charge
       fd  customer-ar-file.
       01  customer-ar-rec.
           05  car-customer-key    pic x(12).
           05  car-trans-date      pic 9(8).
           05  car-trans-type      pic x(1).
           05  car-amount          pic 9(5)v99.
           05  car-customer-no     pic 9(7).
       fd  gift-ledger-file.
       01  gift-ledger-rec.
           05  glr-cert-number     pic x(6).
           05  glr-issue-date      pic 9(8).
           05  glr-issued-amount   pic 9(4)v99.
           05  glr-remaining       pic 9(4)v99.
           05  glr-last-used-date  pic 9(8).
       fd  sponsor-ar-file.
           COPY SPONAR.
       fd  student-credit-file.
           COPY STUCRED.
       fd  ap-open-file.
           COPY APOPEN.
       fd  inventory-master.
           COPY INVMAST.
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
      *> one row per control account per month end: the difference
      *> between subledger and GL found that month
       fd  recon-control-file.
       01  recon-control-rec.
           05  rcc-account         pic x(8).
           05  rcc-period          pic 9(6).
           05  rcc-difference      pic s9(13)v99.
       fd  recon-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  inventory-file-status    pic xx.
       01  report-period            pic 9(6).
       01  posting-period-work      pic 9(6).
       01  first-period-summed      pic 9(6).
       01  valuation-cost           pic 9(5)v99.
       01  extended-value           pic 9(9)v99.
       01  subledger-records-read   pic 9(7) value 0.
       01  accounts-out-of-balance  pic 9(2) value 0.
      *> the control accounts reconciled, in report order; side D is
      *> an asset carried as debits less credits, side C a liability
      *> carried as credits less debits
       01  recon-values.
           05 pic x(20) value "STUDENT RECEIVABLE  ".
           05 pic x(8)  value "STUDAR  ".
           05 pic x(1)  value "D".
           05 pic x(20) value "CORPORATE RECEIVABLE".
           05 pic x(8)  value "CORPAR  ".
           05 pic x(1)  value "D".
           05 pic x(20) value "HOUSE CHARGE A/R    ".
           05 pic x(8)  value "HOUSEAR ".
           05 pic x(1)  value "D".
           05 pic x(20) value "GIFT CERTIFICATES   ".
           05 pic x(8)  value "GIFTLIAB".
           05 pic x(1)  value "C".
           05 pic x(20) value "ACCOUNTS PAYABLE    ".
           05 pic x(8)  value "APTRADE ".
           05 pic x(1)  value "C".
           05 pic x(20) value "INVENTORY AT COST   ".
           05 pic x(8)  value "INVASSET".
           05 pic x(1)  value "D".
           05 pic x(20) value "SPONSOR RECEIVABLE  ".
           05 pic x(8)  value "SPONAR  ".
           05 pic x(1)  value "D".
           05 pic x(20) value "STUDENT CREDITS     ".
           05 pic x(8)  value "STUCRED ".
           05 pic x(1)  value "C".
       01  recon-names redefines recon-values.
           05  recon-name-entry OCCURS 8 TIMES.
               10  rcn-subledger    pic x(20).
               10  rcn-account      pic x(8).
               10  rcn-side         pic x(1).
       01  recon-idx                pic 9(1) comp.
       01  recon-found-idx          pic 9(1) comp value 0.
       01  recon-table.
           05  recon-entry OCCURS 8 TIMES.
               10  rct-items        pic 9(7).
               10  rct-subledger    pic s9(11)v99.
               10  rct-gl-debit     pic 9(13)v99.
               10  rct-gl-credit    pic 9(13)v99.
               10  rct-gl-balance   pic s9(13)v99.
               10  rct-difference   pic s9(13)v99.
               10  rct-prior-period pic 9(6).
               10  rct-prior-diff   pic s9(13)v99.
               10  rct-changed-sw   pic x.
       01  search-account           pic x(8).
       01  account-net-debit        pic 9(11)v99.
       01  account-net-credit       pic 9(11)v99.
       01  account-posting-count    pic 9(5).
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(40)
              value "SUBLEDGER TO GENERAL LEDGER RECONCILIATI".
           05 pic x(14) value "ON FOR PERIOD ".
           05  header-period-out       pic 9(6).
       01  column-header.
           05 pic x(20) value "SUBLEDGER           ".
           05 pic x(2) value spaces.
           05 pic x(8) value "ACCOUNT ".
           05 pic x(8) value "   ITEMS".
           05 pic x(18) value "   SUBLEDGER TOTAL".
           05 pic x(18) value "        GL CONTROL".
           05 pic x(18) value "        DIFFERENCE".
           05 pic x(18) value "   LAST MONTH DIFF".
           05 pic x(2) value spaces.
           05 pic x(10) value "STATUS    ".
       01  blank-line               pic x value space.
       01  recon-detail-line.
           05  detail-subledger-out    pic x(20).
           05 pic x(2) value spaces.
           05  detail-account-out      pic x(8).
           05  detail-items-out        pic zzzzzzz9.
           05  detail-subledger-amt    pic zzz,zzz,zzz,zz9.99-.
           05  detail-gl-amt           pic zzz,zzz,zzz,zz9.99-.
           05  detail-difference-out   pic zzz,zzz,zzz,zz9.99-.
           05  detail-prior-out        pic zzz,zzz,zzz,zz9.99-.
           05 pic x(2) value spaces.
           05  detail-status-out       pic x(10).
       01  recon-summary-line.
           05  summary-count-out       pic z9.
           05 pic x(44)
              value " CONTROL ACCOUNT(S) DO NOT AGREE WITH THEIR ".
           05 pic x(10) value "SUBLEDGERS".
       01  posting-header.
           05 pic x(12) value "POSTINGS TO ".
           05  posting-account-out     pic x(8).
           05 pic x(11) value " IN PERIOD ".
           05  posting-period-out      pic 9(6).
           05 pic x(30) value " -- DIFFERENCE MOVED SINCE LAS".
           05 pic x(11) value "T MONTH END".
       01  posting-column-header.
           05 pic x(4) value spaces.
           05 pic x(10) value "POST DATE ".
           05 pic x(10) value "SOURCE    ".
           05 pic x(18) value "            DEBIT ".
           05 pic x(18) value "           CREDIT ".
       01  posting-detail-line.
           05 pic x(4) value spaces.
           05  posting-date-out        pic 9(8).
           05 pic x(2) value spaces.
           05  posting-source-out      pic x(8).
           05 pic x(2) value spaces.
           05  posting-debit-out       pic zzz,zzz,zz9.99.
           05 pic x(4) value spaces.
           05  posting-credit-out      pic zzz,zzz,zz9.99.
       01  posting-total-line.
           05 pic x(4) value spaces.
           05 pic x(10) value "TOTAL     ".
           05  posting-count-out       pic zzzz9.
           05 pic x(5) value spaces.
           05  posting-total-dr-out    pic zzz,zzz,zzz,zz9.99.
           05  posting-total-cr-out    pic zzz,zzz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work(1:6) to report-period
           perform varying recon-idx from 1 by 1
                   until recon-idx > 8
              move 0 to rct-items(recon-idx)
              move 0 to rct-subledger(recon-idx)
              move 0 to rct-gl-debit(recon-idx)
              move 0 to rct-gl-credit(recon-idx)
              move 0 to rct-prior-period(recon-idx)
              move 0 to rct-prior-diff(recon-idx)
              move 'N' to rct-changed-sw(recon-idx)
           end-perform
           perform 110-total-student-ar
           perform 120-total-corporate-ar
           perform 130-total-customer-ar
           perform 140-total-gift-ledger
           perform 150-total-ap-open
           perform 160-total-inventory
           perform 170-total-sponsor-ar
           perform 180-total-student-credits
           perform 200-load-gl-balances
           perform 250-load-prior-differences
           open output recon-report
                extend run-log-file
           move report-period to header-period-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform varying recon-idx from 1 by 1
                   until recon-idx > 8
              perform 300-reconcile-one-account
           end-perform
           write print-rec from blank-line
           if accounts-out-of-balance > 0
              move accounts-out-of-balance to summary-count-out
              write print-rec from recon-summary-line
              display "GLRECON: " accounts-out-of-balance
                 " CONTROL ACCOUNT(S) DO NOT AGREE WITH THE "
                 "SUBLEDGERS"
           end-if
           perform varying recon-idx from 1 by 1
                   until recon-idx > 8
              if rct-changed-sw(recon-idx) = 'Y'
                 perform 400-list-account-postings
              end-if
           end-perform
           perform 800-save-differences
           perform 900-write-run-log
           close recon-report
                 run-log-file
           stop run.
       110-total-student-ar.
           move 1 to recon-idx
           move 'yes' to are-there-more-records
           open input student-ar-file
           perform until are-there-more-records = 'no '
              read student-ar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       add 1 to rct-items(recon-idx)
                       add ar-balance-due to rct-subledger(recon-idx)
              end-read
           end-perform
           close student-ar-file.
       120-total-corporate-ar.
           move 2 to recon-idx
           move 'yes' to are-there-more-records
           open input corporate-ar-file
           perform until are-there-more-records = 'no '
              read corporate-ar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       add 1 to rct-items(recon-idx)
                       add bal-amount-due to rct-subledger(recon-idx)
              end-read
           end-perform
           close corporate-ar-file.
       130-total-customer-ar.
      *>   charges and finance charges add to what is owed; payments
      *>   and refunds to the account and bad-debt write-offs come
      *>   off it
           move 3 to recon-idx
           move 'yes' to are-there-more-records
           open input customer-ar-file
           perform until are-there-more-records = 'no '
              read customer-ar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       add 1 to rct-items(recon-idx)
                       if car-trans-type = 'C' or 'F' or 'E'
                          add car-amount to rct-subledger(recon-idx)
                       end-if
                       if car-trans-type = 'P' or 'W'
                          subtract car-amount
                            from rct-subledger(recon-idx)
                       end-if
              end-read
           end-perform
           close customer-ar-file.
       140-total-gift-ledger.
           move 4 to recon-idx
           move 'yes' to are-there-more-records
           open input gift-ledger-file
           perform until are-there-more-records = 'no '
              read gift-ledger-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       if glr-remaining > 0
                          add 1 to rct-items(recon-idx)
                          add glr-remaining
                            to rct-subledger(recon-idx)
                       end-if
              end-read
           end-perform
           close gift-ledger-file.
       150-total-ap-open.
      *>   open invoices less the debit memos not yet taken
           move 5 to recon-idx
           move 'yes' to are-there-more-records
           open input ap-open-file
           perform until are-there-more-records = 'no '
              read ap-open-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       add 1 to rct-items(recon-idx)
                       if api-debit-memo
                          subtract api-gross-amt
                            from rct-subledger(recon-idx)
                       else
                          add api-gross-amt to rct-subledger(recon-idx)
                       end-if
              end-read
           end-perform
           close ap-open-file.
       160-total-inventory.
      *>   valued as INVVAL values it: moving-average cost, or the
      *>   shelf price for a part never received against a PO
           move 6 to recon-idx
           move 'yes' to are-there-more-records
           open input inventory-master
           if inventory-file-status not = "00"
              move 'no ' to are-there-more-records
           end-if
           perform until are-there-more-records = 'no '
              read inventory-master
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       add 1 to rct-items(recon-idx)
                       if inv-avg-cost is numeric
                          and inv-avg-cost > 0
                          move inv-avg-cost to valuation-cost
                       else
                          move inv-unit-price to valuation-cost
                       end-if
                       compute extended-value ROUNDED =
                          inv-qty-on-hand * valuation-cost
                       add extended-value to rct-subledger(recon-idx)
              end-read
           end-perform
           if inventory-file-status = "00" or "10"
              close inventory-master
           end-if.
       170-total-sponsor-ar.
           move 7 to recon-idx
           move 'yes' to are-there-more-records
           open input sponsor-ar-file
           perform until are-there-more-records = 'no '
              read sponsor-ar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       add 1 to rct-items(recon-idx)
                       add sar-amount-due to rct-subledger(recon-idx)
              end-read
           end-perform
           close sponsor-ar-file.
       180-total-student-credits.
           move 8 to recon-idx
           move 'yes' to are-there-more-records
           open input student-credit-file
           perform until are-there-more-records = 'no '
              read student-credit-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to subledger-records-read
                       add 1 to rct-items(recon-idx)
                       add scr-amount to rct-subledger(recon-idx)
              end-read
           end-perform
           close student-credit-file.
       200-load-gl-balances.
      *>   gl-balances holds each period's activity; the control
      *>   balance is everything through the report period, starting
      *>   from the year's opening balances once GLYREND has carried
      *>   them forward (the yyyy00 rows)
           move 0 to first-period-summed
           move 'yes' to are-there-more-records
           open input period-balance-file
           perform until are-there-more-records = 'no '
              read period-balance-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if glb-period(5:2) = "00"
                          and glb-period not > report-period
                          and glb-period > first-period-summed
                          move glb-period to first-period-summed
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
                       if glb-period not > report-period
                          and glb-period not < first-period-summed
                          move glb-account to search-account
                          perform 210-find-recon-account
                          if recon-found-idx > 0
                             add glb-debit-total
                               to rct-gl-debit(recon-found-idx)
                             add glb-credit-total
                               to rct-gl-credit(recon-found-idx)
                          end-if
                       end-if
              end-read
           end-perform
           close period-balance-file.
       210-find-recon-account.
           move 0 to recon-found-idx
           perform varying recon-idx from 1 by 1
                   until recon-idx > 8
              if search-account = rcn-account(recon-idx)
                 move recon-idx to recon-found-idx
              end-if
           end-perform.
       250-load-prior-differences.
      *>   the latest month end before this one; a row already on
      *>   file for this period is from an earlier run of this month
      *>   end and is replaced when the differences are saved
           move 'yes' to are-there-more-records
           open input recon-control-file
           perform until are-there-more-records = 'no '
              read recon-control-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if rcc-period < report-period
                          move rcc-account to search-account
                          perform 210-find-recon-account
                          if recon-found-idx > 0
                             if rcc-period not <
                                   rct-prior-period(recon-found-idx)
                                move rcc-period
                                  to rct-prior-period(recon-found-idx)
                                move rcc-difference
                                  to rct-prior-diff(recon-found-idx)
                             end-if
                          end-if
                       end-if
              end-read
           end-perform
           close recon-control-file.
       300-reconcile-one-account.
           if rcn-side(recon-idx) = 'C'
              compute rct-gl-balance(recon-idx) =
                 rct-gl-credit(recon-idx) - rct-gl-debit(recon-idx)
           else
              compute rct-gl-balance(recon-idx) =
                 rct-gl-debit(recon-idx) - rct-gl-credit(recon-idx)
           end-if
           compute rct-difference(recon-idx) =
              rct-subledger(recon-idx) - rct-gl-balance(recon-idx)
           move spaces to recon-detail-line
           move rcn-subledger(recon-idx) to detail-subledger-out
           move rcn-account(recon-idx) to detail-account-out
           move rct-items(recon-idx) to detail-items-out
           move rct-subledger(recon-idx) to detail-subledger-amt
           move rct-gl-balance(recon-idx) to detail-gl-amt
           move rct-difference(recon-idx) to detail-difference-out
           move rct-prior-diff(recon-idx) to detail-prior-out
           if rct-difference(recon-idx) = 0
              move "AGREES" to detail-status-out
           else
              add 1 to accounts-out-of-balance
              move "OUT OF BAL" to detail-status-out
           end-if
           if rct-difference(recon-idx) not = rct-prior-diff(recon-idx)
              move 'Y' to rct-changed-sw(recon-idx)
              if rct-difference(recon-idx) = 0
                 move "CLEARED" to detail-status-out
              else
                 move "CHANGED" to detail-status-out
              end-if
           end-if
           write print-rec from recon-detail-line.
       400-list-account-postings.
           move rcn-account(recon-idx) to search-account
           move search-account to posting-account-out
           move report-period to posting-period-out
           move 0 to account-net-debit
           move 0 to account-net-credit
           move 0 to account-posting-count
           write print-rec from blank-line
           write print-rec from posting-header
           write print-rec from posting-column-header
           move 'yes' to are-there-more-records
           open input journal-history-file
           perform until are-there-more-records = 'no '
              read journal-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move jh-post-date(1:6) to posting-period-work
                       if jh-account = search-account
                          and posting-period-work = report-period
                          perform 410-print-one-posting
                       end-if
              end-read
           end-perform
           close journal-history-file
           move account-posting-count to posting-count-out
           move account-net-debit to posting-total-dr-out
           move account-net-credit to posting-total-cr-out
           write print-rec from posting-total-line.
       410-print-one-posting.
           add 1 to account-posting-count
           add jh-debit-amount to account-net-debit
           add jh-credit-amount to account-net-credit
           move jh-post-date to posting-date-out
           move jh-source-program to posting-source-out
           move jh-debit-amount to posting-debit-out
           move jh-credit-amount to posting-credit-out
           write print-rec from posting-detail-line.
       800-save-differences.
      *>   keeps last month's row beside this month's so a rerun of
      *>   the same month end still compares against last month
           open output recon-control-file
           perform varying recon-idx from 1 by 1
                   until recon-idx > 8
              if rct-prior-period(recon-idx) > 0
                 move rcn-account(recon-idx) to rcc-account
                 move rct-prior-period(recon-idx) to rcc-period
                 move rct-prior-diff(recon-idx) to rcc-difference
                 write recon-control-rec
              end-if
              move rcn-account(recon-idx) to rcc-account
              move report-period to rcc-period
              move rct-difference(recon-idx) to rcc-difference
              write recon-control-rec
           end-perform
           close recon-control-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "GLRECON " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move subledger-records-read to RL-RECORDS-IN
           move 8 to RL-RECORDS-OUT
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
