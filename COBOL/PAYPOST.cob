       FILE-CONTROL. SELECT payment-file    ASSIGN TO pay-in
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT posting-journal  ASSIGN TO printer.
                     SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO pay-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT ar-open-items-file ASSIGN TO ar-open
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL payment-history-file
           ASSIGN TO "pay-post-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL write-off-history-file
           ASSIGN TO "wo-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-credit-file
           ASSIGN TO "stu-credit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL collection-placement-file
           ASSIGN TO "coll-place"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL collection-recall-file
           ASSIGN TO "coll-recall"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  pay-student-name         pic X(20).
           05  pay-date                 pic 9(8).
           05  pay-amount               pic 9(5)V99.
      *>   blank from a lockbox still keyed by name -- looked up on
      *>   stu-xref
           05  pay-student-no           pic x(7).
       fd  posting-journal.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  xref-file.
           COPY STUXREF.
       fd  ar-open-items-file.
       01  ar-open-item-rec.
           05  ar-student-name          pic X(20).
           05  ar-balance-due           pic 9(5)V99.
           05  ar-billed-date           pic 9(8).
           05  ar-student-no            pic 9(7).
       fd  ar-updated-file.
       01  ar-updated-rec.
           05  ar-upd-student-name      pic X(20).
           05  ar-upd-balance-due       pic 9(5)V99.
           05  ar-upd-billed-date       pic 9(8).
           05  ar-upd-student-no        pic 9(7).
       fd  deposit-control-file.
       01  deposit-control-rec.
           05  deposit-slip-total       pic 9(7)V99.
           05  pln-amount-due       pic 9(5)V99.
           05  pln-amount-paid      pic 9(5)V99.
           05  pln-late-flag        pic x(1).
           05  pln-student-no       pic 9(7).
       fd  payment-history-file.
       01  payment-history-rec.
           05  ph-student-name      pic x(20).
           05  ph-pay-date          pic 9(8).
           05  ph-amount            pic 9(5)v99.
           05  ph-student-no        pic 9(7).
       fd  write-off-history-file.
           COPY WOHIST.
       fd  student-credit-file.
           COPY STUCRED.
       fd  collection-placement-file.
           COPY COLLPLC.
       fd  collection-recall-file.
           COPY COLLRCL.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
               10  ar-table-name    pic X(20).
               10  ar-table-balance pic 9(5)V99.
               10  ar-table-billed  pic 9(8).
               10  ar-table-no      pic 9(7).
       01  ar-found-idx             pic 9(4) comp value 0.
       01  more-plan-records        picture xxx value 'yes'.
       01  plan-table-idx           pic 9(4) comp.
               10  plt-amount-due   pic 9(5)v99.
               10  plt-amount-paid  pic 9(5)v99.
               10  plt-late-flag    pic x(1).
               10  plt-student-no   pic 9(7).
       01  more-write-off-records   picture xxx value 'yes'.
       01  write-off-table-idx      pic 9(4) comp.
       01  write-off-table-count    pic 9(4) value 0.
       01  write-off-table.
           05  write-off-entry OCCURS 500 TIMES.
               10  wot-receivable   pic x(1).
               10  wot-account-key  pic x(20).
               10  wot-date         pic 9(8).
               10  wot-amount       pic 9(9)v99.
               10  wot-reason       pic x(30).
               10  wot-approver     pic x(3).
               10  wot-recovered    pic 9(9)v99.
               10  wot-recovery-date pic 9(8).
       01  recovery-open-work       pic 9(9)v99.
       01  recovery-left            pic 9(9)v99.
       01  recovery-apply           pic 9(9)v99.
       01  recovery-total           pic 9(7)v99 value 0.
       01  recoveries-posted        pic 9(6) value 0.
       01  late-fee-amount          pic 9(3)v99 value 25.00.
       01  more-placement-records   picture xxx value 'yes'.
       01  placement-table-idx      pic 9(4) comp.
       01  placement-table-count    pic 9(4) value 0.
       01  placement-found-idx      pic 9(4) comp value 0.
       01  placement-table.
           05  placement-entry OCCURS 500 TIMES.
               10  plc-student-name pic x(20).
               10  plc-placed-date  pic 9(8).
               10  plc-amount-placed pic 9(5)v99.
               10  plc-collected    pic 9(5)v99.
               10  plc-commission   pic 9(5)v99.
               10  plc-status       pic x(1).
               10  plc-status-date  pic 9(8).
               10  plc-student-no   pic 9(7).
       01  agency-recalls           pic 9(5) value 0.
       01  posting-student-no       pic 9(7) value 0.
      *>   a student write-off on wo-hist is keyed by the number
       01  student-account-key      pic x(20).
      *> student cross-reference (stu-xref) -- a feed record with no
      *> student number is matched to one by name
       01  more-xref-records        picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 3000 TIMES.
               10  xt-student-name  pic x(20).
               10  xt-student-no    pic 9(7).
       01  xref-match-count         pic 9(4) value 0.
       01  student-no-x             pic x(7).
       01  student-no-in redefines student-no-x
                                    pic 9(7).
       01  student-name-search      pic x(20).
       01  resolved-student-no      pic 9(7) value 0.
       01  resolved-student-name    pic x(20).
       01  student-no-reason        pic x(40).
       01  pay-applied-amount       pic 9(5)v99.
       01  overpayment-amount       pic 9(5)v99.
       01  overpayment-total        pic 9(7)v99 value 0.
       01  overpayments-credited    pic 9(6) value 0.
       01  plan-payment-remaining   pic 9(5)v99.
       01  plan-apply-amount        pic 9(5)v99.
       01  installment-open-amount  pic 9(5)v99.
       01  late-fees-assessed       pic 9(5) value 0.
       01  late-fee-total           pic 9(7)v99 value 0.
       01  plan-broken-sw           pic x value 'N'.
       01  plan-status-printed-sw   pic x value 'N'.
       01  plan-scan-idx            pic 9(4) comp.
           05  journal-amount-out      pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  journal-new-balance-out pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  journal-note-out        pic x(20).
       01  blank-line               pic x value space.
       01  control-total-line.
           05 pic x(15) value "PAYMENTS POSTED".
           05 pic x(2) value spaces.
           05 pic x(14) value "CONTROL TOTAL ".
           05  posting-total-out       pic $z,zzz,zz9.99.
       01  recovery-total-line.
           05 pic x(15) value "BAD DEBT RECOV ".
           05 pic x(2) value spaces.
           05  recoveries-posted-out   pic zzz,zz9.
           05 pic x(2) value spaces.
           05 pic x(14) value "RECOVERED     ".
           05  recovery-total-out      pic $z,zzz,zz9.99.
       01  overpayment-total-line.
           05 pic x(15) value "OVERPAYMENTS   ".
           05 pic x(2) value spaces.
           05  overpayments-credited-out pic zzz,zz9.
           05 pic x(2) value spaces.
           05 pic x(14) value "CREDITED      ".
           05  overpayment-total-out   pic $z,zzz,zz9.99.
       01  recall-count-line.
           05 pic x(15) value "AGENCY RECALLS ".
           05 pic x(2) value spaces.
           05  agency-recalls-out      pic zzz,zz9.
       01  deposit-compare-line.
           05 pic x(14) value "DEPOSIT SLIP  ".
           05  deposit-total-out       pic $z,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-student-xref
           perform 120-load-ar-open-items
           perform 130-load-deposit-control
           perform 140-load-installment-plans
           perform 150-load-write-offs
           perform 160-load-placements
           open input payment-file
                output posting-journal
                output reject-listing
                output ar-updated-file
                extend payment-history-file
                extend student-credit-file
                extend collection-recall-file
                extend gl-posting-file
                extend run-log-file
           write print-rec from journal-header
           write print-rec from blank-line
           move posting-control-total to posting-total-out
           write print-rec from blank-line
           write print-rec from control-total-line
           if recoveries-posted > 0
              move recoveries-posted to recoveries-posted-out
              move recovery-total to recovery-total-out
              write print-rec from recovery-total-line
           end-if
           if overpayments-credited > 0
              move overpayments-credited to overpayments-credited-out
              move overpayment-total to overpayment-total-out
              write print-rec from overpayment-total-line
           end-if
           if agency-recalls > 0
              move agency-recalls to agency-recalls-out
              write print-rec from recall-count-line
           end-if
           move deposit-total-in to deposit-total-out
      *>   recovered bad debts are banked with the day's payments
           if deposit-total-in = posting-control-total + recovery-total
              move "IN BALANCE" to deposit-compare-out
           else
              move "** OUT OF BAL **" to deposit-compare-out
           end-if
           write print-rec from deposit-compare-line
           perform 400-write-updated-ar
           perform 600-write-gl-postings
           perform 900-write-run-log
           close payment-file
                 posting-journal
                 reject-listing
                 ar-updated-file
                 payment-history-file
                 student-credit-file
                 collection-recall-file
                 gl-posting-file
                 run-log-file
           perform 560-save-installment-plans
           perform 570-save-write-offs
           perform 580-save-placements
           stop run.
       110-load-student-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "PAYPOST: STU-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move sx-student-name
                         to xt-student-name(xref-table-count)
                       move sx-student-no
                         to xt-student-no(xref-table-count)
              end-read
           end-perform
           close xref-file.
      *> a feed record carrying the student number is checked against
      *> the cross-reference; one without is matched by name, and is
      *> refused when the name is not on the student master or is on
      *> it for more than one student
       115-resolve-student-no.
           move 0 to resolved-student-no
           move spaces to resolved-student-name
           move spaces to student-no-reason
           move 0 to xref-match-count
           if student-no-x is numeric
              and student-no-in > 0
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-no(xref-table-idx) = student-no-in
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              if xref-match-count = 0
                 move "STUDENT NO NOT ON STUDENT MASTER"
                   to student-no-reason
              end-if
           else
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-name(xref-table-idx)
                       = student-name-search
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              evaluate true
                 when xref-match-count = 0
                    move "STUDENT NOT ON STUDENT MASTER"
                      to student-no-reason
                 when xref-match-count > 1
                    move "NAME ON MASTER TWICE -- NEED STUDENT NO"
                      to student-no-reason
              end-evaluate
           end-if.
       120-load-ar-open-items.
           open input ar-open-items-file
           perform until more-ar-records = 'no '
                         to ar-table-name(ar-table-count)
                       move ar-balance-due
                         to ar-table-balance(ar-table-count)
                       move ar-student-no
                         to ar-table-no(ar-table-count)
                       if ar-billed-date is numeric
                          move ar-billed-date
                            to ar-table-billed(ar-table-count)
           end-read
           close deposit-control-file.
       200-post-payment.
           move pay-student-no to student-no-x
           move pay-student-name to student-name-search
           perform 115-resolve-student-no
           if student-no-reason not = spaces
              perform 240-unknown-student-reject
           else
              move resolved-student-no to posting-student-no
              move resolved-student-name to pay-student-name
              move spaces to student-account-key
              move posting-student-no to student-account-key(1:7)
              perform 205-post-to-student
           end-if.
       205-post-to-student.
           move 0 to ar-found-idx
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if posting-student-no = ar-table-no(ar-table-idx)
                 move ar-table-idx to ar-found-idx
              end-if
           end-perform
      *>   a student who owes nothing but has a balance written off
      *>   is paying off the bad debt
           move 0 to recovery-open-work
           if ar-found-idx = 0
              perform 260-total-written-off
           else
              if ar-table-balance(ar-found-idx) = 0
                 perform 260-total-written-off
              end-if
           end-if
           evaluate true
              when recovery-open-work > 0
                   and recovery-open-work >= pay-amount
                 perform 270-post-recovery
              when ar-found-idx = 0
                 perform 250-reject-routine
              when recovery-open-work > 0
                 perform 250-reject-routine
              when other
      *>         what is paid above the balance due is kept on the
      *>         student's account as a credit balance for the refund
      *>         run; all of it is banked with the day's payments
                 move 0 to overpayment-amount
                 if pay-amount > ar-table-balance(ar-found-idx)
                    move ar-table-balance(ar-found-idx)
                      to pay-applied-amount
                    compute overpayment-amount =
                       pay-amount - pay-applied-amount
                 else
                    move pay-amount to pay-applied-amount
                 end-if
                 subtract pay-applied-amount
                    from ar-table-balance(ar-found-idx)
                 add pay-amount to posting-control-total
                 add 1 to payments-posted
                 perform 300-apply-to-plan
                 if overpayment-amount > 0
                    perform 280-credit-overpayment
                 end-if
                 perform 290-recall-from-agency
                 move pay-student-name to ph-student-name
                 move pay-date to ph-pay-date
                 move pay-amount to ph-amount
                 move posting-student-no to ph-student-no
                 write payment-history-rec
                 move spaces to journal-detail-line
                 move pay-student-name to journal-name-out
                 move pay-amount to journal-amount-out
                 move ar-table-balance(ar-found-idx)
                   to journal-new-balance-out
                 if overpayment-amount > 0
                    move "OVERPAID -- CREDITED" to journal-note-out
                 end-if
                 if placement-found-idx > 0
                    and journal-note-out = spaces
                    move "RECALLED FROM AGENCY" to journal-note-out
                 end-if
                 write print-rec from journal-detail-line
           end-evaluate.
       140-load-installment-plans.
           open input installment-plan-file
           perform until more-plan-records = 'no '
                         to plt-amount-paid(plan-table-count)
                       move pln-late-flag
                         to plt-late-flag(plan-table-count)
                       move pln-student-no
                         to plt-student-no(plan-table-count)
              end-read
           end-perform
           close installment-plan-file.
       150-load-write-offs.
           open input write-off-history-file
           perform until more-write-off-records = 'no '
              read write-off-history-file
                    at end
                       move 'no ' to more-write-off-records
                    not at end
                       add 1 to write-off-table-count
                       if write-off-table-count > 500
                          display "PAYPOST: WO-HIST HAS MORE THAN "
                             "500 RECORDS -- WRITE-OFF TABLE FULL"
                          close write-off-history-file
                          stop run
                       end-if
                       move woh-receivable
                         to wot-receivable(write-off-table-count)
                       move woh-account-key
                         to wot-account-key(write-off-table-count)
                       move woh-write-off-date
                         to wot-date(write-off-table-count)
                       move woh-amount
                         to wot-amount(write-off-table-count)
                       move woh-reason
                         to wot-reason(write-off-table-count)
                       move woh-approver
                         to wot-approver(write-off-table-count)
                       move woh-recovered
                         to wot-recovered(write-off-table-count)
                       move woh-recovery-date
                         to wot-recovery-date(write-off-table-count)
              end-read
           end-perform
           close write-off-history-file.
       300-apply-to-plan.
      *>   a payment from a student on a plan draws down the oldest
      *>   open installment first
           move pay-applied-amount to plan-payment-remaining
           perform until plan-payment-remaining = 0
              perform 320-find-oldest-open-installment
              if plan-found-idx = 0
           move 0 to plan-found-idx
           perform varying plan-table-idx from 1 by 1
                   until plan-table-idx > plan-table-count
              if posting-student-no = plt-student-no(plan-table-idx)
                 and plt-amount-paid(plan-table-idx)
                     < plt-amount-due(plan-table-idx)
                 if plan-found-idx = 0
           move 0 to ar-found-idx
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if plt-student-no(plan-table-idx)
                    = ar-table-no(ar-table-idx)
                 move ar-table-idx to ar-found-idx
              end-if
           end-perform
           if ar-found-idx > 0
              add late-fee-amount to ar-table-balance(ar-found-idx)
              add late-fee-amount to late-fee-total
           end-if
           move spaces to late-fee-line(1:20)
           move plt-student-name(plan-table-idx) to fee-name-out
           move 'N' to plan-status-printed-sw
           perform varying plan-scan-idx from 1 by 1
                   until plan-scan-idx >= plan-table-idx
              if plt-student-no(plan-scan-idx)
                    = plt-student-no(plan-table-idx)
                 move 'Y' to plan-status-printed-sw
                 move plan-table-count to plan-scan-idx
              end-if
           move 'N' to plan-broken-sw
           perform varying plan-scan-idx from 1 by 1
                   until plan-scan-idx > plan-table-count
              if plt-student-no(plan-scan-idx)
                    = plt-student-no(plan-table-idx)
                 add plt-amount-due(plan-scan-idx)
                   to plan-student-due
                 add plt-amount-paid(plan-scan-idx)
              move plt-amount-paid(plan-table-idx)
                to pln-amount-paid
              move plt-late-flag(plan-table-idx) to pln-late-flag
              move plt-student-no(plan-table-idx) to pln-student-no
              write installment-plan-rec
           end-perform
           close installment-plan-file.
       160-load-placements.
           open input collection-placement-file
           perform until more-placement-records = 'no '
              read collection-placement-file
                    at end
                       move 'no ' to more-placement-records
                    not at end
                       add 1 to placement-table-count
                       if placement-table-count > 500
                          display "PAYPOST: MORE THAN 500 PLACEMENTS "
                             "-- TABLE FULL"
                          close collection-placement-file
                          stop run
                       end-if
                       move cpl-student-name
                         to plc-student-name(placement-table-count)
                       move cpl-placed-date
                         to plc-placed-date(placement-table-count)
                       move cpl-amount-placed
                         to plc-amount-placed(placement-table-count)
                       move cpl-collected
                         to plc-collected(placement-table-count)
                       move cpl-commission
                         to plc-commission(placement-table-count)
                       move cpl-status
                         to plc-status(placement-table-count)
                       move cpl-status-date
                         to plc-status-date(placement-table-count)
                       move cpl-student-no
                         to plc-student-no(placement-table-count)
              end-read
           end-perform
           close collection-placement-file.
       580-save-placements.
           if agency-recalls > 0
              open output collection-placement-file
              perform varying placement-table-idx from 1 by 1
                      until placement-table-idx > placement-table-count
                 move plc-student-name(placement-table-idx)
                   to cpl-student-name
                 move plc-placed-date(placement-table-idx)
                   to cpl-placed-date
                 move plc-amount-placed(placement-table-idx)
                   to cpl-amount-placed
                 move plc-collected(placement-table-idx)
                   to cpl-collected
                 move plc-commission(placement-table-idx)
                   to cpl-commission
                 move plc-status(placement-table-idx) to cpl-status
                 move plc-status-date(placement-table-idx)
                   to cpl-status-date
                 move plc-student-no(placement-table-idx)
                   to cpl-student-no
                 write collection-placement-rec
              end-perform
              close collection-placement-file
           end-if.
       570-save-write-offs.
           if recoveries-posted > 0
              open output write-off-history-file
              perform varying write-off-table-idx from 1 by 1
                      until write-off-table-idx > write-off-table-count
                 move wot-receivable(write-off-table-idx)
                   to woh-receivable
                 move wot-account-key(write-off-table-idx)
                   to woh-account-key
                 move wot-date(write-off-table-idx)
                   to woh-write-off-date
                 move wot-amount(write-off-table-idx) to woh-amount
                 move wot-reason(write-off-table-idx) to woh-reason
                 move wot-approver(write-off-table-idx)
                   to woh-approver
                 move wot-recovered(write-off-table-idx)
                   to woh-recovered
                 move wot-recovery-date(write-off-table-idx)
                   to woh-recovery-date
                 write write-off-history-rec
              end-perform
              close write-off-history-file
           end-if.
       240-unknown-student-reject.
           add 1 to run-log-records-rejected
           move spaces to SUSPENSE-REC
           move "PAYPOST " to SUSP-SOURCE-PROGRAM
           move pay-student-name to SUSP-KEY-FIELD
           move student-no-reason to SUSP-REASON
           write SUSPENSE-REC.
       250-reject-routine.
           add 1 to run-log-records-rejected
           move spaces to SUSPENSE-REC
           if ar-found-idx = 0
              move "STUDENT NOT ON RECEIVABLE" to SUSP-REASON
           else
              move "PAYMENT EXCEEDS BAD DEBT OPEN" to SUSP-REASON
           end-if
           write SUSPENSE-REC.
       260-total-written-off.
           move 0 to recovery-open-work
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
              if wot-receivable(write-off-table-idx) = 'S'
                 and wot-account-key(write-off-table-idx)
                     = student-account-key
                 compute recovery-open-work = recovery-open-work
                    + wot-amount(write-off-table-idx)
                    - wot-recovered(write-off-table-idx)
              end-if
           end-perform.
       270-post-recovery.
      *>   the receivable was relieved when the balance was written
      *>   off, so the cash goes to recovered income and is drawn
      *>   against the oldest write-off first
           add pay-amount to recovery-total
           add 1 to recoveries-posted
           move pay-amount to recovery-left
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
                      or recovery-left = 0
              if wot-receivable(write-off-table-idx) = 'S'
                 and wot-account-key(write-off-table-idx)
                     = student-account-key
                 and wot-recovered(write-off-table-idx)
                     < wot-amount(write-off-table-idx)
                 compute recovery-apply =
                    wot-amount(write-off-table-idx)
                    - wot-recovered(write-off-table-idx)
                 if recovery-apply > recovery-left
                    move recovery-left to recovery-apply
                 end-if
                 add recovery-apply
                   to wot-recovered(write-off-table-idx)
                 move pay-date to wot-recovery-date(write-off-table-idx)
                 subtract recovery-apply from recovery-left
              end-if
           end-perform
           move pay-student-name to ph-student-name
           move pay-date to ph-pay-date
           move pay-amount to ph-amount
           move posting-student-no to ph-student-no
           write payment-history-rec
           move spaces to journal-detail-line
           move pay-student-name to journal-name-out
           move pay-date to journal-date-out
           move pay-amount to journal-amount-out
           move 0 to journal-new-balance-out
           move "BAD DEBT RECOVERED" to journal-note-out
           write print-rec from journal-detail-line.
       280-credit-overpayment.
           move pay-student-name to scr-student-name
           move posting-student-no to scr-student-no
           move pay-date to scr-credit-date
           move 'P' to scr-source
           move overpayment-amount to scr-amount
           write student-credit-rec
           add overpayment-amount to overpayment-total
           add 1 to overpayments-credited.
      *> a student placed with the collection agency who pays us
      *> directly is recalled, so the agency stops working the account
       290-recall-from-agency.
           move 0 to placement-found-idx
           perform varying placement-table-idx from 1 by 1
                   until placement-table-idx > placement-table-count
              if plc-student-no(placement-table-idx)
                    = posting-student-no
                 and plc-status(placement-table-idx) = 'P'
                 move placement-table-idx to placement-found-idx
              end-if
           end-perform
           if placement-found-idx > 0
              move 'R' to plc-status(placement-found-idx)
              move business-date-work
                to plc-status-date(placement-found-idx)
              move pay-student-name to rcl-student-name
              move posting-student-no to rcl-student-no
              move plc-placed-date(placement-found-idx)
                to rcl-placed-date
              move business-date-work to rcl-recall-date
              move 'P' to rcl-reason
              write collection-recall-rec
              add 1 to agency-recalls
           end-if.
       400-write-updated-ar.
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
                to ar-upd-balance-due
              move ar-table-billed(ar-table-idx)
                to ar-upd-billed-date
              move ar-table-no(ar-table-idx) to ar-upd-student-no
              write ar-updated-rec
           end-perform.
      *> payments posted are cash against the student receivable,
      *> less what was paid over the balance, which is owed back to
      *> the student as a credit balance; a late fee raises the
      *> receivable; cash from a written-off student is recovered
      *> bad debt
       600-write-gl-postings.
           move business-date-work to GLP-POST-DATE
           move "PAYPOST " to GLP-SOURCE-PROGRAM
           if posting-control-total > 0
              move "CASH    " to GLP-ACCOUNT
              move posting-control-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              if posting-control-total > overpayment-total
                 move "STUDAR  " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 compute GLP-CREDIT-AMOUNT =
                    posting-control-total - overpayment-total
                 write GL-POSTING-REC
              end-if
              if overpayment-total > 0
                 move "STUCRED " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move overpayment-total to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
           end-if
           if late-fee-total > 0
              move "STUDAR  " to GLP-ACCOUNT
              move late-fee-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "LATEFEE " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move late-fee-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if recovery-total > 0
              move "CASH    " to GLP-ACCOUNT
              move recovery-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "BDRECOV " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move recovery-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "PAYPOST " to RL-PROGRAM-NAME
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move run-log-records-in to RL-RECORDS-IN
           compute RL-RECORDS-OUT =
              payments-posted + recoveries-posted
           move run-log-records-rejected to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       950-get-business-date.
