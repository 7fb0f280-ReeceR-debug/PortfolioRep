      *> payments leaving the residue open.  Prints a posting
      *> journal, rewrites corp-bal with what is still owed, and
      *> finishes with an aged trial balance (current/30/60/90+) so
      *> credit can see who never pays.  Cash beyond what an
      *> account has open is drawn against any balance written off
      *> to bad debt (wo-hist) as recovered income; what is left
      *> after that goes to the suspense file.  The cash applied and
      *> recovered posts to the GL through GLCONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT remittance-file ASSIGN TO corp-remit
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL open-balance-file
           ASSIGN TO corp-bal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL write-off-history-file
           ASSIGN TO "wo-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  bal-account-no     pic x(6).
           05  bal-amount-due     pic 9(9)v99.
           05  bal-invoice-date   pic 9(8).
       fd  write-off-history-file.
           COPY WOHIST.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
               10  itm-account-no   pic x(6).
               10  itm-amount-due   pic 9(9)v99.
               10  itm-invoice-date pic 9(8).
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
       01  total-recovered          pic 9(11)v99 value 0.
       01  payments-recovered       pic 9(7) value 0.
       01  payment-remaining        pic 9(9)v99.
       01  amount-applied           pic 9(9)v99.
       01  account-open-total       pic 9(11)v99.
           05  applied-out             pic zzz,zzz,zz9.99.
           05 pic x(10) value "  REJECTED".
           05  rejected-out            pic zz,zz9.
       01  recovery-trailer-line.
           05 pic x(9) value "RECOVERED".
           05  recovered-count-out     pic zz,zz9.
           05 pic x(11) value "  BAD DEBT$".
           05  recovered-out           pic zzz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 500-compute-day-number
           move day-number-work to today-day-number
           perform 120-load-open-items
           perform 150-load-write-offs
           open input remittance-file
                output posting-journal
                output reject-listing
                extend gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from journal-header
              end-read
           END-PERFORM
           perform 600-print-aged-balance
           perform 700-write-gl-postings
           move payments-read to payments-out
           move total-cash-applied to applied-out
           move payments-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           if payments-recovered > 0
              move payments-recovered to recovered-count-out
              move total-recovered to recovered-out
              write print-rec from recovery-trailer-line
           end-if
           perform 900-write-run-log
           close remittance-file
                 posting-journal
                 reject-listing
                 gl-posting-file
                 run-log-file
           perform 800-save-open-items
           perform 810-save-write-offs
           stop run.
       120-load-open-items.
           open input open-balance-file
              end-read
           end-perform
           close open-balance-file.
       150-load-write-offs.
           open input write-off-history-file
           perform until more-write-off-records = 'no '
              read write-off-history-file
                    at end
                       move 'no ' to more-write-off-records
                    not at end
                       add 1 to write-off-table-count
                       if write-off-table-count > 500
                          display "CORPCASH: WO-HIST HAS MORE THAN "
                             "500 RECORDS -- WRITE-OFF TABLE FULL"
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
       200-apply-one-payment.
           move rem-payment-amount to payment-remaining
           move 0 to account-open-total
                   to account-open-total
              end-if
           end-perform
           perform 260-total-written-off
           if account-open-total = 0
              and recovery-open-work = 0
              add 1 to payments-rejected
              move spaces to SUSPENSE-REC
              move "CORPCASH" to SUSP-SOURCE-PROGRAM
              perform until payment-remaining = 0
                 perform 250-find-oldest-open-item
                 if oldest-item-idx = 0
                    perform 290-recover-remaining
                    move 0 to payment-remaining
                 else
                    perform 300-apply-to-item
           move "** UNAPPLIED CASH **" to jrn-note-out
           write print-rec from journal-detail-line
           move spaces to jrn-note-out.
       260-total-written-off.
           move 0 to recovery-open-work
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
              if wot-receivable(write-off-table-idx) = 'C'
                 and wot-account-key(write-off-table-idx)
                     = rem-account-no
                 compute recovery-open-work = recovery-open-work
                    + wot-amount(write-off-table-idx)
                    - wot-recovered(write-off-table-idx)
              end-if
           end-perform.
       270-apply-recovery.
      *>   drawn against the oldest write-off first
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
                      or recovery-left = 0
              if wot-receivable(write-off-table-idx) = 'C'
                 and wot-account-key(write-off-table-idx)
                     = rem-account-no
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
                 move rem-payment-date
                   to wot-recovery-date(write-off-table-idx)
                 subtract recovery-apply from recovery-left
              end-if
           end-perform.
       290-recover-remaining.
      *>   cash beyond the open items pays back a balance written
      *>   off to bad debt before anything goes to suspense -- the
      *>   receivable was relieved at the write-off, so it posts to
      *>   recovered income
           perform 260-total-written-off
           if recovery-open-work > 0
              if payment-remaining > recovery-open-work
                 move recovery-open-work to recovery-left
              else
                 move payment-remaining to recovery-left
              end-if
              add 1 to payments-recovered
              add recovery-left to total-recovered
              subtract recovery-left from payment-remaining
              move rem-account-no to jrn-account-out
              move recovery-left to jrn-applied-out
              move 0 to jrn-invoice-date-out
              move "BAD DEBT RECOVERED" to jrn-note-out
              write print-rec from journal-detail-line
              move spaces to jrn-note-out
              perform 270-apply-recovery
           end-if
           if payment-remaining > 0
              perform 280-report-overpayment
           end-if.
       300-apply-to-item.
           if payment-remaining >= itm-amount-due(oldest-item-idx)
              move itm-amount-due(oldest-item-idx)
              when other
                 add itm-amount-due(item-scan-idx) to aging-90
           end-evaluate.
      *> only cash applied to open items posts, with any bad debt
      *> recovered; an overpayment sits in suspense until the credit
      *> clerk places it
       700-write-gl-postings.
           if total-cash-applied > 0
              move business-date-work to GLP-POST-DATE
              move "CORPCASH" to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move total-cash-applied to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "CORPAR  " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-cash-applied to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if total-recovered > 0
              move business-date-work to GLP-POST-DATE
              move "CORPCASH" to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move total-recovered to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "BDRECOV " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-recovered to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       800-save-open-items.
           open output open-balance-file
           perform varying item-table-idx from 1 by 1
              end-if
           end-perform
           close open-balance-file.
       810-save-write-offs.
           if payments-recovered > 0
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
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "CORPCASH" to RL-PROGRAM-NAME
