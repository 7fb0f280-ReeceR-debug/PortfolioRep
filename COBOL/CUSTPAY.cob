       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPAY.
      *> Posts customer payments against the house-charge receivable.
      *> Each cust-pay record names the customer number, date and
      *> amount; a remittance still keyed only by initials and last
      *> name is matched to its number on cust-xref, and is refused
      *> when that name key belongs to more than one customer.  The
      *> payment is appended to cust-ar as a P record so the
      *> register's credit check and the monthly statement both see
      *> it.  Payments for accounts not on the customer master go to
      *> the suspense file.  An account that owes nothing but has a
      *> balance written off to bad debt (wo-hist) is paying that
      *> back: the cash is recovered income up to what was written
      *> off and only the rest goes on cust-ar.  The payment feed is
      *> consumed after posting.  The cash posted reaches the GL
      *> (cash against the house-charge receivable, or against
      *> recovered bad debt) through GLCONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT payment-file ASSIGN TO cust-pay
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT OPTIONAL xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL write-off-history-file
           ASSIGN TO "wo-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  pay-customer-key    pic x(12).
           05  pay-date            pic 9(8).
           05  pay-amount          pic 9(5)v99.
           05  pay-customer-no     pic x(7).
       fd  posting-journal.
       01  print-rec.
           05 pic x(132).
           COPY REJLIST.
       fd  customer-master.
           COPY CUSTMAST.
       fd  xref-file.
           COPY CUSTXREF.
       fd  customer-ar-file.
       01  customer-ar-rec.
           05  car-customer-key    pic x(12).
           05  car-trans-date      pic 9(8).
           05  car-trans-type      pic x(1).
           05  car-amount          pic 9(5)v99.
           05  car-customer-no     pic 9(7).
       fd  write-off-history-file.
           COPY WOHIST.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  payments-posted          pic 9(5) value 0.
       01  payments-rejected        pic 9(5) value 0.
       01  total-posted             pic 9(9)v99 value 0.
       01  more-ar-records          picture xxx value 'yes'.
      *> customer cross-reference (cust-xref) -- a payment with no
      *> customer number is matched to one by name key
       01  more-xref-records        picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 3000 TIMES.
               10  xt-customer-key  pic x(12).
               10  xt-customer-no   pic 9(7).
       01  xref-match-count         pic 9(4) value 0.
       01  customer-no-x            pic x(7).
       01  customer-no-in redefines customer-no-x
                                    pic 9(7).
       01  customer-key-search      pic x(12).
       01  resolved-customer-no     pic 9(7) value 0.
       01  customer-no-reason       pic x(40).
      *> a house-charge write-off is held under the customer number
      *> in the first seven positions of the account key
       01  house-account-key        pic x(20).
       01  more-write-off-records   picture xxx value 'yes'.
       01  write-off-table-idx      pic 9(4) comp.
       01  write-off-table-count    pic 9(4) value 0.
       01  house-write-offs-open    pic 9(4) value 0.
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
               10  wot-house-balance pic s9(9)v99.
       01  house-balance-work       pic s9(9)v99.
       01  recovery-open-work       pic 9(9)v99.
       01  recovery-left            pic 9(9)v99.
       01  recovery-apply           pic 9(9)v99.
       01  payment-remaining        pic 9(5)v99.
       01  payments-recovered       pic 9(5) value 0.
       01  total-recovered          pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  journal-header.
           05 pic x(32) value "HOUSE CHARGE PAYMENT JOURNAL    ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  journal-detail-line.
           05  jrn-number-out          pic 9(7).
           05 pic x(2) value spaces.
           05  jrn-account-out         pic x(12).
           05 pic x(2) value spaces.
           05  jrn-date-out            pic 9(8).
           05 pic x(4) value "  $ ".
           05  jrn-amount-out          pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  jrn-note-out            pic x(20) value spaces.
       01  trailer-line.
           05 pic x(9) value "PAYMENTS ".
           05  payments-out            pic zz,zz9.
           05  total-out               pic zzz,zz9.99.
           05 pic x(10) value "  REJECTED".
           05  rejected-out            pic zz,zz9.
       01  recovery-trailer-line.
           05 pic x(9) value "RECOVERED".
           05  recovered-count-out     pic zz,zz9.
           05 pic x(10) value "  BAD DEBT".
           05  recovered-out           pic zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-customer-xref
           perform 150-load-write-offs
           if house-write-offs-open > 0
              perform 155-total-house-balances
           end-if
           open input payment-file
                output posting-journal
                output reject-listing
                input customer-master
                extend customer-ar-file
                extend gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from journal-header
           move payments-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           if payments-recovered > 0
              move payments-recovered to recovered-count-out
              move total-recovered to recovered-out
              write print-rec from recovery-trailer-line
           end-if
           perform 500-write-gl-postings
           perform 900-write-run-log
           close payment-file
                 posting-journal
                 reject-listing
                 customer-master
                 customer-ar-file
                 gl-posting-file
                 run-log-file
           perform 810-save-write-offs
      *>   the payment feed is consumed -- a rerun must not post the
      *>   same remittances twice
           if payments-read > 0
           stop run.
       200-post-one-payment.
           move 'N' to customer-found-sw
           move pay-customer-no to customer-no-x
           move pay-customer-key to customer-key-search
           perform 115-resolve-customer-no
           if customer-no-reason = spaces
              move resolved-customer-no to mast-customer-no
              read customer-master
                   invalid key
                      move "PAYMENT FOR UNKNOWN ACCOUNT"
                        to customer-no-reason
                   not invalid key
                      move 'Y' to customer-found-sw
              end-read
           end-if
           if not customer-found
              add 1 to payments-rejected
              move spaces to SUSPENSE-REC
              move "CUSTPAY " to SUSP-SOURCE-PROGRAM
              if customer-no-x is numeric
                 and customer-no-in > 0
                 move customer-no-x to SUSP-KEY-FIELD
              else
                 move pay-customer-key to SUSP-KEY-FIELD
              end-if
              move customer-no-reason to SUSP-REASON
              write SUSPENSE-REC
           else
              add 1 to payments-posted
              move pay-amount to payment-remaining
              move spaces to house-account-key
              move mast-customer-no to house-account-key(1:7)
              perform 260-total-written-off
              if recovery-open-work > 0
                 and house-balance-work not > 0
                 perform 270-post-recovery
              end-if
              if payment-remaining > 0
                 add payment-remaining to total-posted
                 move mast-customer-key to car-customer-key
                 move pay-date to car-trans-date
                 move 'P' to car-trans-type
                 move payment-remaining to car-amount
                 move mast-customer-no to car-customer-no
                 write customer-ar-rec
                 move mast-customer-no to jrn-number-out
                 move mast-customer-key to jrn-account-out
                 move pay-date to jrn-date-out
                 move payment-remaining to jrn-amount-out
                 write print-rec from journal-detail-line
                 perform 275-reduce-house-balance
              end-if
           end-if.
       110-load-customer-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "CUSTPAY: CUST-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move cx-customer-key
                         to xt-customer-key(xref-table-count)
                       move cx-customer-no
                         to xt-customer-no(xref-table-count)
              end-read
           end-perform
           close xref-file.
      *> a payment carrying the customer number is checked against
      *> the cross-reference; one without is matched by name key, and
      *> is refused when the name key is not on the customer master
      *> or is on it for more than one customer
       115-resolve-customer-no.
           move 0 to resolved-customer-no
           move spaces to customer-no-reason
           move 0 to xref-match-count
           if customer-no-x is numeric
              and customer-no-in > 0
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-customer-no(xref-table-idx) = customer-no-in
                    add 1 to xref-match-count
                    move xt-customer-no(xref-table-idx)
                      to resolved-customer-no
                 end-if
              end-perform
              if xref-match-count = 0
                 move "CUSTOMER NO NOT ON CUSTOMER MASTER"
                   to customer-no-reason
              end-if
           else
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-customer-key(xref-table-idx)
                       = customer-key-search
                    add 1 to xref-match-count
                    move xt-customer-no(xref-table-idx)
                      to resolved-customer-no
                 end-if
              end-perform
              evaluate true
                 when xref-match-count = 0
                    move "PAYMENT FOR UNKNOWN ACCOUNT"
                      to customer-no-reason
                 when xref-match-count > 1
                    move "NAME KEY ON FILE TWICE -- NEED CUST NO"
                      to customer-no-reason
              end-evaluate
           end-if.
       150-load-write-offs.
           open input write-off-history-file
           perform until more-write-off-records = 'no '
              read write-off-history-file
                    at end
                       move 'no ' to more-write-off-records
                    not at end
                       add 1 to write-off-table-count
                       if write-off-table-count > 500
                          display "CUSTPAY: WO-HIST HAS MORE THAN "
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
                       move 0
                         to wot-house-balance(write-off-table-count)
                       if woh-receivable = 'H'
                          and woh-recovered < woh-amount
                          add 1 to house-write-offs-open
                       end-if
              end-read
           end-perform
           close write-off-history-file.
       155-total-house-balances.
      *>   what each written-off account owes now -- charges and
      *>   finance charges less payments and write-offs
           open input customer-ar-file
           perform until more-ar-records = 'no '
              read customer-ar-file
                    at end
                       move 'no ' to more-ar-records
                    not at end
                       perform 160-total-one-ar-record
              end-read
           end-perform
           close customer-ar-file.
       160-total-one-ar-record.
           move spaces to house-account-key
           move car-customer-no to house-account-key(1:7)
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
              if wot-receivable(write-off-table-idx) = 'H'
                 and wot-account-key(write-off-table-idx)
                     = house-account-key
                 if car-trans-type = 'P' or 'W'
                    subtract car-amount
                      from wot-house-balance(write-off-table-idx)
                 else
                    add car-amount
                      to wot-house-balance(write-off-table-idx)
                 end-if
              end-if
           end-perform.
       260-total-written-off.
           move 0 to recovery-open-work
           move 0 to house-balance-work
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
              if wot-receivable(write-off-table-idx) = 'H'
                 and wot-account-key(write-off-table-idx)
                     = house-account-key
                 compute recovery-open-work = recovery-open-work
                    + wot-amount(write-off-table-idx)
                    - wot-recovered(write-off-table-idx)
                 move wot-house-balance(write-off-table-idx)
                   to house-balance-work
              end-if
           end-perform.
       270-post-recovery.
      *>   the receivable was relieved when the balance was written
      *>   off, so the cash goes to recovered income, drawn against
      *>   the oldest write-off first
           if payment-remaining > recovery-open-work
              move recovery-open-work to recovery-left
           else
              move payment-remaining to recovery-left
           end-if
           add 1 to payments-recovered
           add recovery-left to total-recovered
           subtract recovery-left from payment-remaining
           move mast-customer-no to jrn-number-out
           move mast-customer-key to jrn-account-out
           move pay-date to jrn-date-out
           move recovery-left to jrn-amount-out
           move "BAD DEBT RECOVERED" to jrn-note-out
           write print-rec from journal-detail-line
           move spaces to jrn-note-out
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
                      or recovery-left = 0
              if wot-receivable(write-off-table-idx) = 'H'
                 and wot-account-key(write-off-table-idx)
                     = house-account-key
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
                 move pay-date
                   to wot-recovery-date(write-off-table-idx)
                 subtract recovery-apply from recovery-left
              end-if
           end-perform.
       275-reduce-house-balance.
      *>   keeps a second payment in the same run from reading the
      *>   account as still owing
           perform varying write-off-table-idx from 1 by 1
                   until write-off-table-idx > write-off-table-count
              if wot-receivable(write-off-table-idx) = 'H'
                 and wot-account-key(write-off-table-idx)
                     = house-account-key
                 subtract payment-remaining
                   from wot-house-balance(write-off-table-idx)
              end-if
           end-perform.
       500-write-gl-postings.
           if total-posted > 0
              move business-date-work to GLP-POST-DATE
              move "CUSTPAY " to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move total-posted to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "HOUSEAR " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-posted to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if total-recovered > 0
              move business-date-work to GLP-POST-DATE
              move "CUSTPAY " to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move total-recovered to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "BDRECOV " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-recovered to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
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
