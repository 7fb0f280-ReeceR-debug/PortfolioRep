       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONCASH.
      *> Cash application for the tuition sponsor receivable, kept
      *> apart from the students' own balances.  Applies the sponsor
      *> remittance file against the spon-ar open items of the
      *> sponsor, oldest billing first; a remittance that names a
      *> student -- by student number, or by name when it carries no
      *> number -- is applied to that student's items only.  Partial
      *> payments leave the residue open.  Prints a posting journal,
      *> rewrites spon-ar with what is still owed, and finishes with
      *> an aged trial balance by sponsor from the invoice date, the
      *> items SPONBILL has not invoiced yet shown on their own.
      *> Cash for a sponsor or student with nothing open, and cash
      *> beyond what is open, goes to the suspense file.  The cash
      *> applied posts to the GL through GLCONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT remittance-file ASSIGN TO spon-remit
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT posting-journal ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO scash-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-ar-file
           ASSIGN TO "spon-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  remittance-file.
       01  remittance-rec.
           05  rem-sponsor-id     pic x(6).
           05  rem-payment-amount pic 9(7)v99.
           05  rem-payment-date   pic 9(8).
           05  rem-student-name   pic x(20).
           05  rem-student-no     pic x(7).
       fd  posting-journal.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  sponsor-ar-file.
           COPY SPONAR.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-item-records        picture xxx value 'yes'.
       01  item-table-idx           pic 9(4) comp.
       01  item-scan-idx            pic 9(4) comp.
       01  item-table-count         pic 9(4) value 0.
       01  oldest-item-idx          pic 9(4) comp value 0.
       01  item-table.
           05  item-entry OCCURS 2000 TIMES.
               10  itm-sponsor-id   pic x(6).
               10  itm-student-name pic x(20).
               10  itm-billed-date  pic 9(8).
               10  itm-amount-billed pic 9(5)v99.
               10  itm-amount-due   pic 9(5)v99.
               10  itm-invoice-date pic 9(8).
               10  itm-student-no   pic 9(7).
       01  payment-remaining        pic 9(7)v99.
       01  amount-applied           pic 9(7)v99.
       01  account-open-total       pic 9(11)v99.
       01  day-calc-date            pic 9(8).
       01  day-calc-parts REDEFINES day-calc-date.
           05  day-calc-year        pic 9(4).
           05  day-calc-month       pic 9(2).
           05  day-calc-day         pic 9(2).
       01  day-number-work          pic 9(8).
       01  today-day-number         pic 9(8).
       01  item-day-number          pic 9(8).
       01  item-age-days            pic s9(8).
       01  aging-sponsor            pic x(6).
       01  aging-uninvoiced         pic 9(11)v99.
       01  aging-current            pic 9(11)v99.
       01  aging-30                 pic 9(11)v99.
       01  aging-60                 pic 9(11)v99.
       01  aging-90                 pic 9(11)v99.
       01  grand-uninvoiced         pic 9(11)v99 value 0.
       01  grand-current            pic 9(11)v99 value 0.
       01  grand-30                 pic 9(11)v99 value 0.
       01  grand-60                 pic 9(11)v99 value 0.
       01  grand-90                 pic 9(11)v99 value 0.
       01  payments-read            pic 9(7) value 0.
       01  payments-applied         pic 9(7) value 0.
       01  payments-rejected        pic 9(7) value 0.
       01  total-cash-applied       pic 9(11)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  journal-header.
           05 pic x(32) value "SPONSOR CASH POSTING JOURNAL    ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  journal-detail-line.
           05 pic x(8) value "SPONSOR ".
           05  jrn-sponsor-out         pic x(6).
           05 pic x(2) value spaces.
           05  jrn-student-out         pic x(20).
           05 pic x(9) value "  APPLIED".
           05 pic x(1) value space.
           05  jrn-applied-out         pic zz,zzz,zz9.99.
           05 pic x(8) value "  BILLED".
           05 pic x(1) value space.
           05  jrn-billed-date-out     pic 9(8).
           05 pic x(2) value spaces.
           05  jrn-note-out            pic x(20).
       01  aging-header.
           05 pic x(34) value "AGED TRIAL BALANCE -- SPONSORS    ".
       01  aging-column-header.
           05 pic x(7) value "SPONSOR".
           05 pic x(2) value spaces.
           05 pic x(15) value "   NOT INVOICED".
           05 pic x(15) value "        CURRENT".
           05 pic x(15) value "          31-60".
           05 pic x(15) value "          61-90".
           05 pic x(15) value "        OVER 90".
       01  aging-detail-line.
           05  age-sponsor-out         pic x(6).
           05 pic x(3) value spaces.
           05 pic x(2) value spaces.
           05  age-uninvoiced-out      pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  age-current-out         pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  age-30-out              pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  age-60-out              pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  age-90-out              pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  age-flag-out            pic x(16).
       01  aging-total-line.
           05 pic x(6) value "TOTAL ".
           05 pic x(3) value spaces.
           05 pic x(2) value spaces.
           05  tot-uninvoiced-out      pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  tot-current-out         pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  tot-30-out              pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  tot-60-out              pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  tot-90-out              pic zz,zzz,zz9.99.
       01  trailer-line.
           05 pic x(9) value "PAYMENTS ".
           05  payments-out            pic zz,zz9.
           05 pic x(11) value "  APPLIED $".
           05  applied-out             pic zzz,zzz,zz9.99.
           05 pic x(10) value "  REJECTED".
           05  rejected-out            pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work to day-calc-date
           perform 500-compute-day-number
           move day-number-work to today-day-number
           perform 120-load-open-items
           open input remittance-file
                output posting-journal
                output reject-listing
                extend gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from journal-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read remittance-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to payments-read
                       perform 200-apply-one-payment
              end-read
           END-PERFORM
           perform 600-print-aged-balance
           perform 700-write-gl-postings
           move payments-read to payments-out
           move total-cash-applied to applied-out
           move payments-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close remittance-file
                 posting-journal
                 reject-listing
                 gl-posting-file
                 run-log-file
           perform 800-save-open-items
           stop run.
       120-load-open-items.
           open input sponsor-ar-file
           perform until more-item-records = 'no '
              read sponsor-ar-file
                    at end
                       move 'no ' to more-item-records
                    not at end
                       add 1 to item-table-count
                       if item-table-count > 2000
                          display "SPONCASH: SPON-AR HAS MORE THAN "
                             "2000 RECORDS -- TABLE FULL"
                          close sponsor-ar-file
                          stop run
                       end-if
                       move sar-sponsor-id
                         to itm-sponsor-id(item-table-count)
                       move sar-student-name
                         to itm-student-name(item-table-count)
                       move sar-billed-date
                         to itm-billed-date(item-table-count)
                       move sar-amount-billed
                         to itm-amount-billed(item-table-count)
                       move sar-amount-due
                         to itm-amount-due(item-table-count)
                       move sar-student-no
                         to itm-student-no(item-table-count)
                       if sar-invoice-date is numeric
                          move sar-invoice-date
                            to itm-invoice-date(item-table-count)
                       else
                          move 0 to itm-invoice-date(item-table-count)
                       end-if
              end-read
           end-perform
           close sponsor-ar-file.
       200-apply-one-payment.
           move rem-payment-amount to payment-remaining
           move 0 to account-open-total
           perform varying item-table-idx from 1 by 1
                   until item-table-idx > item-table-count
              if rem-sponsor-id = itm-sponsor-id(item-table-idx)
                 and (rem-student-no = spaces
                  or rem-student-no = itm-student-no(item-table-idx))
                 and (rem-student-name = spaces
                  or rem-student-no not = spaces
                  or rem-student-name
                       = itm-student-name(item-table-idx))
                 add itm-amount-due(item-table-idx)
                   to account-open-total
              end-if
           end-perform
           if account-open-total = 0
              add 1 to payments-rejected
              move spaces to SUSPENSE-REC
              move "SPONCASH" to SUSP-SOURCE-PROGRAM
              move rem-sponsor-id to SUSP-KEY-FIELD(1:6)
              move rem-student-name to SUSP-KEY-FIELD(8:13)
              move "PAYMENT FOR SPONSOR WITH NO BALANCE"
                to SUSP-REASON
              write SUSPENSE-REC
           else
              add 1 to payments-applied
              perform until payment-remaining = 0
                 perform 250-find-oldest-open-item
                 if oldest-item-idx = 0
                    perform 280-report-overpayment
                    move 0 to payment-remaining
                 else
                    perform 300-apply-to-item
                 end-if
              end-perform
           end-if.
       250-find-oldest-open-item.
           move 0 to oldest-item-idx
           perform varying item-scan-idx from 1 by 1
                   until item-scan-idx > item-table-count
              if rem-sponsor-id = itm-sponsor-id(item-scan-idx)
                 and (rem-student-no = spaces
                  or rem-student-no = itm-student-no(item-scan-idx))
                 and (rem-student-name = spaces
                  or rem-student-no not = spaces
                  or rem-student-name
                       = itm-student-name(item-scan-idx))
                 and itm-amount-due(item-scan-idx) > 0
                 if oldest-item-idx = 0
                    or itm-billed-date(item-scan-idx)
                       < itm-billed-date(oldest-item-idx)
                    move item-scan-idx to oldest-item-idx
                 end-if
              end-if
           end-perform.
       280-report-overpayment.
      *>   more cash than open items -- the excess goes to suspense
      *>   for the bursar to refund or place
           add 1 to payments-rejected
           move spaces to SUSPENSE-REC
           move "SPONCASH" to SUSP-SOURCE-PROGRAM
           move rem-sponsor-id to SUSP-KEY-FIELD(1:6)
           move rem-student-name to SUSP-KEY-FIELD(8:13)
           move "PAYMENT EXCEEDS OPEN BALANCE" to SUSP-REASON
           write SUSPENSE-REC
           move rem-sponsor-id to jrn-sponsor-out
           move rem-student-name to jrn-student-out
           move payment-remaining to jrn-applied-out
           move 0 to jrn-billed-date-out
           move "** UNAPPLIED CASH **" to jrn-note-out
           write print-rec from journal-detail-line
           move spaces to jrn-note-out.
       300-apply-to-item.
           if payment-remaining >= itm-amount-due(oldest-item-idx)
              move itm-amount-due(oldest-item-idx)
                to amount-applied
              move spaces to jrn-note-out
           else
              move payment-remaining to amount-applied
              move "PARTIAL PAYMENT" to jrn-note-out
           end-if
           subtract amount-applied
             from itm-amount-due(oldest-item-idx)
           subtract amount-applied from payment-remaining
           add amount-applied to total-cash-applied
           move rem-sponsor-id to jrn-sponsor-out
           move itm-student-name(oldest-item-idx) to jrn-student-out
           move amount-applied to jrn-applied-out
           move itm-billed-date(oldest-item-idx)
             to jrn-billed-date-out
           write print-rec from journal-detail-line
           move spaces to jrn-note-out.
       500-compute-day-number.
           compute day-number-work =
              (day-calc-year * 365)
              + (day-calc-month * 30)
              + day-calc-day.
       600-print-aged-balance.
           write print-rec from blank-line
           write print-rec from aging-header
           write print-rec from blank-line
           write print-rec from aging-column-header
           write print-rec from blank-line
           perform varying item-table-idx from 1 by 1
                   until item-table-idx > item-table-count
              if itm-amount-due(item-table-idx) > 0
                 and itm-sponsor-id(item-table-idx) not = spaces
                 perform 640-age-if-first-item
              end-if
           end-perform
           move grand-uninvoiced to tot-uninvoiced-out
           move grand-current to tot-current-out
           move grand-30 to tot-30-out
           move grand-60 to tot-60-out
           move grand-90 to tot-90-out
           write print-rec from blank-line
           write print-rec from aging-total-line.
       640-age-if-first-item.
      *>   a sponsor ages once, under its first open item
           move itm-sponsor-id(item-table-idx) to aging-sponsor
           perform varying item-scan-idx from 1 by 1
                   until item-scan-idx >= item-table-idx
              if aging-sponsor = itm-sponsor-id(item-scan-idx)
                 and itm-amount-due(item-scan-idx) > 0
                 move item-table-count to item-scan-idx
                 move spaces to aging-sponsor
              end-if
           end-perform
           if aging-sponsor not = spaces
              perform 650-age-one-sponsor
           end-if.
       650-age-one-sponsor.
           move 0 to aging-uninvoiced
           move 0 to aging-current
           move 0 to aging-30
           move 0 to aging-60
           move 0 to aging-90
           perform varying item-scan-idx from 1 by 1
                   until item-scan-idx > item-table-count
              if aging-sponsor = itm-sponsor-id(item-scan-idx)
                 and itm-amount-due(item-scan-idx) > 0
                 perform 680-bucket-one-item
              end-if
           end-perform
           move aging-sponsor to age-sponsor-out
           move aging-uninvoiced to age-uninvoiced-out
           move aging-current to age-current-out
           move aging-30 to age-30-out
           move aging-60 to age-60-out
           move aging-90 to age-90-out
           if aging-90 > 0
              move "** PAST CONTRACT" to age-flag-out
           else
              move spaces to age-flag-out
           end-if
           write print-rec from aging-detail-line
           add aging-uninvoiced to grand-uninvoiced
           add aging-current to grand-current
           add aging-30 to grand-30
           add aging-60 to grand-60
           add aging-90 to grand-90.
       680-bucket-one-item.
           if itm-invoice-date(item-scan-idx) = 0
              add itm-amount-due(item-scan-idx) to aging-uninvoiced
           else
              move itm-invoice-date(item-scan-idx) to day-calc-date
              perform 500-compute-day-number
              move day-number-work to item-day-number
              compute item-age-days =
                 today-day-number - item-day-number
              evaluate true
                 when item-age-days <= 30
                    add itm-amount-due(item-scan-idx) to aging-current
                 when item-age-days <= 60
                    add itm-amount-due(item-scan-idx) to aging-30
                 when item-age-days <= 90
                    add itm-amount-due(item-scan-idx) to aging-60
                 when other
                    add itm-amount-due(item-scan-idx) to aging-90
              end-evaluate
           end-if.
      *> only cash applied to open items posts; an overpayment sits
      *> in suspense until the bursar places it
       700-write-gl-postings.
           if total-cash-applied > 0
              move business-date-work to GLP-POST-DATE
              move "SPONCASH" to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move total-cash-applied to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "SPONAR  " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-cash-applied to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       800-save-open-items.
           open output sponsor-ar-file
           perform varying item-table-idx from 1 by 1
                   until item-table-idx > item-table-count
              if itm-amount-due(item-table-idx) > 0
                 move itm-sponsor-id(item-table-idx) to sar-sponsor-id
                 move itm-student-name(item-table-idx)
                   to sar-student-name
                 move itm-billed-date(item-table-idx)
                   to sar-billed-date
                 move itm-amount-billed(item-table-idx)
                   to sar-amount-billed
                 move itm-amount-due(item-table-idx) to sar-amount-due
                 move itm-invoice-date(item-table-idx)
                   to sar-invoice-date
                 move itm-student-no(item-table-idx)
                   to sar-student-no
                 write sponsor-ar-rec
              end-if
           end-perform
           close sponsor-ar-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "SPONCASH" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move payments-read to RL-RECORDS-IN
           move payments-applied to RL-RECORDS-OUT
           move payments-rejected to RL-RECORDS-REJECTED
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
