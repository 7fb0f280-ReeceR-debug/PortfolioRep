       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGE.
      *> House-charge aging, run at month end.  Reads the whole
      *> house-charge receivable (cust-ar), applies each account's
      *> payments to its oldest charges first, and buckets what is
      *> still open by days since it was charged against the bus-date
      *> card -- current, 31-60, 61-90 and over 90.  An account with
      *> anything over 30 days is assessed the monthly finance charge,
      *> appended to cust-ar as an F record (once per month, so a
      *> rerun does not charge twice).  Anything over 90 days puts the
      *> account on credit hold on cust-mast; the hold comes off on
      *> the first run that finds nothing over 90 days.  The aged
      *> balances are extracted to cust-aged so the statement run
      *> (CUSTSTMT) can print the delinquency notices with the
      *> statements.  The finance charges assessed post to the GL
      *> through GLCONSOL, dated the first day of the period GLCLOSE
      *> has just opened (gl-period) so they are not diverted to
      *> suspense as prior-period postings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT aging-report ASSIGN TO printer.
                     SELECT aged-extract-file ASSIGN TO "cust-aged"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-cust-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL period-control-file
           ASSIGN TO "gl-period"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
      *> house-charge receivable: C = charge rung at the register,
      *> P = payment posted by CUSTPAY, F = finance charge assessed
      *> by this run
       fd  customer-ar-file.
       01  customer-ar-rec.
           05  car-customer-key    pic x(12).
           05  car-trans-date      pic 9(8).
           05  car-trans-type      pic x(1).
           05  car-amount          pic 9(5)v99.
           05  car-customer-no     pic 9(7).
       fd  customer-master.
           COPY CUSTMAST.
       fd  aging-report.
       01  print-rec.
           05 pic x(132).
      *> one record per account with a balance, for the statement run
       fd  aged-extract-file.
       01  aged-extract-rec.
           05  agx-customer-key    pic x(12).
           05  agx-current         pic s9(7)v99.
           05  agx-31-60           pic 9(7)v99.
           05  agx-61-90           pic 9(7)v99.
           05  agx-over-90         pic 9(7)v99.
           05  agx-finance-charge  pic 9(5)v99.
           05  agx-credit-hold     pic x(1).
           05  agx-customer-no     pic 9(7).
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
      *> the accounting period still open, advanced by GLCLOSE
       fd  period-control-file.
       01  period-control-rec.
           05  gp-open-period      pic 9(6).
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  current-period-work      pic 9(6).
       01  open-period-work         pic 9(6) value 0.
       01  gl-post-date-work        pic 9(8).
       01  more-ar-records          picture xxx value 'yes'.
       01  day-calc-date            pic 9(8).
       01  day-calc-parts REDEFINES day-calc-date.
           05  day-calc-year        pic 9(4).
           05  day-calc-month       pic 9(2).
           05  day-calc-day         pic 9(2).
       01  day-number-work          pic 9(8).
       01  today-day-number         pic 9(8).
       01  age-days                 pic s9(8).
      *> monthly finance charge on the balance over 30 days, with a
      *> minimum charge once anything is past due
       01  finance-charge-rate      pic v999 value .015.
       01  finance-charge-minimum   pic 9v99 value 0.50.
       01  ar-table-idx             pic 9(4) comp.
       01  ar-table-count           pic 9(4) value 0.
       01  charge-activity-table.
           05  charge-activity-entry OCCURS 2000 TIMES.
               10  cat-customer-no  pic 9(7).
               10  cat-trans-date   pic 9(8).
               10  cat-trans-type   pic x(1).
               10  cat-amount       pic 9(5)v99.
       01  acct-table-idx           pic 9(4) comp.
       01  acct-table-count         pic 9(4) value 0.
       01  acct-found-idx           pic 9(4) comp value 0.
       01  account-table.
           05  account-entry OCCURS 500 TIMES.
               10  act-customer-no  pic 9(7).
               10  act-customer-key pic x(12).
               10  act-payments     pic 9(7)v99.
               10  act-charged-sw   pic x(1).
      *>           Y = finance charge already assessed this month
       01  payment-credit-left      pic 9(7)v99.
       01  item-open-amount         pic 9(7)v99.
       01  bucket-current           pic s9(7)v99.
       01  bucket-31-60             pic 9(7)v99.
       01  bucket-61-90             pic 9(7)v99.
       01  bucket-over-90           pic 9(7)v99.
       01  past-due-work            pic 9(7)v99.
       01  finance-charge-work      pic 9(5)v99.
       01  account-balance-work     pic s9(7)v99.
       01  hold-action              pic x(7).
       01  journal-operator         pic x(3) value spaces.
       01  before-image-work        pic x(132).
       01  after-image-work         pic x(132).
       01  accounts-aged            pic 9(5) value 0.
       01  accounts-open            pic 9(5) value 0.
       01  finance-charges-written  pic 9(5) value 0.
       01  holds-placed             pic 9(5) value 0.
       01  holds-released           pic 9(5) value 0.
       01  total-current            pic s9(9)v99 value 0.
       01  total-31-60              pic 9(9)v99 value 0.
       01  total-61-90              pic 9(9)v99 value 0.
       01  total-over-90            pic 9(9)v99 value 0.
       01  total-finance-charge     pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(34) value "HOUSE CHARGE AGED TRIAL BALANCE   ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(7) value "CUST NO".
           05 pic x(2) value spaces.
           05 pic x(12) value "ACCOUNT     ".
           05 pic x(2) value spaces.
           05 pic x(10) value "  CURRENT ".
           05 pic x(2) value spaces.
           05 pic x(9) value "    31-60".
           05 pic x(2) value spaces.
           05 pic x(9) value "    61-90".
           05 pic x(2) value spaces.
           05 pic x(9) value "  OVER 90".
           05 pic x(2) value spaces.
           05 pic x(10) value "  BALANCE ".
           05 pic x(2) value spaces.
           05 pic x(8) value " FIN CHG".
           05 pic x(2) value spaces.
           05 pic x(7) value "HOLD   ".
       01  blank-line               pic x value space.
       01  aging-detail-line.
           05  detail-number-out       pic 9(7).
           05 pic x(2) value spaces.
           05  detail-account-out      pic x(12).
           05 pic x(2) value spaces.
           05  detail-current-out      pic zz,zz9.99-.
           05 pic x(2) value spaces.
           05  detail-31-60-out        pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-61-90-out        pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-over-90-out      pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-balance-out      pic zz,zz9.99-.
           05 pic x(2) value spaces.
           05  detail-fin-chg-out      pic z,zz9.99.
           05 pic x(2) value spaces.
           05  detail-hold-out         pic x(7).
       01  bucket-total-line.
           05 pic x(9) value "CURRENT $".
           05  tot-current-out         pic zzz,zz9.99-.
           05 pic x(8) value "  31-60$".
           05  tot-31-60-out           pic zzz,zz9.99.
           05 pic x(8) value "  61-90$".
           05  tot-61-90-out           pic zzz,zz9.99.
           05 pic x(9) value "  OVER90$".
           05  tot-over-90-out         pic zzz,zz9.99.
       01  trailer-line.
           05 pic x(9) value "ACCOUNTS ".
           05  accounts-out            pic zz,zz9.
           05 pic x(10) value "  FIN CHG ".
           05  fin-chg-count-out       pic zz,zz9.
           05 pic x(3) value " $ ".
           05  fin-chg-total-out       pic zzz,zz9.99.
           05 pic x(14) value "  HOLDS PLACED".
           05  holds-placed-out        pic zz,zz9.
           05 pic x(10) value "  RELEASED".
           05  holds-released-out      pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work(1:6) to current-period-work
           move business-date-work to day-calc-date
           perform 500-compute-day-number
           move day-number-work to today-day-number
           perform 115-load-period-control
           perform 910-take-master-lock
           perform 120-load-charge-activity
           open i-o customer-master
                extend customer-ar-file
                output aging-report
                output aged-extract-file
                extend update-journal-file
                extend gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform varying acct-table-idx from 1 by 1
                   until acct-table-idx > acct-table-count
              perform 200-age-one-account
           end-perform
           move total-current to tot-current-out
           move total-31-60 to tot-31-60-out
           move total-61-90 to tot-61-90-out
           move total-over-90 to tot-over-90-out
           write print-rec from blank-line
           write print-rec from bucket-total-line
           move accounts-open to accounts-out
           move finance-charges-written to fin-chg-count-out
           move total-finance-charge to fin-chg-total-out
           move holds-placed to holds-placed-out
           move holds-released to holds-released-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 600-write-gl-postings
           perform 900-write-run-log
           close customer-master
                 customer-ar-file
                 aging-report
                 aged-extract-file
                 update-journal-file
                 gl-posting-file
                 run-log-file
           perform 920-release-master-lock
           stop run.
      *> the month has normally been closed by the time this runs,
      *> so the finance charges are dated the first day of the open
      *> period; run before the close they keep the bus-date
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
           if open-period-work > current-period-work
              compute gl-post-date-work = (open-period-work * 100) + 1
           else
              move business-date-work to gl-post-date-work
           end-if.
       120-load-charge-activity.
           open input customer-ar-file
           perform until more-ar-records = 'no '
              read customer-ar-file
                    at end
                       move 'no ' to more-ar-records
                    not at end
                       add 1 to ar-table-count
                       if ar-table-count > 2000
                          display "CUSTAGE: MORE THAN 2000 HOUSE "
                             "CHARGE RECORDS -- TABLE FULL"
                          stop run
                       end-if
                       move car-customer-no
                         to cat-customer-no(ar-table-count)
                       move car-trans-date
                         to cat-trans-date(ar-table-count)
                       move car-trans-type
                         to cat-trans-type(ar-table-count)
                       move car-amount
                         to cat-amount(ar-table-count)
                       perform 130-post-account-entry
              end-read
           end-perform
           close customer-ar-file.
       130-post-account-entry.
           move 0 to acct-found-idx
           perform varying acct-table-idx from 1 by 1
                   until acct-table-idx > acct-table-count
              if car-customer-no = act-customer-no(acct-table-idx)
                 move acct-table-idx to acct-found-idx
              end-if
           end-perform
           if acct-found-idx = 0
              if acct-table-count > 499
                 display "CUSTAGE: MORE THAN 500 HOUSE CHARGE "
                    "ACCOUNTS -- TABLE FULL"
                 stop run
              end-if
              add 1 to acct-table-count
              move acct-table-count to acct-found-idx
              move car-customer-no
                to act-customer-no(acct-found-idx)
              move car-customer-key
                to act-customer-key(acct-found-idx)
              move 0 to act-payments(acct-found-idx)
              move 'N' to act-charged-sw(acct-found-idx)
           end-if
      *>   a bad-debt write-off relieves the charges like a payment
           if car-trans-type = 'P' or 'W'
              add car-amount to act-payments(acct-found-idx)
           end-if
           if car-trans-type = 'F'
              and car-trans-date(1:6) = current-period-work
              move 'Y' to act-charged-sw(acct-found-idx)
           end-if.
       200-age-one-account.
      *>   payments relieve the oldest charges first; what is left of
      *>   each charge ages from the day it was rung.  cust-ar is
      *>   appended in date order, so table order is oldest first.
           add 1 to accounts-aged
           move act-payments(acct-table-idx) to payment-credit-left
           move 0 to bucket-current
           move 0 to bucket-31-60
           move 0 to bucket-61-90
           move 0 to bucket-over-90
           move 0 to finance-charge-work
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if cat-customer-no(ar-table-idx)
                    = act-customer-no(acct-table-idx)
                 and cat-trans-type(ar-table-idx) not = 'P'
                 and cat-trans-type(ar-table-idx) not = 'W'
                 perform 210-age-one-charge
              end-if
           end-perform
      *>   a payment beyond everything charged is a credit balance
           subtract payment-credit-left from bucket-current
           compute past-due-work =
              bucket-31-60 + bucket-61-90 + bucket-over-90
           if past-due-work > 0
              and act-charged-sw(acct-table-idx) not = 'Y'
              perform 300-assess-finance-charge
           end-if
           compute account-balance-work =
              bucket-current + past-due-work
           perform 400-set-credit-hold
           if account-balance-work not = 0
              add 1 to accounts-open
              add bucket-current to total-current
              add bucket-31-60 to total-31-60
              add bucket-61-90 to total-61-90
              add bucket-over-90 to total-over-90
              move spaces to aging-detail-line
              move act-customer-no(acct-table-idx)
                to detail-number-out
              move act-customer-key(acct-table-idx)
                to detail-account-out
              move bucket-current to detail-current-out
              move bucket-31-60 to detail-31-60-out
              move bucket-61-90 to detail-61-90-out
              move bucket-over-90 to detail-over-90-out
              move account-balance-work to detail-balance-out
              move finance-charge-work to detail-fin-chg-out
              move hold-action to detail-hold-out
              write print-rec from aging-detail-line
              move act-customer-key(acct-table-idx)
                to agx-customer-key
              move bucket-current to agx-current
              move bucket-31-60 to agx-31-60
              move bucket-61-90 to agx-61-90
              move bucket-over-90 to agx-over-90
              move finance-charge-work to agx-finance-charge
              move mast-credit-hold to agx-credit-hold
              move act-customer-no(acct-table-idx) to agx-customer-no
              write aged-extract-rec
           end-if.
       210-age-one-charge.
           move cat-amount(ar-table-idx) to item-open-amount
           if payment-credit-left > item-open-amount
              subtract item-open-amount from payment-credit-left
              move 0 to item-open-amount
           else
              subtract payment-credit-left from item-open-amount
              move 0 to payment-credit-left
           end-if
           if item-open-amount > 0
              move cat-trans-date(ar-table-idx) to day-calc-date
              perform 500-compute-day-number
              compute age-days = today-day-number - day-number-work
              evaluate true
                 when age-days <= 30
                    add item-open-amount to bucket-current
                 when age-days <= 60
                    add item-open-amount to bucket-31-60
                 when age-days <= 90
                    add item-open-amount to bucket-61-90
                 when other
                    add item-open-amount to bucket-over-90
              end-evaluate
           end-if.
       300-assess-finance-charge.
      *>   the charge itself is new this month, so it ages as current
           compute finance-charge-work rounded =
              past-due-work * finance-charge-rate
           if finance-charge-work < finance-charge-minimum
              move finance-charge-minimum to finance-charge-work
           end-if
           add 1 to finance-charges-written
           add finance-charge-work to total-finance-charge
           add finance-charge-work to bucket-current
           move act-customer-key(acct-table-idx) to car-customer-key
           move business-date-work to car-trans-date
           move 'F' to car-trans-type
           move finance-charge-work to car-amount
           move act-customer-no(acct-table-idx) to car-customer-no
           write customer-ar-rec.
       400-set-credit-hold.
           move spaces to hold-action
           move act-customer-no(acct-table-idx) to mast-customer-no
           read customer-master
                invalid key
                   move space to mast-credit-hold
                   move "NO MAST" to hold-action
                not invalid key
                   move customer-master-rec to before-image-work
                   evaluate true
                      when bucket-over-90 > 0
                           and not mast-on-credit-hold
                         move 'H' to mast-credit-hold
                         move business-date-work to mast-hold-date
                         move "PLACED " to hold-action
                         add 1 to holds-placed
                         perform 450-rewrite-customer
                      when bucket-over-90 = 0
                           and mast-on-credit-hold
                         move space to mast-credit-hold
                         move 0 to mast-hold-date
                         move "RELEASD" to hold-action
                         add 1 to holds-released
                         perform 450-rewrite-customer
                      when mast-on-credit-hold
                         move "HELD   " to hold-action
                   end-evaluate
           end-read.
       450-rewrite-customer.
           rewrite customer-master-rec
                 invalid key
                    display "CUSTAGE: REWRITE FAILED FOR "
                       mast-customer-no
                 not invalid key
                    move customer-master-rec to after-image-work
                    perform 680-write-update-journal
           end-rewrite.
       500-compute-day-number.
           compute day-number-work =
              (day-calc-year * 365)
              + (day-calc-month * 30)
              + day-calc-day.
       680-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "CUSTAGE " to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move journal-operator to UJ-OPERATOR
           move "cust-mast   " to UJ-FILE-NAME
           move "CHANGE " to UJ-ACTION
           move mast-customer-no to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move after-image-work to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
       910-take-master-lock.
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "CUSTAGE: CUST-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "CUSTAGE " to lk-holder
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
      *> finance charges assessed this run raise the receivable and
      *> are earned income
       600-write-gl-postings.
           if total-finance-charge > 0
              move gl-post-date-work to GLP-POST-DATE
              move "CUSTAGE " to GLP-SOURCE-PROGRAM
              move "HOUSEAR " to GLP-ACCOUNT
              move total-finance-charge to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "FINCHG  " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-finance-charge to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "CUSTAGE " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move accounts-aged to RL-RECORDS-IN
           move accounts-open to RL-RECORDS-OUT
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
