                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT OPTIONAL xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO stmt-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL points-ledger-file
           ASSIGN TO "pts-ledger"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL aged-extract-file
           ASSIGN TO "cust-aged"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  mo-of-trans              pic X(2).
           05  yr-of-trans              pic X(4).
           05  trans-amt                pic 9(6).
           05  trans-customer-no        pic X(7).
       SD  stmt-sort-file.
       01  stmt-sort-rec.
           05  srt-customer-no          pic 9(7).
           05  srt-customer-key.
               10  srt-Initial1         pic X(1).
               10  srt-Initial2         pic X(1).
           05  srt-trans-amt            pic 9(6).
       fd  sorted-cust-info.
       01  sorted-cust-rec.
           05  sorted-customer-no       pic 9(7).
           05  sorted-customer-key.
               10  sorted-Initial1      pic X(1).
               10  sorted-Initial2      pic X(1).
           05 pic x(132).
       fd  customer-master.
           COPY CUSTMAST.
       fd  xref-file.
           COPY CUSTXREF.
       fd  reject-listing.
           COPY REJLIST.
       fd  customer-ar-file.
           05  car-trans-date      pic 9(8).
           05  car-trans-type      pic x(1).
           05  car-amount          pic 9(5)v99.
           05  car-customer-no     pic 9(7).
       fd  points-ledger-file.
           COPY PTSLEDG.
      *> aged balances left by the month-end aging run (CUSTAGE)
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
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  input-record-number      pic 9(7) value 0.
       01  input-record-held-sw     pic x value 'N'.
           88  input-record-held        value 'Y'.
       01  held-input-record        pic x(31).
       01  customer-found-sw        pic x value 'N'.
           88  customer-found           value 'Y'.
       01  first-customer-sw        pic x value 'Y'.
           88  first-customer           value 'Y'.
       01  prev-customer-no         pic 9(7).
       01  statement-total          pic 9(8) value 0.
       01  more-ar-records          picture xxx value 'yes'.
       01  ar-table-idx             pic 9(4) comp.
       01  ar-table-count           pic 9(4) value 0.
       01  charge-activity-table.
           05  charge-activity-entry OCCURS 800 TIMES.
               10  cat-customer-no  pic 9(7).
               10  cat-trans-date   pic 9(8).
               10  cat-trans-type   pic x(1).
               10  cat-amount       pic 9(5)v99.
       01  account-balance-work     pic s9(7)v99.
       01  more-points-records      picture xxx value 'yes'.
       01  points-table-idx         pic 9(4) comp.
       01  points-table-count       pic 9(4) value 0.
       01  points-found-idx         pic 9(4) comp value 0.
       01  points-balance-table.
           05  points-balance-entry OCCURS 800 TIMES.
               10  pbt-customer-no  pic 9(7).
               10  pbt-points       pic 9(9).
       01  more-aged-records        picture xxx value 'yes'.
       01  aged-table-idx           pic 9(4) comp.
       01  aged-table-count         pic 9(4) value 0.
       01  aged-balance-table.
           05  aged-balance-entry OCCURS 500 TIMES.
               10  agt-customer-no  pic 9(7).
               10  agt-current      pic s9(7)v99.
               10  agt-31-60        pic 9(7)v99.
               10  agt-61-90        pic 9(7)v99.
               10  agt-over-90      pic 9(7)v99.
               10  agt-credit-hold  pic x(1).
      *> customer cross-reference (cust-xref) -- a feed record with no
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
       01  resolved-customer-key    pic x(12).
       01  customer-no-reason       pic x(40).
       01  aging-summary-line.
           05 pic x(2) value spaces.
           05 pic x(9) value "CURRENT $".
           05  aging-current-out       pic zz,zz9.99-.
           05 pic x(8) value "  31-60$".
           05  aging-31-60-out         pic zz,zz9.99.
           05 pic x(8) value "  61-90$".
           05  aging-61-90-out         pic zz,zz9.99.
           05 pic x(9) value "  OVER90$".
           05  aging-over-90-out       pic zz,zz9.99.
       01  notice-line.
           05 pic x(2) value spaces.
           05  notice-text-out         pic x(60).
       01  points-balance-line.
           05 pic x(2) value spaces.
           05 pic x(16) value "LOYALTY POINTS  ".
           05 pic x(2) value spaces.
           05  points-balance-out      pic zzz,zzz,zz9.
       01  charge-section-header.
           05 pic x(2) value spaces.
           05 pic x(21) value "HOUSE CHARGE ACTIVITY".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-customer-xref
      *>   detail the statement cannot be grouped under a customer
      *>   number is refused while the sort is being fed
           open output reject-listing
           perform 140-load-charge-activity
           perform 145-load-points-balances
           perform 147-load-aged-balances
           SORT stmt-sort-file
                ON ASCENDING KEY srt-customer-no
                INPUT PROCEDURE IS 150-release-detail-records
                GIVING sorted-cust-info
           open input sorted-cust-info
                output statement-listing
                input customer-master
                extend run-log-file
           perform until are-there-more-records = 'no '
                 customer-master
                 run-log-file
           stop run.
       110-load-customer-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "CUSTSTMT: CUST-XREF HAS MORE THAN "
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
      *> a record carrying the customer number is checked against the
      *> cross-reference; one without is matched by name key, and is
      *> refused when the name key is not on the customer master or
      *> is on it for more than one customer
       115-resolve-customer-no.
           move 0 to resolved-customer-no
           move spaces to resolved-customer-key
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
                    move xt-customer-key(xref-table-idx)
                      to resolved-customer-key
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
                    move xt-customer-key(xref-table-idx)
                      to resolved-customer-key
                 end-if
              end-perform
              evaluate true
                 when xref-match-count = 0
                    move "CUSTOMER NOT ON MASTER FILE"
                      to customer-no-reason
                 when xref-match-count > 1
                    move "NAME KEY ON FILE TWICE -- NEED CUST NO"
                      to customer-no-reason
              end-evaluate
           end-if.
       140-load-charge-activity.
           open input customer-ar-file
           perform until more-ar-records = 'no '
                             "CHARGE RECORDS -- TABLE FULL"
                          stop run
                       end-if
                       move car-customer-no
                         to cat-customer-no(ar-table-count)
                       move car-trans-date
                         to cat-trans-date(ar-table-count)
                       move car-trans-type
              end-read
           end-perform
           close customer-ar-file.
       145-load-points-balances.
      *>   only points still good on the statement date count toward
      *>   the balance shown; a lot not yet given a customer number
      *>   belongs to no statement
           open input points-ledger-file
           perform until more-points-records = 'no '
              read points-ledger-file
                    at end
                       move 'no ' to more-points-records
                    not at end
                       if pl-expire-date > business-date-work
                          and pl-points-remaining > 0
                          and pl-customer-no is numeric
                          and pl-customer-no > 0
                          perform 146-add-points-balance
                       end-if
              end-read
           end-perform
           close points-ledger-file.
       146-add-points-balance.
           move 0 to points-found-idx
           perform varying points-table-idx from 1 by 1
                   until points-table-idx > points-table-count
              if pl-customer-no = pbt-customer-no(points-table-idx)
                 move points-table-idx to points-found-idx
              end-if
           end-perform
           if points-found-idx = 0
              if points-table-count > 799
                 display "CUSTSTMT: MORE THAN 800 LOYALTY "
                    "ACCOUNTS -- TABLE FULL"
                 stop run
              end-if
              add 1 to points-table-count
              move points-table-count to points-found-idx
              move pl-customer-no
                to pbt-customer-no(points-found-idx)
              move 0 to pbt-points(points-found-idx)
           end-if
           add pl-points-remaining to pbt-points(points-found-idx).
       147-load-aged-balances.
           open input aged-extract-file
           perform until more-aged-records = 'no '
              read aged-extract-file
                    at end
                       move 'no ' to more-aged-records
                    not at end
                       add 1 to aged-table-count
                       if aged-table-count > 500
                          display "CUSTSTMT: MORE THAN 500 AGED "
                             "ACCOUNTS -- TABLE FULL"
                          stop run
                       end-if
                       move agx-customer-no
                         to agt-customer-no(aged-table-count)
                       move agx-current
                         to agt-current(aged-table-count)
                       move agx-31-60 to agt-31-60(aged-table-count)
                       move agx-61-90 to agt-61-90(aged-table-count)
                       move agx-over-90
                         to agt-over-90(aged-table-count)
                       move agx-credit-hold
                         to agt-credit-hold(aged-table-count)
              end-read
           end-perform
           close aged-extract-file.
       448-print-delinquency-notice.
      *>   an account with anything past due gets its aging and a
      *>   notice worded for the oldest bucket
           perform varying aged-table-idx from 1 by 1
                   until aged-table-idx > aged-table-count
              if prev-customer-no
                    = agt-customer-no(aged-table-idx)
                 and (agt-31-60(aged-table-idx) > 0
                      or agt-61-90(aged-table-idx) > 0
                      or agt-over-90(aged-table-idx) > 0)
                 perform 449-write-notice-lines
              end-if
           end-perform.
       449-write-notice-lines.
           move agt-current(aged-table-idx) to aging-current-out
           move agt-31-60(aged-table-idx) to aging-31-60-out
           move agt-61-90(aged-table-idx) to aging-61-90-out
           move agt-over-90(aged-table-idx) to aging-over-90-out
           write print-rec from blank-line
           write print-rec from aging-summary-line
           write print-rec from blank-line
           evaluate true
              when agt-over-90(aged-table-idx) > 0
                 move "FINAL NOTICE: YOUR ACCOUNT IS OVER 90 DAYS PAST "
                   to notice-text-out
                 write print-rec from notice-line
                 move "DUE.  CHARGE PRIVILEGES ARE SUSPENDED UNTIL THE "
                   to notice-text-out
                 write print-rec from notice-line
                 move "PAST-DUE BALANCE IS PAID." to notice-text-out
                 write print-rec from notice-line
              when agt-61-90(aged-table-idx) > 0
                 move "SECOND NOTICE: YOUR ACCOUNT REMAINS PAST DUE.  "
                   to notice-text-out
                 write print-rec from notice-line
                 move "A FINANCE CHARGE HAS BEEN ADDED, AND CHARGING "
                   to notice-text-out
                 write print-rec from notice-line
                 move "WILL BE SUSPENDED AT 90 DAYS PAST DUE."
                   to notice-text-out
                 write print-rec from notice-line
              when other
                 move "REMINDER: YOUR ACCOUNT IS PAST DUE.  PLEASE "
                   to notice-text-out
                 write print-rec from notice-line
                 move "REMIT PAYMENT TO AVOID FURTHER FINANCE CHARGES."
                   to notice-text-out
                 write print-rec from notice-line
           end-evaluate.
       445-print-points-balance.
           perform varying points-table-idx from 1 by 1
                   until points-table-idx > points-table-count
              if prev-customer-no
                    = pbt-customer-no(points-table-idx)
                 move pbt-points(points-table-idx)
                   to points-balance-out
                 write print-rec from blank-line
                 write print-rec from points-balance-line
              end-if
           end-perform.
       440-print-charge-activity.
           move 0 to account-balance-work
           write print-rec from blank-line
           write print-rec from charge-section-header
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if prev-customer-no
                    = cat-customer-no(ar-table-idx)
                 move cat-trans-date(ar-table-idx)
                   to charge-date-out
                 evaluate cat-trans-type(ar-table-idx)
                    when 'P'
                       move "PAYMENT " to charge-desc-out
                       subtract cat-amount(ar-table-idx)
                         from account-balance-work
                    when 'W'
                       move "WRITEOFF" to charge-desc-out
                       subtract cat-amount(ar-table-idx)
                         from account-balance-work
                    when 'E'
                       move "ESCHEAT " to charge-desc-out
                       add cat-amount(ar-table-idx)
                         to account-balance-work
                    when 'F'
                       move "FIN CHG " to charge-desc-out
                       add cat-amount(ar-table-idx)
                         to account-balance-work
                    when other
                       move "CHARGE  " to charge-desc-out
                       add cat-amount(ar-table-idx)
                         to account-balance-work
                 end-evaluate
                 move cat-amount(ar-table-idx) to charge-amt-out
                 write print-rec from charge-detail-line
              end-if
              end-read
           end-perform
           close cust-info.
      *> the statement is grouped by customer number, so a detail
      *> record that cannot be given one goes to suspense here
       170-release-held-record.
           move held-input-record to employee-record
           move 'N' to input-record-held-sw
           move trans-customer-no to customer-no-x
           move employee-record(1:12) to customer-key-search
           perform 115-resolve-customer-no
           if customer-no-reason not = spaces
              add 1 to run-log-records-in
              add 1 to run-log-records-rejected
              move spaces to SUSPENSE-REC
              move "CUSTSTMT" to SUSP-SOURCE-PROGRAM
              if customer-no-x is numeric
                 and customer-no-in > 0
                 move customer-no-x to SUSP-KEY-FIELD
              else
                 move employee-record(1:12) to SUSP-KEY-FIELD
              end-if
              move customer-no-reason to SUSP-REASON
              write SUSPENSE-REC
           else
              move resolved-customer-no to srt-customer-no
              move resolved-customer-key to srt-customer-key
              move mo-of-trans to srt-mo-of-trans
              move yr-of-trans to srt-yr-of-trans
              move trans-amt to srt-trans-amt
              RELEASE stmt-sort-rec
           end-if.
       200-statement-routine.
           if first-customer
              move sorted-customer-no to prev-customer-no
              move 'N' to first-customer-sw
              perform 300-open-statement
           else
              if sorted-customer-no not = prev-customer-no
                 perform 450-close-statement
                 move sorted-customer-no to prev-customer-no
                 perform 300-open-statement
              end-if
           end-if
           write print-rec from blank-line.
       350-lookup-customer.
           move 'N' to customer-found-sw
           move sorted-customer-no to mast-customer-no
           read customer-master
                invalid key
                   continue
              add 1 to run-log-records-rejected
              move spaces to SUSPENSE-REC
              move "CUSTSTMT" to SUSP-SOURCE-PROGRAM
              move sorted-customer-no to SUSP-KEY-FIELD
              move "CUSTOMER NOT ON MASTER FILE" to SUSP-REASON
              write SUSPENSE-REC
           end-if.
       450-close-statement.
           perform 440-print-charge-activity
           perform 445-print-points-balance
           perform 448-print-delinquency-notice
           move statement-total to statement-total-out
           write print-rec from blank-line
           write print-rec from statement-total-line
