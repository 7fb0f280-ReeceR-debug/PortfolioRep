      *> line), and closes with the lapsed-customer section -- every
      *> account with no activity in the lapse window (the
      *> lapse-months card, six months when absent) -- for the sales
      *> phone list.  Customers are accumulated by customer number,
      *> a detail record without one being matched on cust-xref by
      *> name key.  Names and addresses come from the customer
      *> master; unknown customers, and name keys that cannot be
      *> given a number, are reported under the name key, not
      *> dropped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT cust-info ASSIGN TO cust-file
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT OPTIONAL xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL lapse-control-file
           ASSIGN TO "lapse-months"
           ORGANIZATION IS LINE SEQUENTIAL.
           05  mo-of-trans              pic X(2).
           05  yr-of-trans              pic X(4).
           05  trans-amt                pic 9(6).
           05  trans-customer-no        pic X(7).
       fd  analysis-report.
       01  print-rec.
           05 pic x(132).
       01  rank-sort-rec.
           05  srt-total-purchases pic 9(8).
           05  srt-customer-key    pic x(12).
           05  srt-customer-no     pic 9(7).
           05  srt-trans-count     pic 9(5).
           05  srt-last-activity   pic 9(6).
       fd  customer-master.
           COPY CUSTMAST.
       fd  xref-file.
           COPY CUSTXREF.
       fd  lapse-control-file.
       01  lapse-control-rec.
           05  lapse-months-in     pic 9(2).
       01  customer-table-count     pic 9(4) value 0.
       01  customer-found-idx       pic 9(4) comp value 0.
       01  lookup-customer-key      pic x(12).
       01  lookup-customer-no       pic 9(7).
       01  customer-table.
           05  customer-entry OCCURS 800 TIMES.
               10  cat-customer-key pic x(12).
               10  cat-customer-no  pic 9(7).
               10  cat-trans-count  pic 9(5).
               10  cat-total        pic 9(8).
               10  cat-last-yyyymm  pic 9(6).
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
       01  trans-yyyymm             pic 9(6).
       01  current-month-serial     pic 9(6).
       01  activity-month-serial    pic 9(6).
       01  column-header.
           05 pic x(4) value "RANK".
           05 pic x(2) value spaces.
           05 pic x(7) value "CUST NO".
           05 pic x(2) value spaces.
           05 pic x(12) value "CUSTOMER    ".
           05 pic x(2) value spaces.
           05 pic x(20) value "NAME                ".
       01  analysis-detail-line.
           05  detail-rank-out         pic zzz9.
           05 pic x(2) value spaces.
           05  detail-number-out       pic z(7).
           05 pic x(2) value spaces.
           05  detail-key-out          pic x(12).
           05 pic x(2) value spaces.
           05  detail-name-out         pic x(20).
           05  lapsed-months-out       pic z9.
           05 pic x(15) value "+ MONTHS       ".
       01  lapsed-detail-line.
           05  lapsed-number-out       pic z(7).
           05 pic x(2) value spaces.
           05  lapsed-key-out          pic x(12).
           05 pic x(2) value spaces.
           05  lapsed-name-out         pic x(20).
           compute current-month-serial =
              (period-year-work * 12) + period-month-work
           perform 110-get-lapse-window
           perform 120-load-customer-xref
           perform 200-accumulate-transactions
           SORT rank-sort-file
                ON DESCENDING KEY srt-total-purchases
                   end-if
           end-read
           close lapse-control-file.
       120-load-customer-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "CUSTANLY: CUST-XREF HAS MORE THAN "
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
       125-resolve-customer-no.
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
       200-accumulate-transactions.
           open input cust-info
           perform until are-there-more-records = 'no '
              end-read
           end-perform
           close cust-info.
      *> a record that cannot be given a customer number is carried
      *> under the number it came with (zero when none) and its own
      *> name key
       250-post-one-transaction.
           move spaces to lookup-customer-key
           move Initial1 to lookup-customer-key(1:1)
           move Initial2 to lookup-customer-key(2:1)
           move last-name to lookup-customer-key(3:10)
           move trans-customer-no to customer-no-x
           move lookup-customer-key to customer-key-search
           perform 125-resolve-customer-no
           if customer-no-reason = spaces
              move resolved-customer-no to lookup-customer-no
              move resolved-customer-key to lookup-customer-key
           else
              if customer-no-x is numeric
                 move customer-no-in to lookup-customer-no
              else
                 move 0 to lookup-customer-no
              end-if
           end-if
           move 0 to customer-found-idx
           perform varying customer-table-idx from 1 by 1
                   until customer-table-idx > customer-table-count
              if lookup-customer-no
                    = cat-customer-no(customer-table-idx)
                 and lookup-customer-key
                    = cat-customer-key(customer-table-idx)
                 move customer-table-idx to customer-found-idx
              end-if
              move customer-table-count to customer-found-idx
              move lookup-customer-key
                to cat-customer-key(customer-found-idx)
              move lookup-customer-no
                to cat-customer-no(customer-found-idx)
              move 0 to cat-trans-count(customer-found-idx)
              move 0 to cat-total(customer-found-idx)
              move 0 to cat-last-yyyymm(customer-found-idx)
                to srt-total-purchases
              move cat-customer-key(customer-table-idx)
                to srt-customer-key
              move cat-customer-no(customer-table-idx)
                to srt-customer-no
              move cat-trans-count(customer-table-idx)
                to srt-trans-count
              move cat-last-yyyymm(customer-table-idx)
           end-if
           move spaces to analysis-detail-line
           move rank-counter to detail-rank-out
           move srt-customer-no to detail-number-out
           move srt-customer-key to detail-key-out
           perform 470-lookup-customer-name
           move srt-trans-count to detail-count-out
           move srt-last-activity to detail-last-out
           write print-rec from analysis-detail-line.
       470-lookup-customer-name.
           move srt-customer-no to lookup-customer-no
           perform 480-read-customer-master
           if master-found
              move mast-full-last-name to detail-name-out
           else
              if lookup-customer-no = 0
                 move "** NO CUSTOMER NO **" to detail-name-out
              else
                 move "** NOT ON MASTER **" to detail-name-out
              end-if
           end-if.
       480-read-customer-master.
           move 'N' to master-found-sw
           if lookup-customer-no not = 0
              move lookup-customer-no to mast-customer-no
              read customer-master
                   invalid key
                      continue
                   not invalid key
                      move 'Y' to master-found-sw
              end-read
           end-if.
       500-print-lapsed-section.
           write print-rec from blank-line
           if months-quiet >= lapse-months-work
              add 1 to lapsed-count
              move spaces to lapsed-detail-line
              move cat-customer-no(customer-table-idx)
                to lapsed-number-out
              move cat-customer-key(customer-table-idx)
                to lapsed-key-out
              move cat-customer-no(customer-table-idx)
                to lookup-customer-no
              perform 480-read-customer-master
              if master-found
                 move mast-full-last-name to lapsed-name-out
              else
                 if lookup-customer-no = 0
                    move "** NO CUSTOMER NO **" to lapsed-name-out
                 else
                    move "** NOT ON MASTER **" to lapsed-name-out
                 end-if
              end-if
              move cat-last-yyyymm(customer-table-idx)
                to lapsed-last-out
