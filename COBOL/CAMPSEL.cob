       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPSEL.
      *> Direct-mail campaign selection.  The camp-card names the
      *> campaign and its selection: recency (bought within so many
      *> months), lapse (quiet at least so many months), frequency
      *> (a minimum transaction count) and spend (minimum purchases),
      *> zero meaning "any" -- measured from the transaction detail
      *> exactly as CUSTANLY measures them, as of the business date,
      *> by customer number (detail that cannot be given a number on
      *> cust-xref counts toward no one and is counted on the report).
      *> Every customer on cust-mast is tested; qualifying customers
      *> on credit hold or flagged do-not-mail are excluded and
      *> counted.  The selected customers, then the seed addresses on
      *> camp-seed, are written in the 257_4 label layout to
      *> LABELS.<campaign code> -- the file 257_4 is given as its
      *> cust-file -- and to the campaign's mailed list,
      *> MAILED.<campaign code>, which CAMPRESP reads back for the
      *> response report.  Rerunning a campaign code replaces both.
      *> Run by hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT campaign-card-file ASSIGN TO "camp-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT cust-info ASSIGN TO cust-file
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT OPTIONAL xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL seed-list-file
           ASSIGN TO "camp-seed"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT label-file
           ASSIGN DYNAMIC label-file-name
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT mailed-list-file
           ASSIGN DYNAMIC mailed-file-name
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT selection-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  campaign-card-file.
       01  campaign-card-rec.
           05  cc-campaign-code        pic x(6).
           05  cc-recency-months       pic 9(2).
           05  cc-lapse-months         pic 9(2).
           05  cc-min-frequency        pic 9(5).
           05  cc-min-spend            pic 9(8).
           05  cc-mail-date            pic 9(8).
           05  cc-window-days          pic 9(3).
           05  cc-labels-each          pic 9(2).
       fd  cust-info.
       01  employee-record.
           05  Initial1                 pic X(1).
           05  Initial2                 pic X(1).
           05  last-name                pic X(10).
           05  mo-of-trans              pic X(2).
           05  yr-of-trans              pic X(4).
           05  trans-amt                pic 9(6).
           05  trans-customer-no        pic X(7).
       fd  customer-master.
           COPY CUSTMAST.
       fd  xref-file.
           COPY CUSTXREF.
       fd  seed-list-file.
       01  seed-list-rec.
           05  seed-name               pic x(20).
           05  seed-street             pic x(20).
           05  seed-city-state-zip     pic x(20).
       fd  label-file.
       01  label-rec.
           05  lbl-custName            pic X(20).
           05  lbl-StreetAdd           pic X(20).
           05  lbl-city-state-zip      pic X(20).
           05  lbl-num-of-lables       pic 9(2).
       fd  mailed-list-file.
           COPY CAMPMAIL.
       fd  selection-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-master-records      picture xxx value 'yes'.
       01  more-seed-records        picture xxx value 'yes'.
       01  label-file-name          pic x(20).
       01  mailed-file-name         pic x(20).
       01  campaign-code-work       pic x(6) value spaces.
       01  recency-months-work      pic 9(2) value 0.
       01  lapse-months-work        pic 9(2) value 0.
       01  min-frequency-work       pic 9(5) value 0.
       01  min-spend-work           pic 9(8) value 0.
       01  mail-date-work           pic 9(8) value 0.
       01  window-days-work         pic 9(3) value 30.
       01  labels-each-work         pic 9(2) value 1.
       01  window-end-work          pic 9(8) value 0.
       01  customer-table-idx       pic 9(4) comp.
       01  customer-table-count     pic 9(4) value 0.
       01  customer-found-idx       pic 9(4) comp value 0.
       01  lookup-customer-key      pic x(12).
       01  lookup-customer-no       pic 9(7).
       01  customer-table.
           05  customer-entry OCCURS 800 TIMES.
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
       01  months-quiet             pic s9(5).
       01  period-year-work         pic 9(4).
       01  period-month-work        pic 9(2).
       01  cust-trans-count         pic 9(5).
       01  cust-total               pic 9(8).
       01  cust-last-yyyymm         pic 9(6).
       01  qualifies-sw             pic x value 'N'.
           88  qualifies                value 'Y'.
       01  label-name-work          pic x(20).
       01  trans-read               pic 9(7) value 0.
       01  trans-unmatched          pic 9(7) value 0.
       01  customers-examined       pic 9(7) value 0.
       01  not-qualified-count      pic 9(7) value 0.
       01  credit-hold-count        pic 9(7) value 0.
       01  no-mail-count            pic 9(7) value 0.
       01  selected-count           pic 9(7) value 0.
       01  seed-count               pic 9(5) value 0.
       01  labels-requested         pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
      *> date stepping for the response-window end
       01  step-date                pic 9(8).
       01  step-date-parts redefines step-date.
           05  step-year            pic 9(4).
           05  step-month           pic 9(2).
           05  step-day             pic 9(2).
       01  days-in-month-values.
           05 pic 9(2) value 31.
           05 pic 9(2) value 28.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
       01  days-in-month-table redefines days-in-month-values.
           05  days-in-month OCCURS 12 TIMES pic 9(2).
       01  month-last-day           pic 9(2).
       01  leap-work                pic 9(7).
       01  report-header.
           05 pic x(32) value "DIRECT-MAIL CAMPAIGN SELECTION  ".
           05  header-campaign-out     pic x(6).
           05 pic x(13) value "  MAIL DATE ".
           05  header-mail-out         pic 9(8).
           05 pic x(17) value "  RESPONSE THRU ".
           05  header-window-out       pic 9(8).
       01  criteria-line.
           05 pic x(14) value "RECENT WITHIN ".
           05  crit-recency-out        pic z9.
           05 pic x(17) value " MONTHS  LAPSED  ".
           05  crit-lapse-out          pic z9.
           05 pic x(20) value "+ MONTHS  MIN TRANS ".
           05  crit-frequency-out      pic zz,zz9.
           05 pic x(12) value "  MIN SPEND ".
           05  crit-spend-out          pic $z,zzz,zz9.
           05 pic x(13) value "  (0 = ANY)  ".
       01  column-header.
           05 pic x(7) value "CUST NO".
           05 pic x(2) value spaces.
           05 pic x(12) value "CUSTOMER    ".
           05 pic x(2) value spaces.
           05 pic x(20) value "LABEL NAME          ".
           05 pic x(2) value spaces.
           05 pic x(6) value " TRANS".
           05 pic x(2) value spaces.
           05 pic x(11) value " PURCHASES ".
           05 pic x(2) value spaces.
           05 pic x(9) value "LAST ACTV".
           05 pic x(2) value spaces.
           05 pic x(5) value "QUIET".
       01  blank-line               pic x value space.
       01  selected-detail-line.
           05  sel-number-out          pic 9(7).
           05 pic x(2) value spaces.
           05  sel-key-out             pic x(12).
           05 pic x(2) value spaces.
           05  sel-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  sel-count-out           pic zz,zz9.
           05 pic x(2) value spaces.
           05  sel-total-out           pic $z,zzz,zz9.
           05 pic x(3) value spaces.
           05  sel-last-out            pic 9(6).
           05 pic x(5) value spaces.
           05  sel-quiet-out           pic zz9.
       01  seed-detail-line.
           05 pic x(7) value spaces.
           05 pic x(2) value spaces.
           05 pic x(12) value "SEED".
           05 pic x(2) value spaces.
           05  seed-name-out           pic x(20).
           05 pic x(2) value spaces.
           05  seed-csz-out            pic x(20).
       01  trailer-line-1.
           05 pic x(24) value "CUSTOMERS EXAMINED      ".
           05  examined-out            pic z,zzz,zz9.
       01  trailer-line-2.
           05 pic x(24) value "  NOT QUALIFIED         ".
           05  not-qualified-out       pic z,zzz,zz9.
       01  trailer-line-3.
           05 pic x(24) value "  EXCLUDED CREDIT HOLD  ".
           05  credit-hold-out         pic z,zzz,zz9.
       01  trailer-line-4.
           05 pic x(24) value "  EXCLUDED DO-NOT-MAIL  ".
           05  no-mail-out             pic z,zzz,zz9.
       01  trailer-line-5.
           05 pic x(24) value "  SELECTED              ".
           05  selected-out            pic z,zzz,zz9.
       01  trailer-line-6.
           05 pic x(24) value "SEED ADDRESSES          ".
           05  seeds-out               pic z,zzz,zz9.
       01  trailer-line-8.
           05 pic x(24) value "TRANS WITH NO CUST NO   ".
           05  unmatched-out           pic z,zzz,zz9.
       01  trailer-line-7.
           05 pic x(24) value "LABELS REQUESTED        ".
           05  labels-out              pic z,zzz,zz9.
           05 pic x(4) value "  TO".
           05 pic x(1) value space.
           05  labels-file-out         pic x(20).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-read-campaign-card
           move business-date-work(1:6) to trans-yyyymm
           divide trans-yyyymm by 100
              giving period-year-work
              remainder period-month-work
           compute current-month-serial =
              (period-year-work * 12) + period-month-work
           perform 120-load-customer-xref
           perform 200-accumulate-transactions
           move spaces to label-file-name
           string "LABELS." delimited by size
                  campaign-code-work delimited by space
                  into label-file-name
           move spaces to mailed-file-name
           string "MAILED." delimited by size
                  campaign-code-work delimited by space
                  into mailed-file-name
           open input customer-master
                output label-file
                output mailed-list-file
                output selection-report
           perform 300-print-headings
           perform until more-master-records = 'no '
              read customer-master next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to customers-examined
                       perform 400-select-one-customer
              end-read
           end-perform
           perform 500-add-seed-list
           perform 600-print-totals
           perform 900-write-run-log
           close customer-master
                 label-file
                 mailed-list-file
                 selection-report
           stop run.
       110-read-campaign-card.
           open input campaign-card-file
           read campaign-card-file
                at end
                   continue
                not at end
                   move cc-campaign-code to campaign-code-work
                   if cc-recency-months is numeric
                      move cc-recency-months to recency-months-work
                   end-if
                   if cc-lapse-months is numeric
                      move cc-lapse-months to lapse-months-work
                   end-if
                   if cc-min-frequency is numeric
                      move cc-min-frequency to min-frequency-work
                   end-if
                   if cc-min-spend is numeric
                      move cc-min-spend to min-spend-work
                   end-if
                   if cc-mail-date is numeric
                      move cc-mail-date to mail-date-work
                   end-if
                   if cc-window-days is numeric
                      and cc-window-days > 0
                      move cc-window-days to window-days-work
                   end-if
                   if cc-labels-each is numeric
                      and cc-labels-each > 0
                      move cc-labels-each to labels-each-work
                   end-if
           end-read
           close campaign-card-file
           if campaign-code-work = spaces
              display "CAMPSEL: CAMP-CARD MISSING OR CAMPAIGN "
                 "CODE BLANK"
              move 8 to RETURN-CODE
              stop run
           end-if
           if mail-date-work = 0
              move business-date-work to mail-date-work
           end-if
           move mail-date-work to step-date
           perform 860-advance-one-day window-days-work times
           move step-date to window-end-work.
       120-load-customer-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "CAMPSEL: CUST-XREF HAS MORE THAN "
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
              read cust-info
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if employee-record(1:3) = "HDR"
                          or employee-record(1:3) = "TRL"
                          continue
                       else
                          add 1 to trans-read
                          perform 250-post-one-transaction
                       end-if
              end-read
           end-perform
           close cust-info.
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
              perform 260-post-to-customer
           else
              add 1 to trans-unmatched
           end-if.
       260-post-to-customer.
           perform 280-find-customer-entry
           if customer-found-idx = 0
              if customer-table-count > 799
                 display "CAMPSEL: MORE THAN 800 CUSTOMERS -- "
                    "TABLE FULL"
                 close cust-info
                 stop run
              end-if
              add 1 to customer-table-count
              move customer-table-count to customer-found-idx
              move lookup-customer-no
                to cat-customer-no(customer-found-idx)
              move 0 to cat-trans-count(customer-found-idx)
              move 0 to cat-total(customer-found-idx)
              move 0 to cat-last-yyyymm(customer-found-idx)
           end-if
           add 1 to cat-trans-count(customer-found-idx)
           add trans-amt to cat-total(customer-found-idx)
           if yr-of-trans is numeric and mo-of-trans is numeric
              move yr-of-trans to period-year-work
              move mo-of-trans to period-month-work
              compute trans-yyyymm =
                 (period-year-work * 100) + period-month-work
              if trans-yyyymm
                    > cat-last-yyyymm(customer-found-idx)
                 move trans-yyyymm
                   to cat-last-yyyymm(customer-found-idx)
              end-if
           end-if.
       280-find-customer-entry.
           move 0 to customer-found-idx
           perform varying customer-table-idx from 1 by 1
                   until customer-table-idx > customer-table-count
              if lookup-customer-no
                    = cat-customer-no(customer-table-idx)
                 move customer-table-idx to customer-found-idx
              end-if
           end-perform.
       300-print-headings.
           move campaign-code-work to header-campaign-out
           move mail-date-work to header-mail-out
           move window-end-work to header-window-out
           write print-rec from report-header
           move recency-months-work to crit-recency-out
           move lapse-months-work to crit-lapse-out
           move min-frequency-work to crit-frequency-out
           move min-spend-work to crit-spend-out
           write print-rec from criteria-line
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line.
       400-select-one-customer.
           move mast-customer-no to lookup-customer-no
           perform 280-find-customer-entry
           if customer-found-idx = 0
              move 0 to cust-trans-count
              move 0 to cust-total
              move 0 to cust-last-yyyymm
           else
              move cat-trans-count(customer-found-idx)
                to cust-trans-count
              move cat-total(customer-found-idx) to cust-total
              move cat-last-yyyymm(customer-found-idx)
                to cust-last-yyyymm
           end-if
      *>   months quiet the way CUSTANLY's lapsed section counts them
           if cust-last-yyyymm = 0
              move 999 to months-quiet
           else
              divide cust-last-yyyymm by 100
                 giving period-year-work
                 remainder period-month-work
              compute activity-month-serial =
                 (period-year-work * 12) + period-month-work
              compute months-quiet =
                 current-month-serial - activity-month-serial
           end-if
           perform 420-test-criteria
           evaluate true
              when not qualifies
                 add 1 to not-qualified-count
              when mast-on-credit-hold
                 add 1 to credit-hold-count
              when mast-no-mail
                 add 1 to no-mail-count
              when other
                 perform 450-write-selected-customer
           end-evaluate.
       420-test-criteria.
           move 'Y' to qualifies-sw
           if recency-months-work > 0
              and months-quiet > recency-months-work
              move 'N' to qualifies-sw
           end-if
           if lapse-months-work > 0
              and months-quiet < lapse-months-work
              move 'N' to qualifies-sw
           end-if
           if cust-trans-count < min-frequency-work
              move 'N' to qualifies-sw
           end-if
           if cust-total < min-spend-work
              move 'N' to qualifies-sw
           end-if.
       450-write-selected-customer.
           add 1 to selected-count
           move spaces to label-name-work
           if mast-first-name = spaces
              move mast-full-last-name to label-name-work
           else
              string mast-first-name delimited by "  "
                     " " delimited by size
                     mast-full-last-name delimited by "  "
                     into label-name-work
           end-if
           move label-name-work to lbl-custName
           move mast-street-address to lbl-StreetAdd
           move mast-city-state-zip to lbl-city-state-zip
           move labels-each-work to lbl-num-of-lables
           write label-rec
           add labels-each-work to labels-requested
           move spaces to campaign-mail-rec
           move campaign-code-work to cm-campaign-code
           move mast-customer-key to cm-customer-key
           move label-name-work to cm-label-name
           move mail-date-work to cm-mail-date
           move window-end-work to cm-window-end
           move cust-trans-count to cm-trans-count
           move cust-total to cm-total-purchases
           move cust-last-yyyymm to cm-last-activity
           move mast-customer-no to cm-customer-no
           write campaign-mail-rec
           move mast-customer-no to sel-number-out
           move mast-customer-key to sel-key-out
           move label-name-work to sel-name-out
           move cust-trans-count to sel-count-out
           move cust-total to sel-total-out
           move cust-last-yyyymm to sel-last-out
           if months-quiet > 999
              move 999 to sel-quiet-out
           else
              move months-quiet to sel-quiet-out
           end-if
           write print-rec from selected-detail-line.
       500-add-seed-list.
      *>   seed addresses ride at the end of the mailing so the
      *>   campaign's arrival can be confirmed in house
           open input seed-list-file
           perform until more-seed-records = 'no '
              read seed-list-file
                    at end
                       move 'no ' to more-seed-records
                    not at end
                       perform 550-write-one-seed
              end-read
           end-perform
           close seed-list-file.
       550-write-one-seed.
           add 1 to seed-count
           move seed-name to lbl-custName
           move seed-street to lbl-StreetAdd
           move seed-city-state-zip to lbl-city-state-zip
           move labels-each-work to lbl-num-of-lables
           write label-rec
           add labels-each-work to labels-requested
           move spaces to campaign-mail-rec
           move campaign-code-work to cm-campaign-code
           move 'S' to cm-seed-sw
           move seed-name to cm-label-name
           move mail-date-work to cm-mail-date
           move window-end-work to cm-window-end
           move 0 to cm-trans-count
           move 0 to cm-total-purchases
           move 0 to cm-last-activity
           move 0 to cm-customer-no
           write campaign-mail-rec
           move seed-name to seed-name-out
           move seed-city-state-zip to seed-csz-out
           write print-rec from seed-detail-line.
       600-print-totals.
           move customers-examined to examined-out
           move not-qualified-count to not-qualified-out
           move credit-hold-count to credit-hold-out
           move no-mail-count to no-mail-out
           move selected-count to selected-out
           move seed-count to seeds-out
           move labels-requested to labels-out
           move trans-unmatched to unmatched-out
           move label-file-name to labels-file-out
           write print-rec from blank-line
           write print-rec from trailer-line-1
           write print-rec from trailer-line-2
           write print-rec from trailer-line-3
           write print-rec from trailer-line-4
           write print-rec from trailer-line-5
           write print-rec from trailer-line-6
           write print-rec from trailer-line-7
           if trans-unmatched > 0
              write print-rec from trailer-line-8
           end-if.
       860-advance-one-day.
           move days-in-month(step-month) to month-last-day
           if step-month = 02
              divide step-year by 4 giving leap-work
              if step-year = leap-work * 4
                 divide step-year by 100 giving leap-work
                 if step-year not = leap-work * 100
                    move 29 to month-last-day
                 else
                    divide step-year by 400 giving leap-work
                    if step-year = leap-work * 400
                       move 29 to month-last-day
                    end-if
                 end-if
              end-if
           end-if
           if step-day < month-last-day
              add 1 to step-day
           else
              move 1 to step-day
              if step-month = 12
                 move 1 to step-month
                 add 1 to step-year
              else
                 add 1 to step-month
              end-if
           end-if.
       900-write-run-log.
           open extend run-log-file
           move spaces to RUN-LOG-REC
           move "CAMPSEL " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move customers-examined to RL-RECORDS-IN
           compute RL-RECORDS-OUT = selected-count + seed-count
           compute RL-RECORDS-REJECTED =
              credit-hold-count + no-mail-count
           write RUN-LOG-REC
           close run-log-file.
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
