       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRESP.
      *> Direct-mail campaign response report.  The camp-resp card
      *> names the campaign; its mailed list (MAILED.<campaign code>,
      *> written by CAMPSEL) gives the customers mailed, the mail
      *> date and the end of the response window.  A mailed customer
      *> has responded when they buy within the window:
      *>   transaction file -- purchases dated in a month from the
      *>      mail month through the window-end month (the detail
      *>      carries only the month), by customer number, a detail
      *>      record without one numbered from cust-xref
      *>   register logs -- each archived DAYLOG.<date> from the
      *>      mail date to the window end (or the business date, if
      *>      the window is still open): house-charge, points-
      *>      redeemed and points-earning sales, which carry the
      *>      customer number in the reference
      *> Each responder prints with both sources' purchases, then the
      *> response rate and response dollars close the report.  Seed
      *> addresses are listed in the count but never respond.
      *> Run by hand once the window has closed (or for a progress
      *> look while it is open).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT response-card-file ASSIGN TO "camp-resp"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT mailed-list-file
           ASSIGN DYNAMIC mailed-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mailed-file-status.
                     SELECT cust-info ASSIGN TO cust-file
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT archive-log-file
           ASSIGN DYNAMIC archive-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS archive-file-status.
                     SELECT response-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  response-card-file.
       01  response-card-rec.
           05  rc-campaign-code        pic x(6).
       fd  mailed-list-file.
           COPY CAMPMAIL.
       fd  cust-info.
       01  employee-record.
           05  Initial1                 pic X(1).
           05  Initial2                 pic X(1).
           05  last-name                pic X(10).
           05  mo-of-trans              pic X(2).
           05  yr-of-trans              pic X(4).
           05  trans-amt                pic 9(6).
           05  trans-customer-no        pic X(7).
       fd  xref-file.
           COPY CUSTXREF.
       fd  archive-log-file.
           COPY DAYLOG.
       fd  response-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-mailed-records      picture xxx value 'yes'.
       01  more-log-records         picture xxx value 'yes'.
       01  campaign-code-work       pic x(6) value spaces.
       01  mailed-file-name         pic x(20).
       01  mailed-file-status       pic x(2).
       01  archive-file-name        pic x(20).
       01  archive-file-status      pic x(2).
       01  mail-date-work           pic 9(8) value 0.
       01  window-end-work          pic 9(8) value 0.
       01  search-end-work          pic 9(8) value 0.
       01  window-open-sw           pic x value 'N'.
           88  window-open              value 'Y'.
       01  mail-yyyymm              pic 9(6).
       01  window-end-yyyymm        pic 9(6).
       01  trans-yyyymm             pic 9(6).
       01  period-year-work         pic 9(4).
       01  period-month-work        pic 9(2).
       01  lookup-customer-key      pic x(12).
       01  lookup-customer-no       pic 9(7).
      *> a house-charge or points reference -- the customer number,
      *> spaces after
       01  lookup-number-ref.
           05  lookup-number-x      pic x(7).
           05  lookup-number-no redefines lookup-number-x
                                    pic 9(7).
           05 pic x(3).
       01  mailed-table-idx         pic 9(4) comp.
       01  mailed-table-count       pic 9(4) value 0.
       01  mailed-found-idx         pic 9(4) comp value 0.
       01  mailed-table.
           05  mailed-entry OCCURS 2000 TIMES.
               10  mlt-customer-key pic x(12).
               10  mlt-customer-no  pic 9(7).
               10  mlt-label-name   pic x(20).
               10  mlt-trans-count  pic 9(5).
               10  mlt-trans-amt    pic 9(8).
               10  mlt-reg-count    pic 9(5).
               10  mlt-reg-amt      pic 9(7)v99.
      *> the sale a points-earning record follows -- its amount is the
      *> sale's, and a sale already matched by its own tender is not
      *> counted a second time
       01  last-sale-amount         pic 9(4)v99 value 0.
       01  last-sale-mailed-idx     pic 9(4) comp value 0.
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
       01  seed-count               pic 9(5) value 0.
       01  responder-count          pic 9(5) value 0.
       01  response-rate            pic 9(3)v9 value 0.
       01  total-trans-amt          pic 9(9) value 0.
       01  total-reg-amt            pic 9(9)v99 value 0.
       01  trans-read               pic 9(7) value 0.
       01  log-records-read         pic 9(7) value 0.
       01  days-searched            pic 9(4) value 0.
       01  run-log-time-8            pic 9(8).
      *> date stepping across the window
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
           05 pic x(31) value "DIRECT-MAIL CAMPAIGN RESPONSE  ".
           05  header-campaign-out     pic x(6).
           05 pic x(13) value "  MAILED     ".
           05  header-mail-out         pic 9(8).
           05 pic x(11) value "  WINDOW TO".
           05 pic x(1) value space.
           05  header-window-out       pic 9(8).
           05 pic x(2) value spaces.
           05  header-open-out         pic x(30).
       01  column-header.
           05 pic x(7) value "CUST NO".
           05 pic x(2) value spaces.
           05 pic x(12) value "CUSTOMER    ".
           05 pic x(2) value spaces.
           05 pic x(20) value "LABEL NAME          ".
           05 pic x(2) value spaces.
           05 pic x(6) value " TRANS".
           05 pic x(2) value spaces.
           05 pic x(10) value " TRANS AMT".
           05 pic x(3) value spaces.
           05 pic x(6) value "   REG".
           05 pic x(2) value spaces.
           05 pic x(11) value " REG AMOUNT".
       01  blank-line               pic x value space.
       01  responder-detail-line.
           05  rsp-number-out          pic 9(7).
           05 pic x(2) value spaces.
           05  rsp-key-out             pic x(12).
           05 pic x(2) value spaces.
           05  rsp-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  rsp-trans-count-out     pic zz,zz9.
           05 pic x(2) value spaces.
           05  rsp-trans-amt-out       pic $z,zzz,zz9.
           05 pic x(3) value spaces.
           05  rsp-reg-count-out       pic zz,zz9.
           05 pic x(2) value spaces.
           05  rsp-reg-amt-out         pic $zzz,zz9.99.
       01  trailer-line-1.
           05 pic x(24) value "CUSTOMERS MAILED        ".
           05  mailed-out              pic z,zzz,zz9.
           05 pic x(9) value "  SEEDS  ".
           05  seeds-out               pic z,zz9.
       01  trailer-line-2.
           05 pic x(24) value "RESPONDERS              ".
           05  responders-out          pic z,zzz,zz9.
           05 pic x(17) value "  RESPONSE RATE  ".
           05  rate-out                pic zz9.9.
           05 pic x(1) value "%".
       01  trailer-line-3.
           05 pic x(24) value "RESPONSE $ TRANS FILE   ".
           05  trans-amt-out           pic $zzz,zzz,zz9.
       01  trailer-line-4.
           05 pic x(24) value "RESPONSE $ REGISTER     ".
           05  reg-amt-out             pic $zzz,zzz,zz9.99.
       01  trailer-line-5.
           05 pic x(24) value "REGISTER DAYS SEARCHED  ".
           05  days-out                pic z,zzz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-read-response-card
           perform 150-load-mailed-list
           perform 170-load-customer-xref
           move mail-date-work(1:6) to mail-yyyymm
           move window-end-work(1:6) to window-end-yyyymm
           move window-end-work to search-end-work
           if window-end-work > business-date-work
              move 'Y' to window-open-sw
              move business-date-work to search-end-work
              move business-date-work(1:6) to window-end-yyyymm
           end-if
           perform 200-match-transactions
           move mail-date-work to step-date
           perform until step-date > search-end-work
              perform 300-search-one-day
              perform 860-advance-one-day
           end-perform
           open output response-report
           perform 400-print-report
           close response-report
           perform 900-write-run-log
           stop run.
       110-read-response-card.
           open input response-card-file
           read response-card-file
                at end
                   continue
                not at end
                   move rc-campaign-code to campaign-code-work
           end-read
           close response-card-file
           if campaign-code-work = spaces
              display "CAMPRESP: CAMP-RESP CARD MISSING OR CAMPAIGN "
                 "CODE BLANK"
              move 8 to RETURN-CODE
              stop run
           end-if.
       150-load-mailed-list.
           move spaces to mailed-file-name
           string "MAILED." delimited by size
                  campaign-code-work delimited by space
                  into mailed-file-name
           open input mailed-list-file
           if mailed-file-status not = "00"
              display "CAMPRESP: NO MAILED LIST FOR CAMPAIGN "
                 campaign-code-work " -- RUN CAMPSEL FIRST"
              move 8 to RETURN-CODE
              stop run
           end-if
           perform until more-mailed-records = 'no '
              read mailed-list-file
                    at end
                       move 'no ' to more-mailed-records
                    not at end
                       perform 160-store-mailed-customer
              end-read
           end-perform
           close mailed-list-file.
       160-store-mailed-customer.
           move cm-mail-date to mail-date-work
           move cm-window-end to window-end-work
           if cm-seed
              add 1 to seed-count
           else
              if mailed-table-count > 1999
                 display "CAMPRESP: MORE THAN 2000 CUSTOMERS "
                    "MAILED -- TABLE FULL"
                 close mailed-list-file
                 stop run
              end-if
              add 1 to mailed-table-count
              move cm-customer-key
                to mlt-customer-key(mailed-table-count)
              move cm-customer-no
                to mlt-customer-no(mailed-table-count)
              move cm-label-name
                to mlt-label-name(mailed-table-count)
              move 0 to mlt-trans-count(mailed-table-count)
              move 0 to mlt-trans-amt(mailed-table-count)
              move 0 to mlt-reg-count(mailed-table-count)
              move 0 to mlt-reg-amt(mailed-table-count)
           end-if.
       170-load-customer-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "CAMPRESP: CUST-XREF HAS MORE THAN "
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
       175-resolve-customer-no.
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
       200-match-transactions.
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
                          perform 250-match-one-transaction
                       end-if
              end-read
           end-perform
           close cust-info.
       250-match-one-transaction.
           if yr-of-trans is numeric and mo-of-trans is numeric
              move yr-of-trans to period-year-work
              move mo-of-trans to period-month-work
              compute trans-yyyymm =
                 (period-year-work * 100) + period-month-work
              if trans-yyyymm >= mail-yyyymm
                 and trans-yyyymm <= window-end-yyyymm
                 move spaces to lookup-customer-key
                 move Initial1 to lookup-customer-key(1:1)
                 move Initial2 to lookup-customer-key(2:1)
                 move last-name to lookup-customer-key(3:10)
                 move trans-customer-no to customer-no-x
                 move lookup-customer-key to customer-key-search
                 perform 175-resolve-customer-no
                 move 0 to mailed-found-idx
                 if customer-no-reason = spaces
                    move resolved-customer-no to lookup-customer-no
                    perform 280-find-mailed-customer
                 end-if
                 if mailed-found-idx > 0
                    add 1 to mlt-trans-count(mailed-found-idx)
                    add trans-amt to mlt-trans-amt(mailed-found-idx)
                 end-if
              end-if
           end-if.
       280-find-mailed-customer.
           move 0 to mailed-found-idx
           perform varying mailed-table-idx from 1 by 1
                   until mailed-table-idx > mailed-table-count
              if lookup-customer-no
                    = mlt-customer-no(mailed-table-idx)
                 move mailed-table-idx to mailed-found-idx
              end-if
           end-perform.
       287-find-mailed-number.
           move 0 to mailed-found-idx
           if lookup-number-x is numeric
              perform varying mailed-table-idx from 1 by 1
                      until mailed-table-idx > mailed-table-count
                 if lookup-number-no
                       = mlt-customer-no(mailed-table-idx)
                    move mailed-table-idx to mailed-found-idx
                 end-if
              end-perform
           end-if.
       300-search-one-day.
           move spaces to archive-file-name
           string "DAYLOG." delimited by size
                  step-date delimited by size
                  into archive-file-name
           move 'yes' to more-log-records
           move 0 to last-sale-amount
           move 0 to last-sale-mailed-idx
           open input archive-log-file
           if archive-file-status not = "00"
      *>      no archive for this day -- nothing to match
              continue
           else
              add 1 to days-searched
              perform until more-log-records = 'no '
                 read archive-log-file
                       at end
                          move 'no ' to more-log-records
                       not at end
                          add 1 to log-records-read
                          perform 350-match-one-log-record
                 end-read
              end-perform
              close archive-log-file
           end-if.
       350-match-one-log-record.
           evaluate true
              when log-record-type = 'S'
                 move log-balance-due to last-sale-amount
                 move 0 to last-sale-mailed-idx
                 evaluate log-tender-type
                    when 'A'
                    when 'P'
                       move log-tender-reference to lookup-number-ref
                       perform 287-find-mailed-number
                       move mailed-found-idx to last-sale-mailed-idx
                       perform 360-post-register-sale
                 end-evaluate
              when log-record-type = 'E'
                 move log-tender-reference to lookup-number-ref
                 perform 287-find-mailed-number
                 if mailed-found-idx not = last-sale-mailed-idx
                    perform 360-post-register-sale
                 end-if
              when other
                 continue
           end-evaluate.
       360-post-register-sale.
           if mailed-found-idx > 0
              add 1 to mlt-reg-count(mailed-found-idx)
              add last-sale-amount to mlt-reg-amt(mailed-found-idx)
           end-if.
       400-print-report.
           move campaign-code-work to header-campaign-out
           move mail-date-work to header-mail-out
           move window-end-work to header-window-out
           if window-open
              move "** WINDOW STILL OPEN **" to header-open-out
           else
              move spaces to header-open-out
           end-if
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform varying mailed-table-idx from 1 by 1
                   until mailed-table-idx > mailed-table-count
              if mlt-trans-count(mailed-table-idx) > 0
                 or mlt-reg-count(mailed-table-idx) > 0
                 perform 450-print-one-responder
              end-if
           end-perform
           if mailed-table-count > 0
              compute response-rate ROUNDED =
                 responder-count * 100 / mailed-table-count
           end-if
           move mailed-table-count to mailed-out
           move seed-count to seeds-out
           move responder-count to responders-out
           move response-rate to rate-out
           move total-trans-amt to trans-amt-out
           move total-reg-amt to reg-amt-out
           move days-searched to days-out
           write print-rec from blank-line
           write print-rec from trailer-line-1
           write print-rec from trailer-line-2
           write print-rec from trailer-line-3
           write print-rec from trailer-line-4
           write print-rec from trailer-line-5.
       450-print-one-responder.
           add 1 to responder-count
           add mlt-trans-amt(mailed-table-idx) to total-trans-amt
           add mlt-reg-amt(mailed-table-idx) to total-reg-amt
           move mlt-customer-no(mailed-table-idx) to rsp-number-out
           move mlt-customer-key(mailed-table-idx) to rsp-key-out
           move mlt-label-name(mailed-table-idx) to rsp-name-out
           move mlt-trans-count(mailed-table-idx)
             to rsp-trans-count-out
           move mlt-trans-amt(mailed-table-idx) to rsp-trans-amt-out
           move mlt-reg-count(mailed-table-idx) to rsp-reg-count-out
           move mlt-reg-amt(mailed-table-idx) to rsp-reg-amt-out
           write print-rec from responder-detail-line.
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
           move "CAMPRESP" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           compute RL-RECORDS-IN = trans-read + log-records-read
           move responder-count to RL-RECORDS-OUT
           move 0 to RL-RECORDS-REJECTED
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
