       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSLIAB.
      *> Outstanding loyalty points report for the accountant.  Every
      *> lot on the points ledger whose expiry has passed by the
      *> bus-date card is expired -- its remaining points written off
      *> -- and lots fully redeemed or expired are dropped as the
      *> ledger is written back.  The points still outstanding are
      *> listed by customer number with their value; the liability
      *> total should agree with the LOYLIAB balance in the GL once
      *> the points expired on this run are journaled out of it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL points-ledger-file
           ASSIGN TO "pts-ledger"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT points-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  points-ledger-file.
           COPY PTSLEDG.
       fd  points-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
      *> what a point is worth when taken as a tender at the register
       01  point-value              pic v99 value .01.
       01  points-table-idx         pic 9(4) comp.
       01  points-table-count       pic 9(4) value 0.
       01  points-table.
           05  points-entry OCCURS 1000 TIMES.
               10  ptt-customer-key pic x(12).
               10  ptt-customer-no  pic 9(7).
               10  ptt-earn-period  pic 9(6).
               10  ptt-expire-date  pic 9(8).
               10  ptt-earned       pic 9(7).
               10  ptt-redeemed     pic 9(7).
               10  ptt-expired      pic 9(7).
               10  ptt-remaining    pic 9(7).
       01  lots-read                pic 9(5) value 0.
       01  lots-kept                pic 9(5) value 0.
       01  lots-expired             pic 9(5) value 0.
       01  points-expired-now       pic 9(7).
       01  total-points-outstanding pic 9(9) value 0.
       01  total-points-expired     pic 9(9) value 0.
       01  total-liability          pic 9(9)v99 value 0.
       01  total-expired-value      pic 9(9)v99 value 0.
       01  lot-value                pic 9(7)v99.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(34) value "OUTSTANDING LOYALTY POINTS        ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(7) value "CUST NO".
           05 pic x(2) value spaces.
           05 pic x(12) value "ACCOUNT     ".
           05 pic x(2) value spaces.
           05 pic x(6) value "EARNED".
           05 pic x(2) value spaces.
           05 pic x(8) value "EXPIRES ".
           05 pic x(2) value spaces.
           05 pic x(9) value "   EARNED".
           05 pic x(2) value spaces.
           05 pic x(9) value " REDEEMED".
           05 pic x(2) value spaces.
           05 pic x(9) value "  EXPIRED".
           05 pic x(2) value spaces.
           05 pic x(9) value "REMAINING".
           05 pic x(2) value spaces.
           05 pic x(9) value "   VALUE$".
       01  blank-line               pic x value space.
       01  lot-detail-line.
           05  detail-customer-no-out  pic 9(7).
           05 pic x(2) value spaces.
           05  detail-customer-out     pic x(12).
           05 pic x(2) value spaces.
           05  detail-period-out       pic 9(6).
           05 pic x(2) value spaces.
           05  detail-expires-out      pic 9(8).
           05 pic x(2) value spaces.
           05  detail-earned-out       pic z,zzz,zz9.
           05 pic x(2) value spaces.
           05  detail-redeemed-out     pic z,zzz,zz9.
           05 pic x(2) value spaces.
           05  detail-expired-out      pic z,zzz,zz9.
           05 pic x(2) value spaces.
           05  detail-remaining-out    pic z,zzz,zz9.
           05 pic x(2) value spaces.
           05  detail-value-out        pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-flag-out         pic x(20).
       01  trailer-line.
           05 pic x(14) value "LOTS ON FILE  ".
           05  kept-out                pic zz,zz9.
           05 pic x(19) value "  EXPIRED THIS RUN ".
           05  expired-out             pic zz,zz9.
       01  trailer-amount-line.
           05  trailer-label-out       pic x(26).
           05  trailer-points-out      pic zzz,zzz,zz9.
           05 pic x(4) value "  $ ".
           05  trailer-amount-out      pic zzz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-points-ledger
           open output points-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform varying points-table-idx from 1 by 1
                   until points-table-idx > points-table-count
              perform 200-report-one-lot
           end-perform
           perform 600-save-points-ledger
           move lots-kept to kept-out
           move lots-expired to expired-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move "POINTS OUTSTANDING / LIAB " to trailer-label-out
           move total-points-outstanding to trailer-points-out
           move total-liability to trailer-amount-out
           write print-rec from trailer-amount-line
           move "EXPIRED THIS RUN -- JRNL  " to trailer-label-out
           move total-points-expired to trailer-points-out
           move total-expired-value to trailer-amount-out
           write print-rec from trailer-amount-line
           perform 900-write-run-log
           close points-report
                 run-log-file
           stop run.
       110-load-points-ledger.
           open input points-ledger-file
           perform until are-there-more-records = 'no '
              read points-ledger-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to lots-read
                       add 1 to points-table-count
                       if points-table-count > 1000
                          display "PTSLIAB: POINTS LEDGER TABLE FULL"
                          stop run
                       end-if
                       move pl-customer-key
                         to ptt-customer-key(points-table-count)
                       move pl-earn-period
                         to ptt-earn-period(points-table-count)
                       move pl-expire-date
                         to ptt-expire-date(points-table-count)
                       move pl-points-earned
                         to ptt-earned(points-table-count)
                       move pl-points-redeemed
                         to ptt-redeemed(points-table-count)
                       move pl-points-expired
                         to ptt-expired(points-table-count)
                       move pl-points-remaining
                         to ptt-remaining(points-table-count)
                       if pl-customer-no is numeric
                          move pl-customer-no
                            to ptt-customer-no(points-table-count)
                       else
                          move 0
                            to ptt-customer-no(points-table-count)
                       end-if
              end-read
           end-perform
           close points-ledger-file.
       200-report-one-lot.
      *>   a lot is good through the day before its expiry date, the
      *>   same test the register makes before taking points
           move 0 to points-expired-now
           if ptt-remaining(points-table-idx) > 0
              and ptt-expire-date(points-table-idx)
                 not > business-date-work
              move ptt-remaining(points-table-idx)
                to points-expired-now
              add points-expired-now
                to ptt-expired(points-table-idx)
              move 0 to ptt-remaining(points-table-idx)
              add 1 to lots-expired
              add points-expired-now to total-points-expired
              compute lot-value rounded =
                 points-expired-now * point-value
              add lot-value to total-expired-value
           end-if
           if ptt-remaining(points-table-idx) > 0
              or points-expired-now > 0
              compute lot-value rounded =
                 ptt-remaining(points-table-idx) * point-value
              add ptt-remaining(points-table-idx)
                to total-points-outstanding
              add lot-value to total-liability
              move spaces to lot-detail-line
              move ptt-customer-no(points-table-idx)
                to detail-customer-no-out
              move ptt-customer-key(points-table-idx)
                to detail-customer-out
              move ptt-earn-period(points-table-idx)
                to detail-period-out
              move ptt-expire-date(points-table-idx)
                to detail-expires-out
              move ptt-earned(points-table-idx) to detail-earned-out
              move ptt-redeemed(points-table-idx)
                to detail-redeemed-out
              move ptt-expired(points-table-idx)
                to detail-expired-out
              move ptt-remaining(points-table-idx)
                to detail-remaining-out
              move lot-value to detail-value-out
              if points-expired-now > 0
                 move "** EXPIRED **" to detail-flag-out
              end-if
              write print-rec from lot-detail-line
           end-if.
       600-save-points-ledger.
      *>   only lots with points left are carried forward
           open output points-ledger-file
           perform varying points-table-idx from 1 by 1
                   until points-table-idx > points-table-count
              if ptt-remaining(points-table-idx) > 0
                 add 1 to lots-kept
                 move ptt-customer-key(points-table-idx)
                   to pl-customer-key
                 move ptt-earn-period(points-table-idx)
                   to pl-earn-period
                 move ptt-expire-date(points-table-idx)
                   to pl-expire-date
                 move ptt-earned(points-table-idx)
                   to pl-points-earned
                 move ptt-redeemed(points-table-idx)
                   to pl-points-redeemed
                 move ptt-expired(points-table-idx)
                   to pl-points-expired
                 move ptt-remaining(points-table-idx)
                   to pl-points-remaining
                 move ptt-customer-no(points-table-idx)
                   to pl-customer-no
                 write points-ledger-rec
              end-if
           end-perform
           close points-ledger-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "PTSLIAB " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move lots-read to RL-RECORDS-IN
           move lots-kept to RL-RECORDS-OUT
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
