      *> promised, the fill rate (received against ordered), and the
      *> count of over/short receipts; the invoice lines on
      *> po-inv-hist give the price variance between the PO cost and
      *> what the vendor actually invoiced; the returns on rtv-hist
      *> give the number of goods-returned debit memos and the return
      *> rate (units sent back against units received).  One line per
      *> vendor for the buyers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL invoice-history-file
           ASSIGN TO "po-inv-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rtv-history-file
           ASSIGN TO "rtv-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT scorecard-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           05  ih-invoice-price    pic 9(5)v99.
           05  ih-quantity         pic 9(5).
           05  ih-matched-flag     pic x(1).
       fd  rtv-history-file.
           COPY RTVHIST.
       fd  scorecard-report.
       01  print-rec.
           05 pic x(132).
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-invoice-records     picture xxx value 'yes'.
       01  more-rtv-records         picture xxx value 'yes'.
       01  report-year              pic 9(4).
       01  quarter-first-month      pic 9(2).
       01  quarter-last-month       pic 9(2).
               10  vpt-received-qty pic 9(7).
               10  vpt-over-short   pic 9(5).
               10  vpt-price-var    pic s9(7)v99.
               10  vpt-returns      pic 9(5).
               10  vpt-returned-qty pic 9(7).
       01  day-calc-date            pic 9(8).
       01  day-calc-parts REDEFINES day-calc-date.
           05  day-calc-year        pic 9(4).
       01  average-lead-days        pic 9(4)v9.
       01  average-promised         pic 9(4)v9.
       01  fill-rate-pct            pic 9(3)v9.
       01  return-rate-pct          pic 9(3)v9.
       01  records-read             pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(10) value "FILL PCT  ".
           05 pic x(11) value "OVER/SHORT ".
           05 pic x(12) value "  PRICE VAR ".
           05 pic x(9) value "  RETURNS".
           05 pic x(9) value "  RTN PCT".
       01  blank-line               pic x value space.
       01  scorecard-detail-line.
           05  detail-vendor-out       pic x(5).
           05  detail-over-short-out   pic zz9.
           05 pic x(4) value spaces.
           05  detail-price-var-out    pic zzz,zz9.99-.
           05 pic x(4) value spaces.
           05  detail-returns-out      pic zz,zz9.
           05 pic x(4) value spaces.
           05  detail-return-pct-out   pic zz9.9.
           05 pic x(2) value spaces.
           05  detail-flag-out         pic x(16).
       01  trailer-line.
           perform 150-set-quarter
           perform 200-accumulate-receipts
           perform 300-accumulate-invoices
           perform 320-accumulate-returns
           open output scorecard-report
                extend run-log-file
           move report-quarter to header-quarter-out
              end-read
           end-perform
           close invoice-history-file.
       320-accumulate-returns.
           open input rtv-history-file
           perform until more-rtv-records = 'no '
              read rtv-history-file
                    at end
                       move 'no ' to more-rtv-records
                    not at end
                       add 1 to records-read
                       perform 330-select-return
              end-read
           end-perform
           close rtv-history-file.
       330-select-return.
           if rvh-return-date(1:4) = report-year
              move rvh-return-date(5:2) to event-month
              if event-month >= quarter-first-month
                 and event-month <= quarter-last-month
                 move rvh-vendor-no to lookup-vendor-no
                 perform 350-find-vendor-entry
                 add 1 to vpt-returns(vendor-found-idx)
                 add rvh-quantity
                   to vpt-returned-qty(vendor-found-idx)
              end-if
           end-if.
       350-find-vendor-entry.
           move 0 to vendor-found-idx
           perform varying vendor-table-idx from 1 by 1
              move 0 to vpt-received-qty(vendor-found-idx)
              move 0 to vpt-over-short(vendor-found-idx)
              move 0 to vpt-price-var(vendor-found-idx)
              move 0 to vpt-returns(vendor-found-idx)
              move 0 to vpt-returned-qty(vendor-found-idx)
           end-if.
       400-print-vendor-line.
           move spaces to scorecard-detail-line
             to detail-over-short-out
           move vpt-price-var(vendor-table-idx)
             to detail-price-var-out
           move vpt-returns(vendor-table-idx) to detail-returns-out
           if vpt-received-qty(vendor-table-idx) > 0
              compute return-rate-pct ROUNDED =
                 (vpt-returned-qty(vendor-table-idx) * 100)
                 / vpt-received-qty(vendor-table-idx)
           else
              move 0 to return-rate-pct
           end-if
           move return-rate-pct to detail-return-pct-out
           if average-lead-days > average-promised
              move "** LATE SHIPPER " to detail-flag-out
           end-if
