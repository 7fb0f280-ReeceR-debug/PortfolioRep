       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2EXTR.
      *> W-2 extract and proof.  Summarizes a tax year's pay-hist by
      *> employee into w2-out and proves each total against the
      *> year's YTD-wages balance.  The tax year is the bus-date year,
      *> except that a run in January through March (W-2 season) is
      *> for the year just ended.  Once the year-end rollover has
      *> zeroed YTD-wages the proof reads the closed year's archive
      *> (YTD-wages.<year>) that YTDROLL left.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT pay-history-file ASSIGN TO "pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT proof-listing  ASSIGN TO printer.
                     SELECT OPTIONAL YTD-wages-file
           ASSIGN DYNAMIC YTD-wages-name
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rollover-control-file
           ASSIGN TO "ytd-roll"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT w2-extract-file ASSIGN TO w2-out
           ORGANIZATION IS LINE SEQUENTIAL.
           05  hist-federal-tax      pic 9(5)v99.
           05  hist-state-tax        pic 9(5)v99.
           05  hist-emp-no           pic 9(5).
           05  hist-net-pay          pic 9(7)v99.
       fd  proof-listing.
       01  print-rec.
           05 pic x(132).
           05  w2-medicare-wages     pic 9(7)v99.
           05  w2-federal-withheld   pic 9(7)v99.
           05  w2-state-withheld     pic 9(5)v99.
       fd  rollover-control-file.
       01  rollover-control-rec.
           05  yr-open-year          pic 9(4).
           05  yr-rolled-date        pic 9(8).
       fd  xref-file.
           COPY EMPXREF.
       fd  run-log-file.
               10  sum-on-YTD-sw       pic x(1).
               10  sum-emp-no          pic 9(5).
       01  w2-year                  pic 9(4).
       01  YTD-wages-name           pic x(20) value "YTD-wages".
       01  more-xref-records        picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 105-set-tax-year
           perform 110-load-xref
           perform 120-summarize-history
           perform 140-match-YTD-wages
                 w2-extract-file
                 run-log-file
           stop run.
       105-set-tax-year.
           move business-date-work(1:4) to w2-year
           if business-date-work(5:2) <= "03"
              subtract 1 from w2-year
           end-if
           open input rollover-control-file
           read rollover-control-file
                at end
                   continue
                not at end
                   if yr-open-year is numeric
                      and yr-open-year > w2-year
                      move spaces to YTD-wages-name
                      string "YTD-wages." delimited by size
                             w2-year delimited by size
                             into YTD-wages-name
                   end-if
           end-read
           close rollover-control-file.
       110-load-xref.
           open input xref-file
           perform until more-xref-records = 'no '
