      *> the trailing average monthly velocity.  Parts with no
      *> movement in six months flag DEAD STOCK, parts with more
      *> than six months of supply flag SLOW, so markdowns happen
      *> before the year-end valuation instead of after.  The
      *> ranking is also left on dead-rank for the markdown run
      *> (MARKDOWN) to price clearance proposals from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "mov-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT rank-sort-file ASSIGN TO "srtwk5".
                     SELECT dead-rank-file ASSIGN TO "dead-rank"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           05  srt-qty-on-hand     pic 9(5).
           05  srt-last-period     pic 9(6).
           05  srt-months-supply   pic 9(4)v9.
      *> one row per part in rank order; flag D dead stock, S slow
       fd  dead-rank-file.
       01  dead-rank-rec.
           05  dr-part-no          pic x(5).
           05  dr-periods-stale    pic 9(4).
           05  dr-months-supply    pic 9(4)v9.
           05  dr-flag             pic x(1).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           RELEASE rank-sort-rec.
       300-print-ranked-parts.
           open output movement-report
                output dead-rank-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           move slow-count to slow-out
           write print-rec from blank-line
           write print-rec from trailer-line
           close movement-report
                 dead-rank-file.
       350-print-one-part.
           move spaces to movement-detail-line
           move srt-part-no to detail-part-no-out
              move srt-periods-stale to detail-stale-out
           end-if
           move srt-months-supply to detail-supply-out
           move srt-part-no to dr-part-no
           move srt-periods-stale to dr-periods-stale
           move srt-months-supply to dr-months-supply
           move space to dr-flag
           evaluate true
              when srt-periods-stale >= dead-stock-periods
                 add 1 to dead-count
                 move "** DEAD STOCK **" to detail-flag-out
                 move 'D' to dr-flag
              when srt-months-supply > slow-months-supply
                 add 1 to slow-count
                 move "** SLOW **" to detail-flag-out
                 move 'S' to dr-flag
              when other
                 continue
           end-evaluate
           write print-rec from movement-detail-line
           write dead-rank-rec.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "DEADSTK " to RL-PROGRAM-NAME
