      *> prior-term debt on the aging -- and prints a term summary
      *> (billed, collected, aided, withdrawn, carried forward) for
      *> the GL tie-out.  The close ends by resetting the term
      *> control card to the bus-date so the next term starts today
      *> and emptying the section roster -- the term's enrollments
      *> and waitlists do not carry forward.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL term-archive-file
           ASSIGN TO "ar-term-arch"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL section-roster-file
           ASSIGN TO "sect-roster"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT term-summary-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           05  ar-cur-student-name      pic X(20).
           05  ar-cur-balance-due       pic 9(5)V99.
           05  ar-cur-billed-date       pic 9(8).
           05  ar-cur-student-no        pic 9(7).
       fd  ar-open-items-file.
       01  ar-open-item-rec.
           05  ar-student-name          pic X(20).
           05  ar-balance-due           pic 9(5)V99.
           05  ar-billed-date           pic 9(8).
           05  ar-student-no            pic 9(7).
       fd  bill-history-file.
       01  bill-history-rec.
           05  bh-student-name     pic x(20).
           05  bh-total-charges    pic 9(5).
           05  bh-aid-applied      pic 9(4).
           05  bh-net-due          pic 9(5).
           05  bh-student-no       pic 9(7).
       fd  payment-history-file.
       01  payment-history-rec.
           05  ph-student-name      pic x(20).
           05  ph-pay-date          pic 9(8).
           05  ph-amount            pic 9(5)v99.
           05  ph-student-no        pic 9(7).
       fd  withdrawal-history-file.
       01  withdrawal-history-rec.
           05  wh-student-name          pic x(20).
           05  wh-date                  pic 9(8).
           05  wh-refund-credit         pic 9(5)v99.
           05  wh-check-amount          pic 9(5)v99.
           05  wh-student-no            pic 9(7).
       fd  section-roster-file.
           COPY SECTROST.
       fd  term-archive-file.
       01  term-archive-rec.
           05  arch-term-code      pic 9(8).
           05  arch-student-name   pic x(20).
           05  arch-detail-date    pic 9(8).
           05  arch-amount         pic 9(7)v99.
           05  arch-student-no     pic 9(7).
       fd  term-summary-report.
       01  print-rec.
           05 pic x(132).
                 term-archive-file
                 run-log-file
           perform 700-reset-term-control
           perform 710-clear-section-roster
           stop run.
       110-load-term-control.
           move 0 to term-start-in
                          move 'B' to arch-record-type
                          move bh-student-name
                            to arch-student-name
                          move bh-student-no to arch-student-no
                          move bh-bill-date to arch-detail-date
                          move bh-net-due to arch-amount
                          write term-archive-rec
                          move 'P' to arch-record-type
                          move ph-student-name
                            to arch-student-name
                          move ph-student-no to arch-student-no
                          move ph-pay-date to arch-detail-date
                          move ph-amount to arch-amount
                          write term-archive-rec
                          move 'W' to arch-record-type
                          move wh-student-name
                            to arch-student-name
                          move wh-student-no to arch-student-no
                          move wh-date to arch-detail-date
                          move wh-refund-credit to arch-amount
                          write term-archive-rec
                       move 'S' to arch-record-type
                       move ar-cur-student-name
                         to arch-student-name
                       move ar-cur-student-no to arch-student-no
                       move business-date-work to arch-detail-date
                       move ar-cur-balance-due to arch-amount
                       write term-archive-rec
                            to ar-balance-due
                          move ar-cur-billed-date
                            to ar-billed-date
                          move ar-cur-student-no
                            to ar-student-no
                          write ar-open-item-rec
                       end-if
              end-read
           move business-date-work to term-start-date
           write term-control-rec
           close term-control-file.
       710-clear-section-roster.
           open output section-roster-file
           close section-roster-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "TERMCLSE" to RL-PROGRAM-NAME
