      *> pay-post-hist), and withdrawal credits and refund checks
      *> netted out of both (from wdr-hist).  The payments proof
      *> total at the bottom is the figure that must tie to the
      *> year's deposit-control slips.  Students are summarized by
      *> student number; the mailing address and taxpayer ID come
      *> from the student master (stu-mast).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL withdrawal-history-file
           ASSIGN TO "wdr-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT student-master-file ASSIGN TO "stu-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS stm-student-no.
                     SELECT summary-statement-file ASSIGN TO printer.
                     SELECT summary-extract-file ASSIGN TO tuit-sum
           ORGANIZATION IS LINE SEQUENTIAL.
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
       fd  student-master-file.
           COPY STUMAST.
       fd  summary-statement-file.
       01  print-rec.
           05 pic x(132).
           05  sum-aid-applied      pic 9(7)v99.
           05  sum-amount-paid      pic 9(7)v99.
           05  sum-refunds          pic 9(7)v99.
           05  sum-student-no       pic 9(7).
           05  sum-tax-id           pic x(9).
           05  sum-street           pic x(25).
           05  sum-city             pic x(20).
           05  sum-state            pic x(2).
           05  sum-zip              pic x(10).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  student-table-count      pic 9(4) value 0.
       01  student-found-idx        pic 9(4) comp value 0.
       01  lookup-student-name      pic x(20).
       01  lookup-student-no        pic 9(7).
       01  no-master-count          pic 9(5) value 0.
       01  student-table.
           05  student-entry OCCURS 500 TIMES.
               10  stt-student-name pic x(20).
               10  stt-student-no   pic 9(7).
               10  stt-billed       pic 9(7)v99.
               10  stt-aid          pic 9(7)v99.
               10  stt-paid         pic 9(7)v99.
       01  statement-name-line.
           05 pic x(9) value "STUDENT: ".
           05  stmt-student-name-out   pic x(20).
           05 pic x(6) value "  NO. ".
           05  stmt-student-no-out     pic 9(7).
       01  statement-address-line.
           05 pic x(9) value spaces.
           05  stmt-address-out        pic x(40).
       01  statement-tax-id-line.
           05 pic x(9) value spaces.
           05 pic x(16) value "TAXPAYER ID NO. ".
           05  stmt-tax-id-out         pic x(9).
       01  statement-amount-line.
           05 pic x(2) value spaces.
           05  stmt-amount-desc-out    pic x(24).
       01  trailer-line.
           05 pic x(9) value "STUDENTS ".
           05  students-out            pic zz,zz9.
           05 pic x(22) value "  NOT ON STUDENT MAST ".
           05  no-master-out           pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 200-summarize-billings
           perform 300-summarize-payments
           perform 400-summarize-withdrawals
           open input student-master-file
                output summary-statement-file
                output summary-extract-file
                extend run-log-file
           move tax-year to header-year-out
           move total-paid-proof to proof-total-out
           write print-rec from proof-total-line
           move student-table-count to students-out
           move no-master-count to no-master-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close student-master-file
                 summary-statement-file
                 summary-extract-file
                 run-log-file
           stop run.
                       if bh-bill-date(1:4) = tax-year
                          move bh-student-name
                            to lookup-student-name
                          move bh-student-no to lookup-student-no
                          perform 250-find-student-entry
                          add bh-total-charges
                            to stt-billed(student-found-idx)
           move 0 to student-found-idx
           perform varying student-table-idx from 1 by 1
                   until student-table-idx > student-table-count
              if lookup-student-no
                    = stt-student-no(student-table-idx)
                 move student-table-idx to student-found-idx
              end-if
           end-perform
              move student-table-count to student-found-idx
              move lookup-student-name
                to stt-student-name(student-found-idx)
              move lookup-student-no
                to stt-student-no(student-found-idx)
              move 0 to stt-billed(student-found-idx)
              move 0 to stt-aid(student-found-idx)
              move 0 to stt-paid(student-found-idx)
                       if ph-pay-date(1:4) = tax-year
                          move ph-student-name
                            to lookup-student-name
                          move ph-student-no to lookup-student-no
                          perform 250-find-student-entry
                          add ph-amount
                            to stt-paid(student-found-idx)
                       if wh-date(1:4) = tax-year
                          move wh-student-name
                            to lookup-student-name
                          move wh-student-no to lookup-student-no
                          perform 250-find-student-entry
                          add wh-refund-credit
                            to stt-refunds(student-found-idx)
           end-perform
           close withdrawal-history-file.
       500-write-one-student.
      *>   a student missing from the master is still summarized,
      *>   without an address or taxpayer ID, and counted
           move stt-student-no(student-table-idx) to stm-student-no
           read student-master-file
                invalid key
                   add 1 to no-master-count
                   move spaces to student-master-rec
                   move stt-student-no(student-table-idx)
                     to stm-student-no
           end-read
           move stt-student-name(student-table-idx)
             to sum-student-name
           move stm-student-no to sum-student-no
           move stm-tax-id to sum-tax-id
           move stm-street to sum-street
           move stm-city to sum-city
           move stm-state to sum-state
           move stm-zip to sum-zip
           move tax-year to sum-tax-year
           move stt-billed(student-table-idx) to sum-amount-billed
           move stt-aid(student-table-idx) to sum-aid-applied
           write summary-extract-rec
           move stt-student-name(student-table-idx)
             to stmt-student-name-out
           move stm-student-no to stmt-student-no-out
           write print-rec from statement-name-line
           if stm-street not = spaces
              move stm-street to stmt-address-out
              write print-rec from statement-address-line
              move spaces to stmt-address-out
              string stm-city delimited by "  "
                     ", " delimited by size
                     stm-state delimited by size
                     "  " delimited by size
                     stm-zip delimited by size
                     into stmt-address-out
              write print-rec from statement-address-line
           end-if
           if stm-tax-id not = spaces
              move stm-tax-id to stmt-tax-id-out
              write print-rec from statement-tax-id-line
           end-if
           move "AMOUNTS BILLED" to stmt-amount-desc-out
           move stt-billed(student-table-idx) to stmt-amount-out
           write print-rec from statement-amount-line
