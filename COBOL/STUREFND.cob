       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUREFND.
      *> Student credit-balance refund run, run by hand by the
      *> bursar.  Reads the credit balances on stu-credit -- aid
      *> above the bill from the registration billing and payments
      *> above the balance due from PAYPOST -- and refunds by check
      *> every credit that has been held the holding period, one
      *> check a student for all of that student's credits due out.
      *> A student who still owes on the receivable (ar-upd) is
      *> refunded nothing; the credits are listed as held so the
      *> bursar can apply them to the balance instead.  The checks
      *> are numbered from chk-ctl and go on the check register,
      *> the positive-pay file and pospay-log the same as the
      *> withdrawal refunds.  Prints the refund register for the
      *> bursar, rewrites stu-credit with the credits still held,
      *> and posts the refunds to the GL through GLCONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL student-credit-file
           ASSIGN TO "stu-credit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT ar-current-file ASSIGN TO ar-upd
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT refund-register ASSIGN TO printer.
                     SELECT refund-check-file ASSIGN TO crfnd-out
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-register-file
           ASSIGN TO "chk-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-control-file
           ASSIGN TO chk-ctl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT positive-pay-file ASSIGN TO pospay-crd
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pospay-log-file
           ASSIGN TO "pospay-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  student-credit-file.
           COPY STUCRED.
       fd  ar-current-file.
       01  ar-current-rec.
           05  ar-cur-student-name      pic X(20).
           05  ar-cur-balance-due       pic 9(5)V99.
           05  ar-cur-billed-date       pic 9(8).
           05  ar-cur-student-no        pic 9(7).
       fd  refund-register.
       01  print-rec.
           05 pic x(132).
       fd  refund-check-file.
       01  refund-check-rec.
           05  refund-student-name      pic X(20).
           05  refund-check-amount      pic 9(5)V99.
           05  refund-check-number      pic 9(6).
           05  refund-check-date        pic 9(8).
      *> credit refunds go on the check register with the payroll
      *> and vendor checks so the bank reconciliation sees them; a
      *> refund carries no employee number
       fd  check-register-file.
       01  check-register-rec.
           05  reg-check-number      pic 9(6).
           05  reg-emp-name          pic x(15).
           05  reg-check-date        pic 9(8).
           05  reg-check-amount      pic 9(7)v99.
           05  reg-emp-no            pic 9(5).
       fd  check-control-file.
       01  check-control-rec.
           05  ctl-next-check-number    pic 9(6).
       fd  positive-pay-file.
           COPY POSPAY.
       fd  pospay-log-file.
       01  pospay-log-rec.
           05  ppl-send-date         pic 9(8).
           05                        pic x(2).
           05  ppl-source-program    pic x(8).
           05                        pic x(2).
           05  ppl-item-count        pic 9(6).
           05                        pic x(2).
           05  ppl-dollar-total      pic 9(9)v99.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-credit-records      picture xxx value 'yes'.
       01  more-ar-records          picture xxx value 'yes'.
      *> days a credit is held before it is refunded, so a payment
      *> can clear the bank and an aid award settle first
       01  refund-holding-days      pic 9(3) value 14.
       01  credit-table-idx         pic 9(4) comp.
       01  credit-scan-idx          pic 9(4) comp.
       01  earlier-check-idx        pic 9(4) comp.
       01  credit-table-count       pic 9(4) value 0.
       01  credit-table.
           05  credit-entry OCCURS 2000 TIMES.
               10  crt-student-name pic x(20).
               10  crt-credit-date  pic 9(8).
               10  crt-source       pic x(1).
               10  crt-amount       pic 9(5)v99.
               10  crt-days-held    pic 9(5).
               10  crt-status       pic x(1).
                   88  crt-undecided    value space.
                   88  crt-refunded     value 'R'.
                   88  crt-in-holding   value 'H'.
                   88  crt-owing        value 'O'.
               10  crt-check-number pic 9(6).
               10  crt-student-no   pic 9(7).
       01  ar-table-idx             pic 9(4) comp.
       01  ar-table-count           pic 9(4) value 0.
       01  ar-table.
           05  ar-table-entry OCCURS 500 TIMES.
               10  ar-table-name    pic X(20).
               10  ar-table-balance pic 9(5)V99.
               10  ar-table-no      pic 9(7).
       01  student-owes-amount      pic 9(7)v99.
       01  business-days            pic 9(7).
       01  check-amount             pic 9(5)v99.
       01  date-to-convert          pic 9(8).
       01  date-parts redefines date-to-convert.
           05  conv-year            pic 9(4).
           05  conv-month           pic 9(2).
           05  conv-day             pic 9(2).
       01  converted-days           pic 9(7).
       01  leap-work                pic 9(7).
       01  month-subscript          pic 9(2) comp.
       01  cumulative-month-values.
           05 pic 9(3) value 000.
           05 pic 9(3) value 031.
           05 pic 9(3) value 059.
           05 pic 9(3) value 090.
           05 pic 9(3) value 120.
           05 pic 9(3) value 151.
           05 pic 9(3) value 181.
           05 pic 9(3) value 212.
           05 pic 9(3) value 243.
           05 pic 9(3) value 273.
           05 pic 9(3) value 304.
           05 pic 9(3) value 334.
       01  cumulative-month-table
               redefines cumulative-month-values.
           05  days-before-month OCCURS 12 TIMES pic 9(3).
       01  next-check-number        pic 9(6) value 1.
       01  disbursement-account     pic x(10) value "0007410293".
       01  pospay-item-count        pic 9(6) value 0.
       01  pospay-dollar-total      pic 9(9)v99 value 0.
       01  checks-cut               pic 9(6) value 0.
       01  credits-refunded         pic 9(6) value 0.
       01  total-refunded           pic 9(7)v99 value 0.
       01  credits-in-holding       pic 9(6) value 0.
       01  total-in-holding         pic 9(7)v99 value 0.
       01  credits-owing            pic 9(6) value 0.
       01  total-owing              pic 9(7)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header-1.
           05 pic x(26) value "OFFICE OF THE BURSAR      ".
           05 pic x(30) value "STUDENT CREDIT REFUND REGISTER".
           05 pic x(4) value spaces.
           05  header-date-out         pic 9(8).
       01  register-header-2.
           05 pic x(22) value "STUDENT".
           05 pic x(10) value "CREDITED".
           05 pic x(13) value "SOURCE".
           05 pic x(11) value "   AMOUNT".
           05 pic x(6) value "  HELD".
           05 pic x(2) value spaces.
           05 pic x(8) value "CHECK NO".
           05 pic x(2) value spaces.
           05 pic x(22) value "STATUS".
       01  blank-line               pic x value space.
       01  register-detail-line.
           05  reg-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  reg-date-out            pic 9(8).
           05 pic x(2) value spaces.
           05  reg-source-out          pic x(13).
           05  reg-amount-out          pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-days-out            pic zzzz9.
           05 pic x(3) value spaces.
           05  reg-check-out           pic x(6).
           05 pic x(4) value spaces.
           05  reg-status-out          pic x(22).
       01  register-check-line.
           05 pic x(4) value spaces.
           05 pic x(10) value "CHECK NO. ".
           05  chk-number-out          pic 9(6).
           05 pic x(6) value "  TO  ".
           05  chk-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  chk-amount-out          pic $zz,zz9.99.
       01  register-total-line.
           05  tot-desc-out            pic x(26).
           05  tot-count-out           pic zzz,zz9.
           05 pic x(2) value spaces.
           05  tot-amount-out          pic $z,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work to date-to-convert
           perform 600-convert-date-to-days
           move converted-days to business-days
           perform 110-load-credits
           perform 120-load-ar-current
           perform 140-load-check-control
           open output refund-register
                output refund-check-file
                extend check-register-file
                output positive-pay-file
                extend gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header-1
           write print-rec from blank-line
           write print-rec from register-header-2
           write print-rec from blank-line
           perform varying credit-table-idx from 1 by 1
                   until credit-table-idx > credit-table-count
              if crt-undecided(credit-table-idx)
                 perform 200-decide-credit
              end-if
           end-perform
           perform 400-print-register
           perform 450-write-pospay-trailer
           perform 500-write-gl-postings
           perform 900-write-run-log
           close refund-register
                 refund-check-file
                 check-register-file
                 positive-pay-file
                 gl-posting-file
                 run-log-file
           perform 460-save-check-control
           perform 470-save-credits
           stop run.
       110-load-credits.
           open input student-credit-file
           perform until more-credit-records = 'no '
              read student-credit-file
                    at end
                       move 'no ' to more-credit-records
                    not at end
                       add 1 to credit-table-count
                       if credit-table-count > 2000
                          display "STUREFND: STU-CREDIT HAS MORE THAN "
                             "2000 RECORDS -- CREDIT TABLE FULL"
                          close student-credit-file
                          stop run
                       end-if
                       move scr-student-name
                         to crt-student-name(credit-table-count)
                       move scr-credit-date
                         to crt-credit-date(credit-table-count)
                       move scr-source
                         to crt-source(credit-table-count)
                       move scr-amount
                         to crt-amount(credit-table-count)
                       move space to crt-status(credit-table-count)
                       move 0 to crt-check-number(credit-table-count)
                       move scr-student-no
                         to crt-student-no(credit-table-count)
                       perform 115-compute-days-held
              end-read
           end-perform
           close student-credit-file.
       115-compute-days-held.
           move 0 to crt-days-held(credit-table-count)
           if scr-credit-date is numeric
              and scr-credit-date > 0
              and scr-credit-date < business-date-work
              move scr-credit-date to date-to-convert
              perform 600-convert-date-to-days
              compute crt-days-held(credit-table-count) =
                 business-days - converted-days
           end-if.
       120-load-ar-current.
           open input ar-current-file
           perform until more-ar-records = 'no '
              read ar-current-file
                    at end
                       move 'no ' to more-ar-records
                    not at end
                       add 1 to ar-table-count
                       if ar-table-count > 500
                          display "STUREFND: AR-UPD HAS MORE THAN 500 "
                             "RECORDS -- AR TABLE FULL"
                          close ar-current-file
                          stop run
                       end-if
                       move ar-cur-student-name
                         to ar-table-name(ar-table-count)
                       move ar-cur-balance-due
                         to ar-table-balance(ar-table-count)
                       move ar-cur-student-no
                         to ar-table-no(ar-table-count)
              end-read
           end-perform
           close ar-current-file.
       140-load-check-control.
           open input check-control-file
           read check-control-file
                at end
                   continue
                not at end
                   move ctl-next-check-number to next-check-number
           end-read
           close check-control-file.
      *> a credit still in its holding period waits for a later run;
      *> a student who owes anything on the receivable is refunded
      *> nothing; otherwise every credit of the student's that is
      *> past its holding period goes out on one check
       200-decide-credit.
           perform 210-total-student-owes
           evaluate true
              when student-owes-amount > 0
                 move 'O' to crt-status(credit-table-idx)
              when crt-days-held(credit-table-idx)
                    < refund-holding-days
                 move 'H' to crt-status(credit-table-idx)
              when other
                 perform 300-refund-student
           end-evaluate.
       210-total-student-owes.
           move 0 to student-owes-amount
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if ar-table-no(ar-table-idx)
                    = crt-student-no(credit-table-idx)
                 add ar-table-balance(ar-table-idx)
                   to student-owes-amount
              end-if
           end-perform.
       300-refund-student.
           move 0 to check-amount
           perform varying credit-scan-idx from credit-table-idx by 1
                   until credit-scan-idx > credit-table-count
              if crt-undecided(credit-scan-idx)
                 and crt-student-no(credit-scan-idx)
                       = crt-student-no(credit-table-idx)
                 and crt-days-held(credit-scan-idx)
                       >= refund-holding-days
                 move 'R' to crt-status(credit-scan-idx)
                 move next-check-number
                   to crt-check-number(credit-scan-idx)
                 add crt-amount(credit-scan-idx) to check-amount
                 add 1 to credits-refunded
              end-if
           end-perform
           add 1 to checks-cut
           add check-amount to total-refunded
           move crt-student-name(credit-table-idx)
             to refund-student-name
           move check-amount to refund-check-amount
           move next-check-number to refund-check-number
           move business-date-work to refund-check-date
           write refund-check-rec
           move next-check-number to reg-check-number
           move crt-student-name(credit-table-idx) to reg-emp-name
           move business-date-work to reg-check-date
           move check-amount to reg-check-amount
           move 0 to reg-emp-no
           write check-register-rec
           move 'D' to PP-RECORD-TYPE
           move disbursement-account to PP-ACCOUNT
           move next-check-number to PP-CHECK-NUMBER
           move business-date-work to PP-ISSUE-DATE
           move check-amount to PP-AMOUNT
           move crt-student-name(credit-table-idx) to PP-PAYEE
           write POSITIVE-PAY-REC
           add 1 to pospay-item-count
           add check-amount to pospay-dollar-total
           add 1 to next-check-number.
      *> the register lists every credit on file with what became of
      *> it, then each check cut, then the totals
       400-print-register.
           perform varying credit-table-idx from 1 by 1
                   until credit-table-idx > credit-table-count
              move spaces to register-detail-line
              move crt-student-name(credit-table-idx) to reg-name-out
              move crt-credit-date(credit-table-idx) to reg-date-out
              if crt-source(credit-table-idx) = 'A'
                 move "EXCESS AID" to reg-source-out
              else
                 move "OVERPAYMENT" to reg-source-out
              end-if
              move crt-amount(credit-table-idx) to reg-amount-out
              move crt-days-held(credit-table-idx) to reg-days-out
              evaluate true
                 when crt-refunded(credit-table-idx)
                    move crt-check-number(credit-table-idx)
                      to reg-check-out
                    move "REFUNDED" to reg-status-out
                 when crt-owing(credit-table-idx)
                    move "HELD -- BALANCE OWING" to reg-status-out
                    add 1 to credits-owing
                    add crt-amount(credit-table-idx) to total-owing
                 when other
                    move "HELD -- HOLDING PERIOD" to reg-status-out
                    add 1 to credits-in-holding
                    add crt-amount(credit-table-idx)
                      to total-in-holding
              end-evaluate
              write print-rec from register-detail-line
           end-perform
           write print-rec from blank-line
           perform varying credit-table-idx from 1 by 1
                   until credit-table-idx > credit-table-count
              if crt-refunded(credit-table-idx)
                 perform 410-print-check-if-first
              end-if
           end-perform
           write print-rec from blank-line
           move "CREDITS REFUNDED" to tot-desc-out
           move credits-refunded to tot-count-out
           move total-refunded to tot-amount-out
           write print-rec from register-total-line
           move "CHECKS CUT" to tot-desc-out
           move checks-cut to tot-count-out
           move pospay-dollar-total to tot-amount-out
           write print-rec from register-total-line
           move "HELD -- HOLDING PERIOD" to tot-desc-out
           move credits-in-holding to tot-count-out
           move total-in-holding to tot-amount-out
           write print-rec from register-total-line
           move "HELD -- BALANCE OWING" to tot-desc-out
           move credits-owing to tot-count-out
           move total-owing to tot-amount-out
           write print-rec from register-total-line.
       410-print-check-if-first.
           move 0 to earlier-check-idx
           perform varying credit-scan-idx from 1 by 1
                   until credit-scan-idx >= credit-table-idx
              if crt-refunded(credit-scan-idx)
                 and crt-check-number(credit-scan-idx)
                       = crt-check-number(credit-table-idx)
                 move credit-scan-idx to earlier-check-idx
              end-if
           end-perform
           if earlier-check-idx = 0
              move crt-check-number(credit-table-idx) to chk-number-out
              move crt-student-name(credit-table-idx) to chk-name-out
              move 0 to check-amount
              perform varying credit-scan-idx from credit-table-idx
                      by 1 until credit-scan-idx > credit-table-count
                 if crt-refunded(credit-scan-idx)
                    and crt-check-number(credit-scan-idx)
                          = crt-check-number(credit-table-idx)
                    add crt-amount(credit-scan-idx) to check-amount
                 end-if
              end-perform
              move check-amount to chk-amount-out
              write print-rec from register-check-line
           end-if.
       450-write-pospay-trailer.
           move 'T' to PP-RECORD-TYPE
           move spaces to PP-DETAIL-DATA
           move pospay-item-count to PP-TRAILER-COUNT
           move pospay-dollar-total to PP-TRAILER-TOTAL
           write POSITIVE-PAY-REC
           open extend pospay-log-file
           move spaces to pospay-log-rec
           move business-date-work to ppl-send-date
           move "STUREFND" to ppl-source-program
           move pospay-item-count to ppl-item-count
           move pospay-dollar-total to ppl-dollar-total
           write pospay-log-rec
           close pospay-log-file.
       460-save-check-control.
           open output check-control-file
           move next-check-number to ctl-next-check-number
           write check-control-rec
           close check-control-file.
      *> the credits refunded are dropped; those still held are
      *> written back for the next run
       470-save-credits.
           open output student-credit-file
           perform varying credit-table-idx from 1 by 1
                   until credit-table-idx > credit-table-count
              if not crt-refunded(credit-table-idx)
                 move crt-student-name(credit-table-idx)
                   to scr-student-name
                 move crt-credit-date(credit-table-idx)
                   to scr-credit-date
                 move crt-source(credit-table-idx) to scr-source
                 move crt-amount(credit-table-idx) to scr-amount
                 move crt-student-no(credit-table-idx)
                   to scr-student-no
                 write student-credit-rec
              end-if
           end-perform
           close student-credit-file.
      *> the credit owed back to the students is paid out in cash
       500-write-gl-postings.
           if total-refunded > 0
              move business-date-work to GLP-POST-DATE
              move "STUREFND" to GLP-SOURCE-PROGRAM
              move "STUCRED " to GLP-ACCOUNT
              move total-refunded to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "CASH    " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-refunded to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       600-convert-date-to-days.
           compute converted-days = conv-year * 365
           compute leap-work = (conv-year - 1) / 4
           add leap-work to converted-days
           compute leap-work = (conv-year - 1) / 100
           subtract leap-work from converted-days
           compute leap-work = (conv-year - 1) / 400
           add leap-work to converted-days
           move conv-month to month-subscript
           add days-before-month(month-subscript) to converted-days
           if conv-month > 2
              divide conv-year by 4 giving leap-work
              if conv-year = leap-work * 4
                 divide conv-year by 100 giving leap-work
                 if conv-year not = leap-work * 100
                    add 1 to converted-days
                 else
                    divide conv-year by 400 giving leap-work
                    if conv-year = leap-work * 400
                       add 1 to converted-days
                    end-if
                 end-if
              end-if
           end-if
           add conv-day to converted-days.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "STUREFND" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move credit-table-count to RL-RECORDS-IN
           move checks-cut to RL-RECORDS-OUT
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
