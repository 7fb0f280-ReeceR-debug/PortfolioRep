       FILE-CONTROL. SELECT withdrawal-file    ASSIGN TO wdr-in
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT audit-listing  ASSIGN TO printer.
                     SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO wdr-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT billed-charges-file ASSIGN TO ar-open
                     SELECT ar-adjusted-file ASSIGN TO ar-wdr
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT refund-check-file ASSIGN TO refund-out
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-register-file
           ASSIGN TO "chk-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-control-file
           ASSIGN TO chk-ctl
           ASSIGN TO "pospay-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT term-control-file ASSIGN TO term-ctl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL section-roster-file
           ASSIGN TO "sect-roster"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL withdrawal-history-file
           ASSIGN TO "wdr-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
       01  withdrawal-rec.
           05  wdr-student-name         pic X(20).
           05  wdr-date                 pic 9(8).
      *>   a course number drops just that course: its seat is given
      *>   up and the next student waiting promoted into it, with no
      *>   refund figured (the bursar adjusts the bill).  Blank
      *>   withdraws the student from the term and every section.
           05  wdr-course-no            pic x(6).
      *>   the student number; blank, the student is found by name
           05  wdr-student-no           pic x(7).
       fd  audit-listing.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  xref-file.
           COPY STUXREF.
       fd  billed-charges-file.
       01  billed-charges-rec.
           05  billed-student-name      pic X(20).
           05  billed-net-charges       pic 9(5)V99.
           05  billed-date              pic 9(8).
           05  billed-student-no        pic 9(7).
       fd  ar-current-file.
       01  ar-current-rec.
           05  ar-cur-student-name      pic X(20).
           05  ar-cur-balance-due       pic 9(5)V99.
           05  ar-cur-billed-date       pic 9(8).
           05  ar-cur-student-no        pic 9(7).
       fd  ar-adjusted-file.
       01  ar-adjusted-rec.
           05  ar-adj-student-name      pic X(20).
           05  ar-adj-balance-due       pic 9(5)V99.
           05  ar-adj-billed-date       pic 9(8).
           05  ar-adj-student-no        pic 9(7).
       fd  refund-check-file.
       01  refund-check-rec.
           05  refund-student-name      pic X(20).
           05  refund-check-amount      pic 9(5)V99.
           05  refund-check-number      pic 9(6).
           05  refund-check-date        pic 9(8).
           05  refund-student-no        pic 9(7).
      *> refund checks go on the check register with the payroll and
      *> vendor checks so the bank reconciliation sees them; a refund
      *> carries no employee number
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
       fd  term-control-file.
       01  term-control-rec.
           05  term-start-date          pic 9(8).
       fd  section-roster-file.
           COPY SECTROST.
       fd  withdrawal-history-file.
       01  withdrawal-history-rec.
           05  wh-student-name          pic x(20).
           05  wh-date                  pic 9(8).
           05  wh-refund-credit         pic 9(5)v99.
           05  wh-check-amount          pic 9(5)v99.
           05  wh-student-no            pic 9(7).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-billed-records      picture xxx value 'yes'.
       01  more-ar-records          picture xxx value 'yes'.
       01  more-roster-records      picture xxx value 'yes'.
       01  roster-table-idx         pic 9(4) comp.
       01  roster-table-count       pic 9(4) value 0.
       01  roster-found-idx         pic 9(4) comp value 0.
       01  waiting-idx              pic 9(4) comp value 0.
       01  waiting-scan-idx         pic 9(4) comp.
       01  roster-table.
           05  roster-entry OCCURS 2000 TIMES.
               10  rst-course-no    pic x(6).
               10  rst-section-no   pic x(2).
               10  rst-student-name pic x(20).
               10  rst-status       pic x(1).
               10  rst-status-date  pic 9(8).
               10  rst-student-no   pic 9(7).
       01  courses-dropped          pic 9(6) value 0.
       01  seats-released           pic 9(6) value 0.
       01  students-promoted        pic 9(6) value 0.
       01  billed-table-idx         pic 9(4) comp.
       01  billed-table-count       pic 9(4) value 0.
       01  billed-table.
           05  billed-table-entry OCCURS 500 TIMES.
               10  billed-table-name    pic X(20).
               10  billed-table-charges pic 9(5)V99.
               10  billed-table-no      pic 9(7).
       01  ar-table-idx             pic 9(4) comp.
       01  ar-table-count           pic 9(4) value 0.
       01  ar-table.
               10  ar-table-name    pic X(20).
               10  ar-table-balance pic 9(5)V99.
               10  ar-table-billed  pic 9(8).
               10  ar-table-no      pic 9(7).
       01  billed-found-idx         pic 9(4) comp value 0.
       01  withdraw-student-no      pic 9(7) value 0.
      *> student cross-reference (stu-xref) -- a feed record with no
      *> student number is matched to one by name
       01  more-xref-records        picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 3000 TIMES.
               10  xt-student-name  pic x(20).
               10  xt-student-no    pic 9(7).
       01  xref-match-count         pic 9(4) value 0.
       01  student-no-x             pic x(7).
       01  student-no-in redefines student-no-x
                                    pic 9(7).
       01  student-name-search      pic x(20).
       01  resolved-student-no      pic 9(7) value 0.
       01  resolved-student-name    pic x(20).
       01  student-no-reason        pic x(40).
       01  ar-found-idx             pic 9(4) comp value 0.
       01  term-start-in            pic 9(8) value 0.
       01  term-start-days          pic 9(7).
           05  audit-new-balance-out   pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  audit-check-out         pic zz,zz9.99.
       01  seat-detail-line.
           05 pic x(2) value spaces.
           05  seat-action-out         pic x(16).
           05  seat-course-out         pic x(6).
           05 pic x(1) value space.
           05  seat-section-out        pic x(2).
           05 pic x(2) value spaces.
           05  seat-promoted-out       pic x(40).
       01  seat-trailer-line.
           05 pic x(16) value "COURSES DROPPED ".
           05  courses-dropped-out     pic zzz,zz9.
           05 pic x(18) value "  SEATS RELEASED  ".
           05  seats-released-out      pic zzz,zz9.
           05 pic x(22) value "  PROMOTED FROM WAIT  ".
           05  students-promoted-out   pic zzz,zz9.
       01  trailer-line.
           05 pic x(10) value "PROCESSED ".
           05  withdrawals-processed-out pic zzz,zz9.
           perform 120-load-billed-charges
           perform 130-load-ar-current
           perform 140-load-check-control
           perform 150-load-section-roster
           perform 160-load-student-xref
           open input withdrawal-file
                output audit-listing
                output reject-listing
                output ar-adjusted-file
                output refund-check-file
                extend check-register-file
                output positive-pay-file
                extend withdrawal-history-file
                extend gl-posting-file
                extend run-log-file
           write print-rec from audit-header
           write print-rec from blank-line
           move total-checks-cut to total-checks-cut-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move courses-dropped to courses-dropped-out
           move seats-released to seats-released-out
           move students-promoted to students-promoted-out
           write print-rec from seat-trailer-line
           perform 400-write-adjusted-ar
           perform 450-write-pospay-trailer
           perform 500-write-gl-postings
           perform 900-write-run-log
           close withdrawal-file
                 audit-listing
                 reject-listing
                 ar-adjusted-file
                 refund-check-file
                 check-register-file
                 positive-pay-file
                 withdrawal-history-file
                 gl-posting-file
                 run-log-file
           perform 460-save-check-control
           perform 470-save-section-roster
           stop run.
       140-load-check-control.
           open input check-control-file
                         to billed-table-name(billed-table-count)
                       move billed-net-charges
                         to billed-table-charges(billed-table-count)
                       move billed-student-no
                         to billed-table-no(billed-table-count)
              end-read
           end-perform
           close billed-charges-file.
                         to ar-table-name(ar-table-count)
                       move ar-cur-balance-due
                         to ar-table-balance(ar-table-count)
                       move ar-cur-student-no
                         to ar-table-no(ar-table-count)
                       if ar-cur-billed-date is numeric
                          move ar-cur-billed-date
                            to ar-table-billed(ar-table-count)
              end-read
           end-perform
           close ar-current-file.
       150-load-section-roster.
           open input section-roster-file
           perform until more-roster-records = 'no '
              read section-roster-file
                    at end
                       move 'no ' to more-roster-records
                    not at end
                       add 1 to roster-table-count
                       if roster-table-count > 2000
                          display "WITHDRAW: SECT-ROSTER HAS MORE "
                             "THAN 2000 RECORDS -- TABLE FULL"
                          close section-roster-file
                          stop run
                       end-if
                       move srs-course-no
                         to rst-course-no(roster-table-count)
                       move srs-section-no
                         to rst-section-no(roster-table-count)
                       move srs-student-name
                         to rst-student-name(roster-table-count)
                       move srs-status
                         to rst-status(roster-table-count)
                       move srs-status-date
                         to rst-status-date(roster-table-count)
                       move srs-student-no
                         to rst-student-no(roster-table-count)
              end-read
           end-perform
           close section-roster-file.
       160-load-student-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "WITHDRAW: STU-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move sx-student-name
                         to xt-student-name(xref-table-count)
                       move sx-student-no
                         to xt-student-no(xref-table-count)
              end-read
           end-perform
           close xref-file.
      *> a feed record carrying the student number is checked against
      *> the cross-reference; one without is matched by name, and is
      *> refused when the name is not on the student master or is on
      *> it for more than one student
       165-resolve-student-no.
           move 0 to resolved-student-no
           move spaces to resolved-student-name
           move spaces to student-no-reason
           move 0 to xref-match-count
           if student-no-x is numeric
              and student-no-in > 0
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-no(xref-table-idx) = student-no-in
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              if xref-match-count = 0
                 move "STUDENT NO NOT ON STUDENT MASTER"
                   to student-no-reason
              end-if
           else
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-name(xref-table-idx)
                       = student-name-search
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              evaluate true
                 when xref-match-count = 0
                    move "STUDENT NOT ON STUDENT MASTER"
                      to student-no-reason
                 when xref-match-count > 1
                    move "NAME ON MASTER TWICE -- NEED STUDENT NO"
                      to student-no-reason
              end-evaluate
           end-if.
       470-save-section-roster.
           open output section-roster-file
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx > roster-table-count
              move rst-course-no(roster-table-idx) to srs-course-no
              move rst-section-no(roster-table-idx) to srs-section-no
              move rst-student-name(roster-table-idx)
                to srs-student-name
              move rst-status(roster-table-idx) to srs-status
              move rst-status-date(roster-table-idx)
                to srs-status-date
              move rst-student-no(roster-table-idx) to srs-student-no
              write section-roster-rec
           end-perform
           close section-roster-file.
       200-process-withdrawal.
           move wdr-student-no to student-no-x
           move wdr-student-name to student-name-search
           perform 165-resolve-student-no
           move resolved-student-no to withdraw-student-no
           if student-no-reason = spaces
              move resolved-student-name to wdr-student-name
           end-if
           evaluate true
              when student-no-reason not = spaces
                 add 1 to run-log-records-rejected
                 move spaces to SUSPENSE-REC
                 move "WITHDRAW" to SUSP-SOURCE-PROGRAM
                 move wdr-student-name to SUSP-KEY-FIELD
                 move student-no-reason to SUSP-REASON
                 write SUSPENSE-REC
              when wdr-course-no not = spaces
                 perform 220-process-course-drop
              when other
                 perform 210-process-term-withdrawal
           end-evaluate.
       220-process-course-drop.
           move 0 to roster-found-idx
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx > roster-table-count
              if rst-student-no(roster-table-idx) = withdraw-student-no
                 and rst-course-no(roster-table-idx) = wdr-course-no
                 and (rst-status(roster-table-idx) = 'E' or 'P' or 'W')
                 move roster-table-idx to roster-found-idx
                 perform 230-release-one-section
              end-if
           end-perform
           if roster-found-idx = 0
              add 1 to run-log-records-rejected
              move spaces to SUSPENSE-REC
              move "WITHDRAW" to SUSP-SOURCE-PROGRAM
              move wdr-student-name to SUSP-KEY-FIELD(1:13)
              move wdr-course-no to SUSP-KEY-FIELD(15:6)
              move "DROP -- NOT ENROLLED IN COURSE" to SUSP-REASON
              write SUSPENSE-REC
           else
              add 1 to courses-dropped
           end-if.
       225-release-student-sections.
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx > roster-table-count
              if rst-student-no(roster-table-idx) = withdraw-student-no
                 and (rst-status(roster-table-idx) = 'E' or 'P' or 'W')
                 perform 230-release-one-section
              end-if
           end-perform.
       230-release-one-section.
      *>   a seat given up goes to the student waiting longest for
      *>   the section; leaving a waitlist frees no seat
           move spaces to seat-detail-line
           move rst-course-no(roster-table-idx) to seat-course-out
           move rst-section-no(roster-table-idx) to seat-section-out
           if rst-status(roster-table-idx) = 'W'
              move "OFF WAITLIST" to seat-action-out
              move 'D' to rst-status(roster-table-idx)
              move wdr-date to rst-status-date(roster-table-idx)
           else
              move "SEAT RELEASED" to seat-action-out
              move 'D' to rst-status(roster-table-idx)
              move wdr-date to rst-status-date(roster-table-idx)
              add 1 to seats-released
              perform 240-promote-next-waiting
           end-if
           write print-rec from seat-detail-line.
       240-promote-next-waiting.
           move 0 to waiting-idx
           perform varying waiting-scan-idx from 1 by 1
                   until waiting-scan-idx > roster-table-count
              if rst-status(waiting-scan-idx) = 'W'
                 and rst-course-no(waiting-scan-idx)
                       = rst-course-no(roster-table-idx)
                 and rst-section-no(waiting-scan-idx)
                       = rst-section-no(roster-table-idx)
                 if waiting-idx = 0
                    move waiting-scan-idx to waiting-idx
                 else
                    if rst-status-date(waiting-scan-idx)
                          < rst-status-date(waiting-idx)
                       move waiting-scan-idx to waiting-idx
                    end-if
                 end-if
              end-if
           end-perform
           if waiting-idx > 0
              move 'P' to rst-status(waiting-idx)
              move business-date-work to rst-status-date(waiting-idx)
              add 1 to students-promoted
              move spaces to seat-promoted-out
              string "PROMOTED " delimited by size
                     rst-student-name(waiting-idx) delimited by size
                     into seat-promoted-out
           end-if.
       210-process-term-withdrawal.
           move 0 to billed-found-idx
           perform varying billed-table-idx from 1 by 1
                   until billed-table-idx > billed-table-count
              if withdraw-student-no = billed-table-no(billed-table-idx)
                 move billed-table-idx to billed-found-idx
              end-if
           end-perform
           move 0 to ar-found-idx
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if withdraw-student-no = ar-table-no(ar-table-idx)
                 move ar-table-idx to ar-found-idx
              end-if
           end-perform
              perform 250-reject-routine
           else
              perform 300-compute-refund
              perform 225-release-student-sections
           end-if.
       250-reject-routine.
           add 1 to run-log-records-rejected
           add 1 to withdrawals-processed
           add refund-credit to total-refund-credit
           move wdr-student-name to wh-student-name
           move withdraw-student-no to wh-student-no
           move wdr-date to wh-date
           move refund-credit to wh-refund-credit
           move check-amount to wh-check-amount
           if check-amount > 0
              add check-amount to total-checks-cut
              move wdr-student-name to refund-student-name
              move withdraw-student-no to refund-student-no
              move check-amount to refund-check-amount
              move next-check-number to refund-check-number
              move business-date-work to refund-check-date
              write refund-check-rec
              move next-check-number to reg-check-number
              move wdr-student-name to reg-emp-name
              move business-date-work to reg-check-date
              move check-amount to reg-check-amount
              move 0 to reg-emp-no
              write check-register-rec
              move 'D' to PP-RECORD-TYPE
              move disbursement-account to PP-ACCOUNT
              move next-check-number to PP-CHECK-NUMBER
                to ar-adj-balance-due
              move ar-table-billed(ar-table-idx)
                to ar-adj-billed-date
              move ar-table-no(ar-table-idx)
                to ar-adj-student-no
              write ar-adjusted-rec
           end-perform.
      *> the refund credit comes back off tuition revenue; it clears
      *> what the student still owed and any excess is paid out by
      *> check
       500-write-gl-postings.
           if total-refund-credit > 0
              move business-date-work to GLP-POST-DATE
              move "WITHDRAW" to GLP-SOURCE-PROGRAM
              move "TUITREV " to GLP-ACCOUNT
              move total-refund-credit to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              if total-refund-credit > total-checks-cut
                 move "STUDAR  " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 compute GLP-CREDIT-AMOUNT =
                    total-refund-credit - total-checks-cut
                 write GL-POSTING-REC
              end-if
              if total-checks-cut > 0
                 move "CASH    " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move total-checks-cut to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
           end-if.
       600-convert-date-to-days.
           compute converted-days = conv-year * 365
           compute leap-work = (conv-year - 1) / 4
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move run-log-records-in to RL-RECORDS-IN
           compute RL-RECORDS-OUT =
              withdrawals-processed + courses-dropped
           move run-log-records-rejected to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       950-get-business-date.
