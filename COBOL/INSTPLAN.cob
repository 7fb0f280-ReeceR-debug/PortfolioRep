      *> installments (the last one carries the rounding) and the
      *> schedule is appended to ar-plan, which PAYPOST applies
      *> receipts against oldest-first and assesses late fees on.
      *> The student is taken by number, or by name through stu-xref
      *> when the enrollment carries no number.  Unknown students and
      *> students already on a plan are rejected to the suspense
      *> file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT enrollment-file ASSIGN TO plan-enroll
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT enrollment-register ASSIGN TO printer.
                     SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO plan-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT ar-open-items-file ASSIGN TO ar-open
           05  pe-student-name      pic X(20).
           05  pe-installments      pic 9(2).
           05  pe-first-due-date    pic 9(8).
           05  pe-student-no        pic x(7).
       fd  enrollment-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  xref-file.
           COPY STUXREF.
       fd  ar-open-items-file.
       01  ar-open-item-rec.
           05  ar-student-name          pic X(20).
           05  ar-balance-due           pic 9(5)V99.
           05 pic x(8).
           05  ar-student-no            pic 9(7).
       fd  installment-plan-file.
       01  installment-plan-rec.
           05  pln-student-name     pic X(20).
           05  pln-amount-due       pic 9(5)V99.
           05  pln-amount-paid      pic 9(5)V99.
           05  pln-late-flag        pic x(1).
           05  pln-student-no       pic 9(7).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           05  ar-table-entry OCCURS 500 TIMES.
               10  ar-table-name    pic X(20).
               10  ar-table-balance pic 9(5)V99.
               10  ar-table-no      pic 9(7).
       01  planned-table-idx        pic 9(4) comp.
       01  planned-table-count      pic 9(4) value 0.
       01  already-planned-sw       pic x value 'N'.
           88  already-planned          value 'Y'.
       01  planned-name-table.
           05  planned-name-entry OCCURS 500 TIMES.
               10  pnt-student-no   pic 9(7).
       01  reject-reason            pic x(40).
       01  enroll-student-no        pic 9(7) value 0.
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
       01  installment-amount       pic 9(5)v99.
       01  installment-total        pic 9(5)v99.
       01  last-installment-amount  pic 9(5)v99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-student-xref
           perform 120-load-ar-open-items
           perform 130-load-existing-plans
           open input enrollment-file
                 installment-plan-file
                 run-log-file
           stop run.
       110-load-student-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "INSTPLAN: STU-XREF HAS MORE THAN "
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
       115-resolve-student-no.
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
       120-load-ar-open-items.
           open input ar-open-items-file
           perform until more-ar-records = 'no '
                         to ar-table-name(ar-table-count)
                       move ar-balance-due
                         to ar-table-balance(ar-table-count)
                       move ar-student-no
                         to ar-table-no(ar-table-count)
              end-read
           end-perform
           close ar-open-items-file.
           move 'N' to already-planned-sw
           perform varying planned-table-idx from 1 by 1
                   until planned-table-idx > planned-table-count
              if pln-student-no
                    = pnt-student-no(planned-table-idx)
                 move 'Y' to already-planned-sw
              end-if
           end-perform
                 stop run
              end-if
              add 1 to planned-table-count
              move pln-student-no
                to pnt-student-no(planned-table-count)
           end-if.
       200-enroll-one-student.
           move pe-student-no to student-no-x
           move pe-student-name to student-name-search
           perform 115-resolve-student-no
           move resolved-student-no to enroll-student-no
           move 0 to ar-found-idx
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if enroll-student-no = ar-table-no(ar-table-idx)
                 move ar-table-idx to ar-found-idx
              end-if
           end-perform
           move 'N' to already-planned-sw
           perform varying planned-table-idx from 1 by 1
                   until planned-table-idx > planned-table-count
              if enroll-student-no
                    = pnt-student-no(planned-table-idx)
                 move 'Y' to already-planned-sw
              end-if
           end-perform
           evaluate true
              when student-no-reason not = spaces
                 move student-no-reason to reject-reason
                 perform 700-reject-enrollment
              when ar-found-idx = 0
                 move "STUDENT NOT ON RECEIVABLE" to reject-reason
                 perform 700-reject-enrollment
           move pe-first-due-date to due-date-work
           perform varying installment-idx from 1 by 1
                   until installment-idx > pe-installments
              move ar-table-name(ar-found-idx) to pln-student-name
              move enroll-student-no to pln-student-no
              move installment-idx to pln-installment-no
              move due-date-work to pln-due-date
              if installment-idx = pe-installments
              stop run
           end-if
           add 1 to planned-table-count
           move enroll-student-no
             to pnt-student-no(planned-table-count)
           add 1 to plans-created
           move spaces to register-detail-line
           move pe-student-name to reg-name-out
