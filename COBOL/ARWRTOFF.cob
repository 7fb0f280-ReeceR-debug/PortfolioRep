       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRTOFF.
      *> Bad-debt write-off for the three receivables.  Each
      *> wrt-trans record names the receivable (S student ar-open,
      *> C corporate corp-bal, H house charge cust-ar), the account,
      *> the amount to write off (zero writes off the whole open
      *> balance) and the reason collections gave up on it.  A
      *> student or corporate write-off comes off the account's open
      *> items oldest first; a house-charge write-off is appended to
      *> cust-ar as a W credit.  A write-off over the approval limit
      *> is not applied but written to the pending-approval queue as
      *> its own batch and applies the run after a supervisor
      *> releases it through APPROVE -- cut back to whatever is still
      *> open if payments came in while it waited.  Every write-off
      *> applied is kept on wo-hist so a later payment from the
      *> account posts as recovered income instead of being
      *> rejected.  The bad-debt expense, the allowance and the
      *> receivable relieved post to the GL through GLCONSOL.
      *> A student account is the student number; a write-off that
      *> still names the student is numbered from stu-xref.  A
      *> house-charge account is the customer number, and one that
      *> still gives the initials plus last name is numbered from
      *> cust-xref the same way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL write-off-file ASSIGN TO wrt-trans
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT write-off-register ASSIGN TO printer.
                     SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL customer-xref-file
           ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO wrt-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-ar-file ASSIGN TO ar-open
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL corporate-ar-file
           ASSIGN TO corp-bal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL write-off-history-file
           ASSIGN TO "wo-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pending-approval-file
           ASSIGN TO "pend-approve"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL approval-control-file
           ASSIGN TO "appr-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-inv-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  write-off-file.
       01  write-off-rec.
           05  wo-receivable       pic x(1).
           05  wo-account-key      pic x(20).
           05  wo-amount           pic 9(7)v99.
           05  wo-reason           pic x(30).
       fd  write-off-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  xref-file.
           COPY STUXREF.
       fd  customer-xref-file.
           COPY CUSTXREF.
       fd  student-ar-file.
       01  student-ar-rec.
           05  ar-student-name     pic x(20).
           05  ar-balance-due      pic 9(5)v99.
           05  ar-billed-date      pic 9(8).
           05  ar-student-no       pic 9(7).
       fd  corporate-ar-file.
       01  corporate-ar-rec.
           05  bal-account-no      pic x(6).
           05  bal-amount-due      pic 9(9)v99.
           05  bal-invoice-date    pic 9(8).
       fd  customer-ar-file.
       01  customer-ar-rec.
           05  car-customer-key    pic x(12).
           05  car-trans-date      pic 9(8).
           05  car-trans-type      pic x(1).
           05  car-amount          pic 9(5)v99.
           05  car-customer-no     pic 9(7).
       fd  write-off-history-file.
           COPY WOHIST.
       fd  pending-approval-file.
           COPY PENDAPPR.
       fd  approval-control-file.
       01  approval-control-rec.
           05  ctl-next-batch-id    pic 9(6).
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-student-records     picture xxx value 'yes'.
       01  more-corporate-records   picture xxx value 'yes'.
       01  more-customer-records    picture xxx value 'yes'.
       01  more-pending-records     picture xxx value 'yes'.
       01  journal-operator         pic x(3) value spaces.
      *> a write-off over this goes to the approval queue
       01  approval-limit           pic 9(7)v99 value 500.00.
      *> the most one cust-ar record can carry
       01  house-entry-limit        pic 9(5)v99 value 99999.99.
       01  student-table-idx        pic 9(4) comp.
       01  student-table-count      pic 9(4) value 0.
       01  student-table.
           05  student-entry OCCURS 500 TIMES.
               10  sat-student-name pic x(20).
               10  sat-balance      pic 9(5)v99.
               10  sat-billed-date  pic 9(8).
               10  sat-student-no   pic 9(7).
       01  corporate-table-idx      pic 9(4) comp.
       01  corporate-table-count    pic 9(4) value 0.
       01  corporate-table.
           05  corporate-entry OCCURS 800 TIMES.
               10  cot-account-no   pic x(6).
               10  cot-amount-due   pic 9(9)v99.
               10  cot-invoice-date pic 9(8).
       01  oldest-item-idx          pic 9(4) comp value 0.
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
      *> customer cross-reference (cust-xref) -- a house-charge
      *> write-off with no customer number is matched to one by name
      *> key
       01  more-cust-xref-records   picture xxx value 'yes'.
       01  cust-xref-idx            pic 9(4) comp.
       01  cust-xref-count          pic 9(4) value 0.
       01  cust-xref-table.
           05  cust-xref-entry OCCURS 3000 TIMES.
               10  cxt-customer-key pic x(12).
               10  cxt-customer-no  pic 9(7).
       01  cust-xref-match-count    pic 9(4) value 0.
       01  customer-no-x            pic x(7).
       01  customer-no-in redefines customer-no-x
                                    pic 9(7).
       01  customer-key-search      pic x(12).
       01  resolved-customer-no     pic 9(7) value 0.
       01  resolved-customer-key    pic x(12).
       01  customer-no-reason       pic x(40).
       01  pending-table-idx        pic 9(4) comp.
       01  pending-table-count      pic 9(4) value 0.
       01  pending-table.
           05  pending-entry OCCURS 800 TIMES.
               10  pnt-batch-id     pic 9(6).
               10  pnt-source       pic x(8).
               10  pnt-keyed-by     pic x(3).
               10  pnt-keyed-date   pic 9(8).
               10  pnt-status       pic x(1).
               10  pnt-approver     pic x(3).
               10  pnt-appr-date    pic 9(8).
               10  pnt-change-key   pic x(20).
               10  pnt-detail       pic x(40).
      *> key and detail layout for an ARWRTOFF pending record
       01  change-key-work.
           05  ckw-account-key      pic x(20).
       01  change-detail-work.
           05  cdw-receivable       pic x(1).
           05  cdw-amount           pic 9(7)v99.
           05  cdw-reason           pic x(30).
       01  next-batch-id            pic 9(6) value 1.
      *> the write-off in hand, from the feed or from the queue
       01  write-off-work.
           05  wow-receivable       pic x(1).
           05  wow-account-key      pic x(20).
           05  wow-amount           pic 9(9)v99.
           05  wow-reason           pic x(30).
           05  wow-approver         pic x(3).
       01  open-balance-work        pic 9(9)v99.
       01  house-balance-work       pic s9(9)v99.
       01  amount-left              pic 9(9)v99.
       01  amount-applied           pic 9(9)v99.
       01  write-off-reason-text    pic x(40).
       01  write-off-status-text    pic x(30).
       01  student-written-off      pic 9(11)v99 value 0.
       01  corporate-written-off    pic 9(11)v99 value 0.
       01  house-written-off        pic 9(11)v99 value 0.
       01  total-written-off        pic 9(11)v99 value 0.
       01  write-offs-read          pic 9(5) value 0.
       01  write-offs-applied       pic 9(5) value 0.
       01  write-offs-pending       pic 9(5) value 0.
       01  write-offs-rejected      pic 9(5) value 0.
       01  write-offs-released      pic 9(5) value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(24) value "BAD DEBT WRITE-OFFS     ".
           05  header-date-out         pic 9(8).
           05 pic x(12) value "  OPERATOR  ".
           05  header-operator-out     pic x(3).
       01  column-header.
           05 pic x(11) value "RECEIVABLE ".
           05 pic x(22) value "ACCOUNT               ".
           05 pic x(16) value "         AMOUNT ".
           05 pic x(32) value "REASON                          ".
           05 pic x(6) value "STATUS".
       01  blank-line               pic x value space.
       01  write-off-detail-line.
           05  detail-receivable-out   pic x(9).
           05 pic x(2) value spaces.
           05  detail-account-out      pic x(20).
           05 pic x(2) value spaces.
           05  detail-amount-out       pic zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-reason-out       pic x(30).
           05 pic x(2) value spaces.
           05  detail-status-out       pic x(30).
       01  detail-note-line.
           05 pic x(49) value spaces.
           05  detail-note-out         pic x(40).
       01  section-line.
           05  section-text-out        pic x(60).
       01  total-line.
           05 pic x(11) value spaces.
           05  total-desc-out          pic x(22).
           05  total-amount-out        pic zzz,zzz,zz9.99.
       01  trailer-line.
           05 pic x(11) value "WRITE-OFFS ".
           05  read-out                pic zz,zz9.
           05 pic x(11) value "  APPLIED  ".
           05  applied-out             pic zz,zz9.
           05 pic x(20) value "  AWAITING APPROVAL ".
           05  pending-out             pic zz,zz9.
           05 pic x(12) value "  REJECTED  ".
           05  rejected-out            pic zz,zz9.
           05 pic x(12) value "  RELEASED  ".
           05  released-out            pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 910-take-master-lock
           perform 140-load-student-xref
           perform 142-load-customer-xref
           perform 120-load-pending-approvals
           perform 125-load-approval-control
           perform 130-load-student-ar
           perform 135-load-corporate-ar
           open input write-off-file
                output write-off-register
                output reject-listing
                extend write-off-history-file
                extend gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           move journal-operator to header-operator-out
           write print-rec from register-header
           write print-rec from blank-line
           write print-rec from column-header
           perform until are-there-more-records = 'no '
              read write-off-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to write-offs-read
                       perform 200-process-one-write-off
              end-read
           end-perform
           move "RELEASED FROM THE APPROVAL QUEUE" to section-text-out
           write print-rec from blank-line
           write print-rec from section-line
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              if pnt-source(pending-table-idx) = "ARWRTOFF"
                 and pnt-status(pending-table-idx) = 'R'
                 perform 400-release-one-write-off
              end-if
           end-perform
           perform 500-print-totals
           perform 600-write-gl-postings
           move write-offs-read to read-out
           move write-offs-applied to applied-out
           move write-offs-pending to pending-out
           move write-offs-rejected to rejected-out
           move write-offs-released to released-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close write-off-file
                 write-off-register
                 reject-listing
                 write-off-history-file
                 gl-posting-file
                 run-log-file
           perform 800-save-student-ar
           perform 810-save-corporate-ar
           perform 700-save-pending-approvals
           perform 710-save-approval-control
           perform 150-clear-write-off-feed
           perform 920-release-master-lock
           stop run.
       910-take-master-lock.
      *>   the pending-approval queue is rewritten by PRCCHG under
      *>   the inv-mast lock, so write-offs queue under it too
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "ARWRTOFF: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "ARWRTOFF" to lk-holder
           move business-date-work to lk-lock-date
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       920-release-master-lock.
           open output master-lock-file
           move spaces to lk-holder
           move 0 to lk-lock-date
           move 0 to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       120-load-pending-approvals.
           open input pending-approval-file
           perform until more-pending-records = 'no '
              read pending-approval-file
                    at end
                       move 'no ' to more-pending-records
                    not at end
                       add 1 to pending-table-count
                       if pending-table-count > 800
                          display "ARWRTOFF: MORE THAN 800 PENDING "
                             "APPROVALS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move PA-BATCH-ID
                         to pnt-batch-id(pending-table-count)
                       move PA-SOURCE-PROGRAM
                         to pnt-source(pending-table-count)
                       move PA-KEYED-BY
                         to pnt-keyed-by(pending-table-count)
                       move PA-KEYED-DATE
                         to pnt-keyed-date(pending-table-count)
                       move PA-STATUS
                         to pnt-status(pending-table-count)
                       move PA-APPROVER
                         to pnt-approver(pending-table-count)
                       move PA-APPROVE-DATE
                         to pnt-appr-date(pending-table-count)
                       move PA-CHANGE-KEY
                         to pnt-change-key(pending-table-count)
                       move PA-CHANGE-DETAIL
                         to pnt-detail(pending-table-count)
              end-read
           end-perform
           close pending-approval-file.
       125-load-approval-control.
           open input approval-control-file
           read approval-control-file
                at end
                   continue
                not at end
                   if ctl-next-batch-id is numeric
                      and ctl-next-batch-id > 0
                      move ctl-next-batch-id to next-batch-id
                   end-if
           end-read
           close approval-control-file.
       130-load-student-ar.
           open input student-ar-file
           perform until more-student-records = 'no '
              read student-ar-file
                    at end
                       move 'no ' to more-student-records
                    not at end
                       add 1 to student-table-count
                       if student-table-count > 500
                          display "ARWRTOFF: AR-OPEN HAS MORE THAN "
                             "500 RECORDS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move ar-student-name
                         to sat-student-name(student-table-count)
                       move ar-balance-due
                         to sat-balance(student-table-count)
                       move ar-student-no
                         to sat-student-no(student-table-count)
                       if ar-billed-date is numeric
                          move ar-billed-date
                            to sat-billed-date(student-table-count)
                       else
                          move 0
                            to sat-billed-date(student-table-count)
                       end-if
              end-read
           end-perform
           close student-ar-file.
       135-load-corporate-ar.
           open input corporate-ar-file
           perform until more-corporate-records = 'no '
              read corporate-ar-file
                    at end
                       move 'no ' to more-corporate-records
                    not at end
                       add 1 to corporate-table-count
                       if corporate-table-count > 800
                          display "ARWRTOFF: MORE THAN 800 CORPORATE "
                             "OPEN ITEMS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move bal-account-no
                         to cot-account-no(corporate-table-count)
                       move bal-amount-due
                         to cot-amount-due(corporate-table-count)
                       if bal-invoice-date is numeric
                          move bal-invoice-date
                            to cot-invoice-date(corporate-table-count)
                       else
                          move 0
                            to cot-invoice-date(corporate-table-count)
                       end-if
              end-read
           end-perform
           close corporate-ar-file.
       140-load-student-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "ARWRTOFF: STU-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          perform 920-release-master-lock
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
       145-resolve-student-no.
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
       142-load-customer-xref.
           open input customer-xref-file
           perform until more-cust-xref-records = 'no '
              read customer-xref-file
                    at end
                       move 'no ' to more-cust-xref-records
                    not at end
                       add 1 to cust-xref-count
                       if cust-xref-count > 3000
                          display "ARWRTOFF: CUST-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close customer-xref-file
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move cx-customer-key
                         to cxt-customer-key(cust-xref-count)
                       move cx-customer-no
                         to cxt-customer-no(cust-xref-count)
              end-read
           end-perform
           close customer-xref-file.
      *> a house account given by number is checked against the
      *> cross-reference; one given by name key is matched on it, and
      *> is refused when the name key is not on the customer master
      *> or is on it for more than one customer
       147-resolve-customer-no.
           move 0 to resolved-customer-no
           move spaces to resolved-customer-key
           move spaces to customer-no-reason
           move 0 to cust-xref-match-count
           if customer-no-x is numeric
              and customer-no-in > 0
              perform varying cust-xref-idx from 1 by 1
                      until cust-xref-idx > cust-xref-count
                 if cxt-customer-no(cust-xref-idx) = customer-no-in
                    add 1 to cust-xref-match-count
                    move cxt-customer-no(cust-xref-idx)
                      to resolved-customer-no
                    move cxt-customer-key(cust-xref-idx)
                      to resolved-customer-key
                 end-if
              end-perform
              if cust-xref-match-count = 0
                 move "CUSTOMER NO NOT ON CUSTOMER MASTER"
                   to customer-no-reason
              end-if
           else
              perform varying cust-xref-idx from 1 by 1
                      until cust-xref-idx > cust-xref-count
                 if cxt-customer-key(cust-xref-idx)
                       = customer-key-search
                    add 1 to cust-xref-match-count
                    move cxt-customer-no(cust-xref-idx)
                      to resolved-customer-no
                    move cxt-customer-key(cust-xref-idx)
                      to resolved-customer-key
                 end-if
              end-perform
              evaluate true
                 when cust-xref-match-count = 0
                    move "CUSTOMER NOT ON MASTER FILE"
                      to customer-no-reason
                 when cust-xref-match-count > 1
                    move "NAME KEY ON FILE TWICE -- NEED CUST NO"
                      to customer-no-reason
              end-evaluate
           end-if.
       150-clear-write-off-feed.
      *>   every write-off has been applied, queued or rejected --
      *>   clear the feed so a rerun cannot write one off twice
           if write-offs-read > 0
              open output write-off-file
              close write-off-file
           end-if.
       200-process-one-write-off.
           move wo-receivable to wow-receivable
           move wo-account-key to wow-account-key
           move wo-reason to wow-reason
           move spaces to wow-approver
           move 0 to wow-amount
           move spaces to write-off-reason-text
           move spaces to student-no-reason
           move spaces to customer-no-reason
           if wo-receivable = 'S' and wo-account-key not = spaces
              perform 210-number-student-account
           end-if
           if wo-receivable = 'H' and wo-account-key not = spaces
              perform 212-number-house-account
           end-if
           perform 250-find-open-balance
           evaluate true
              when wo-receivable not = 'S' and not = 'C'
                   and not = 'H'
                 move "UNKNOWN RECEIVABLE CODE"
                   to write-off-reason-text
              when wo-account-key = spaces
                 move "NO ACCOUNT GIVEN" to write-off-reason-text
              when student-no-reason not = spaces
                 move student-no-reason to write-off-reason-text
              when customer-no-reason not = spaces
                 move customer-no-reason to write-off-reason-text
              when wo-reason = spaces
                 move "NO WRITE-OFF REASON GIVEN"
                   to write-off-reason-text
              when wo-amount is not numeric
                 move "WRITE-OFF AMOUNT NOT NUMERIC"
                   to write-off-reason-text
              when open-balance-work = 0
                 move "ACCOUNT HAS NO OPEN BALANCE"
                   to write-off-reason-text
              when wo-amount > open-balance-work
                 move "WRITE-OFF EXCEEDS THE OPEN BALANCE"
                   to write-off-reason-text
              when other
                 if wo-amount = 0
                    move open-balance-work to wow-amount
                 else
                    move wo-amount to wow-amount
                 end-if
           end-evaluate
           evaluate true
              when write-off-reason-text not = spaces
                 perform 220-reject-write-off
              when wow-amount > approval-limit
                 perform 230-propose-write-off
              when other
                 perform 300-apply-write-off
                 move "WRITTEN OFF" to write-off-status-text
                 perform 280-print-write-off
           end-evaluate.
      *> the student account is the number, left in the key; a key
      *> that is not a number is a name to look up
       210-number-student-account.
           move spaces to student-no-x
           if wow-account-key(8:13) = spaces
              move wow-account-key(1:7) to student-no-x
           end-if
           move wow-account-key to student-name-search
           perform 145-resolve-student-no
           if student-no-reason = spaces
              move spaces to wow-account-key
              move resolved-student-no to wow-account-key(1:7)
           end-if.
      *> the house account is the customer number, left in the key
      *> the same way; a key that is not a number is the initials
      *> plus last name
       212-number-house-account.
           move spaces to customer-no-x
           if wow-account-key(8:13) = spaces
              move wow-account-key(1:7) to customer-no-x
           end-if
           move wow-account-key to customer-key-search
           perform 147-resolve-customer-no
           if customer-no-reason = spaces
              move spaces to wow-account-key
              move resolved-customer-no to wow-account-key(1:7)
           end-if.
       220-reject-write-off.
           add 1 to write-offs-rejected
           move spaces to SUSPENSE-REC
           move "ARWRTOFF" to SUSP-SOURCE-PROGRAM
           move wo-account-key to SUSP-KEY-FIELD
           move write-off-reason-text to SUSP-REASON
           write SUSPENSE-REC
           if wo-amount is numeric
              move wo-amount to wow-amount
           end-if
           move "REJECTED" to write-off-status-text
           perform 280-print-write-off
           move write-off-reason-text to detail-note-out
           write print-rec from detail-note-line.
       230-propose-write-off.
      *>   one approval batch per write-off so each is released or
      *>   refused on its own
           add 1 to write-offs-pending
           if pending-table-count > 799
              display "ARWRTOFF: PENDING-APPROVAL TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           add 1 to pending-table-count
           move next-batch-id to pnt-batch-id(pending-table-count)
           move "ARWRTOFF" to pnt-source(pending-table-count)
           move journal-operator to pnt-keyed-by(pending-table-count)
           move business-date-work
             to pnt-keyed-date(pending-table-count)
           move 'P' to pnt-status(pending-table-count)
           move spaces to pnt-approver(pending-table-count)
           move 0 to pnt-appr-date(pending-table-count)
           move wow-account-key to ckw-account-key
           move change-key-work to pnt-change-key(pending-table-count)
           move wow-receivable to cdw-receivable
           move wow-amount to cdw-amount
           move wow-reason to cdw-reason
           move change-detail-work to pnt-detail(pending-table-count)
           move spaces to write-off-status-text
           string "AWAITS RELEASE -- BATCH " delimited by size
                  next-batch-id delimited by size
                  into write-off-status-text
           perform 280-print-write-off
           add 1 to next-batch-id.
       250-find-open-balance.
           move 0 to open-balance-work
           evaluate wow-receivable
              when 'S'
                 perform varying student-table-idx from 1 by 1
                         until student-table-idx > student-table-count
                    if sat-student-no(student-table-idx)
                          = wow-account-key(1:7)
                       add sat-balance(student-table-idx)
                         to open-balance-work
                    end-if
                 end-perform
              when 'C'
                 perform varying corporate-table-idx from 1 by 1
                         until corporate-table-idx
                               > corporate-table-count
                    if cot-account-no(corporate-table-idx)
                          = wow-account-key
                       add cot-amount-due(corporate-table-idx)
                         to open-balance-work
                    end-if
                 end-perform
              when 'H'
                 perform 255-total-house-account
           end-evaluate.
       255-total-house-account.
      *>   charges and finance charges add to what is owed; payments
      *>   and earlier write-offs come off it.  A credit balance has
      *>   nothing to write off.
           move 0 to house-balance-work
           move 'yes' to more-customer-records
           open input customer-ar-file
           perform until more-customer-records = 'no '
              read customer-ar-file
                    at end
                       move 'no ' to more-customer-records
                    not at end
                       if car-customer-no = wow-account-key(1:7)
                          if car-trans-type = 'P' or 'W'
                             subtract car-amount
                               from house-balance-work
                          else
                             add car-amount to house-balance-work
                          end-if
                       end-if
              end-read
           end-perform
           close customer-ar-file
           if house-balance-work > 0
              move house-balance-work to open-balance-work
           end-if.
       280-print-write-off.
           move spaces to write-off-detail-line
           evaluate wow-receivable
              when 'S'
                 move "STUDENT" to detail-receivable-out
              when 'C'
                 move "CORPORATE" to detail-receivable-out
              when 'H'
                 move "HOUSE" to detail-receivable-out
              when other
                 move wow-receivable to detail-receivable-out
           end-evaluate
           move wow-account-key to detail-account-out
           move wow-amount to detail-amount-out
           move wow-reason to detail-reason-out
           move write-off-status-text to detail-status-out
           write print-rec from write-off-detail-line.
       300-apply-write-off.
           add 1 to write-offs-applied
           move wow-amount to amount-left
           evaluate wow-receivable
              when 'S'
                 perform until amount-left = 0
                    perform 310-find-oldest-student-item
                    if oldest-item-idx = 0
                       move 0 to amount-left
                    else
                       perform 315-write-off-student-item
                    end-if
                 end-perform
                 add wow-amount to student-written-off
              when 'C'
                 perform until amount-left = 0
                    perform 320-find-oldest-corporate-item
                    if oldest-item-idx = 0
                       move 0 to amount-left
                    else
                       perform 325-write-off-corporate-item
                    end-if
                 end-perform
                 add wow-amount to corporate-written-off
              when 'H'
                 open extend customer-ar-file
                 perform until amount-left = 0
                    perform 330-append-house-write-off
                 end-perform
                 close customer-ar-file
                 add wow-amount to house-written-off
           end-evaluate
           add wow-amount to total-written-off
           perform 350-write-history.
       310-find-oldest-student-item.
           move 0 to oldest-item-idx
           perform varying student-table-idx from 1 by 1
                   until student-table-idx > student-table-count
              if sat-student-no(student-table-idx)
                    = wow-account-key(1:7)
                 and sat-balance(student-table-idx) > 0
                 if oldest-item-idx = 0
                    or sat-billed-date(student-table-idx)
                       < sat-billed-date(oldest-item-idx)
                    move student-table-idx to oldest-item-idx
                 end-if
              end-if
           end-perform.
       315-write-off-student-item.
           if amount-left >= sat-balance(oldest-item-idx)
              move sat-balance(oldest-item-idx) to amount-applied
           else
              move amount-left to amount-applied
           end-if
           subtract amount-applied from sat-balance(oldest-item-idx)
           subtract amount-applied from amount-left.
       320-find-oldest-corporate-item.
           move 0 to oldest-item-idx
           perform varying corporate-table-idx from 1 by 1
                   until corporate-table-idx > corporate-table-count
              if cot-account-no(corporate-table-idx)
                    = wow-account-key
                 and cot-amount-due(corporate-table-idx) > 0
                 if oldest-item-idx = 0
                    or cot-invoice-date(corporate-table-idx)
                       < cot-invoice-date(oldest-item-idx)
                    move corporate-table-idx to oldest-item-idx
                 end-if
              end-if
           end-perform.
       325-write-off-corporate-item.
           if amount-left >= cot-amount-due(oldest-item-idx)
              move cot-amount-due(oldest-item-idx) to amount-applied
           else
              move amount-left to amount-applied
           end-if
           subtract amount-applied
             from cot-amount-due(oldest-item-idx)
           subtract amount-applied from amount-left.
       330-append-house-write-off.
      *>   a balance larger than one cust-ar amount goes on as
      *>   several W records
           if amount-left > house-entry-limit
              move house-entry-limit to amount-applied
           else
              move amount-left to amount-applied
           end-if
           move resolved-customer-key to car-customer-key
           move business-date-work to car-trans-date
           move 'W' to car-trans-type
           move amount-applied to car-amount
           move resolved-customer-no to car-customer-no
           write customer-ar-rec
           subtract amount-applied from amount-left.
       350-write-history.
           move wow-receivable to woh-receivable
           move wow-account-key to woh-account-key
           move business-date-work to woh-write-off-date
           move wow-amount to woh-amount
           move wow-reason to woh-reason
           move wow-approver to woh-approver
           move 0 to woh-recovered
           move 0 to woh-recovery-date
           write write-off-history-rec.
       400-release-one-write-off.
      *>   a released write-off applies to what is still open --
      *>   payments may have come in while it waited
           move pnt-change-key(pending-table-idx) to change-key-work
           move pnt-detail(pending-table-idx) to change-detail-work
           move cdw-receivable to wow-receivable
           move ckw-account-key to wow-account-key
           move cdw-amount to wow-amount
           move cdw-reason to wow-reason
           move pnt-approver(pending-table-idx) to wow-approver
           if wow-receivable = 'S'
              perform 210-number-student-account
           end-if
           if wow-receivable = 'H'
              perform 212-number-house-account
           end-if
           perform 250-find-open-balance
           if open-balance-work = 0
              move 'X' to pnt-status(pending-table-idx)
              add 1 to write-offs-rejected
              move spaces to SUSPENSE-REC
              move "ARWRTOFF" to SUSP-SOURCE-PROGRAM
              move wow-account-key to SUSP-KEY-FIELD
              move "ACCOUNT CLEARED BEFORE THE WRITE-OFF WAS RELEASED"
                to SUSP-REASON
              write SUSPENSE-REC
              move "CLEARED BEFORE RELEASE" to write-off-status-text
              perform 280-print-write-off
           else
              move spaces to write-off-reason-text
              if wow-amount > open-balance-work
                 move open-balance-work to wow-amount
                 move "CUT BACK TO THE BALANCE STILL OPEN"
                   to write-off-reason-text
              end-if
              move 'A' to pnt-status(pending-table-idx)
              add 1 to write-offs-released
              perform 300-apply-write-off
              move spaces to write-off-status-text
              string "APPROVED BY " delimited by size
                     wow-approver delimited by size
                     into write-off-status-text
              perform 280-print-write-off
              if write-off-reason-text not = spaces
                 move write-off-reason-text to detail-note-out
                 write print-rec from detail-note-line
              end-if
           end-if.
       500-print-totals.
           write print-rec from blank-line
           move "STUDENT WRITTEN OFF" to total-desc-out
           move student-written-off to total-amount-out
           write print-rec from total-line
           move "CORPORATE WRITTEN OFF" to total-desc-out
           move corporate-written-off to total-amount-out
           write print-rec from total-line
           move "HOUSE WRITTEN OFF" to total-desc-out
           move house-written-off to total-amount-out
           write print-rec from total-line
           move "TOTAL WRITTEN OFF" to total-desc-out
           move total-written-off to total-amount-out
           write print-rec from total-line.
      *> the write-off is charged to bad-debt expense through the
      *> allowance, and the allowance then relieves the receivable
      *> the balance came off
       600-write-gl-postings.
           if total-written-off > 0
              move business-date-work to GLP-POST-DATE
              move "ARWRTOFF" to GLP-SOURCE-PROGRAM
              move "BADDEBT " to GLP-ACCOUNT
              move total-written-off to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "ALLOWDBT" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-written-off to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "ALLOWDBT" to GLP-ACCOUNT
              move total-written-off to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move 0 to GLP-DEBIT-AMOUNT
              if student-written-off > 0
                 move "STUDAR  " to GLP-ACCOUNT
                 move student-written-off to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if corporate-written-off > 0
                 move "CORPAR  " to GLP-ACCOUNT
                 move corporate-written-off to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if house-written-off > 0
                 move "HOUSEAR " to GLP-ACCOUNT
                 move house-written-off to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
           end-if.
       700-save-pending-approvals.
           open output pending-approval-file
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              move pnt-batch-id(pending-table-idx) to PA-BATCH-ID
              move pnt-source(pending-table-idx)
                to PA-SOURCE-PROGRAM
              move pnt-keyed-by(pending-table-idx) to PA-KEYED-BY
              move pnt-keyed-date(pending-table-idx)
                to PA-KEYED-DATE
              move pnt-status(pending-table-idx) to PA-STATUS
              move pnt-approver(pending-table-idx) to PA-APPROVER
              move pnt-appr-date(pending-table-idx)
                to PA-APPROVE-DATE
              move pnt-change-key(pending-table-idx)
                to PA-CHANGE-KEY
              move pnt-detail(pending-table-idx)
                to PA-CHANGE-DETAIL
              write PENDING-APPROVAL-REC
           end-perform
           close pending-approval-file.
       710-save-approval-control.
           open output approval-control-file
           move next-batch-id to ctl-next-batch-id
           write approval-control-rec
           close approval-control-file.
       800-save-student-ar.
      *>   ar-open is the cumulative student register -- every item
      *>   goes back, written off or not
           if student-written-off > 0
              open output student-ar-file
              perform varying student-table-idx from 1 by 1
                      until student-table-idx > student-table-count
                 move sat-student-name(student-table-idx)
                   to ar-student-name
                 move sat-balance(student-table-idx)
                   to ar-balance-due
                 move sat-billed-date(student-table-idx)
                   to ar-billed-date
                 move sat-student-no(student-table-idx)
                   to ar-student-no
                 write student-ar-rec
              end-perform
              close student-ar-file
           end-if.
       810-save-corporate-ar.
           if corporate-written-off > 0
              open output corporate-ar-file
              perform varying corporate-table-idx from 1 by 1
                      until corporate-table-idx > corporate-table-count
                 if cot-amount-due(corporate-table-idx) > 0
                    move cot-account-no(corporate-table-idx)
                      to bal-account-no
                    move cot-amount-due(corporate-table-idx)
                      to bal-amount-due
                    move cot-invoice-date(corporate-table-idx)
                      to bal-invoice-date
                    write corporate-ar-rec
                 end-if
              end-perform
              close corporate-ar-file
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "ARWRTOFF" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move write-offs-read to RL-RECORDS-IN
           compute RL-RECORDS-OUT =
              write-offs-applied + write-offs-pending
           move write-offs-rejected to RL-RECORDS-REJECTED
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
       955-get-operator-card.
           open input operator-card-file
           read operator-card-file
                at end
                   continue
                not at end
                   move oc-operator-id to journal-operator
           end-read
           close operator-card-file.
