       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVOUCH.
      *> Accounts-payable vouchering.  Every invoice line POMATCH has
      *> approved for payment (ap-approve) becomes an open item on
      *> ap-open, dated from the vendor's remit-to terms (vnd-remit):
      *> due the terms days after approval, and -- where the vendor
      *> offers an early-pay discount -- the discount amount and the
      *> last day it may be taken.  A vendor with no remit-to record
      *> is vouchered net 30 with no discount and listed to suspense
      *> so purchasing sets one up; APPAY will not pay the vendor
      *> until it does.  An approval already open on ap-open is not
      *> vouchered twice.  The liability is posted through GLCONSOL
      *> (inventory against trade payables), and ap-approve is
      *> emptied once vouchered so the next POMATCH run starts it
      *> afresh.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL approved-payment-file
           ASSIGN TO ap-approve
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL vendor-remit-file
           ASSIGN TO "vnd-remit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL ap-open-file ASSIGN TO "ap-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT voucher-register ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO apv-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT gl-posting-file ASSIGN TO GL-POST-APV
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  approved-payment-file.
       01  approved-payment-rec.
           05  app-invoice-no      pic x(8).
           05  app-vendor-no       pic x(5).
           05  app-po-number       pic 9(6).
           05  app-amount          pic 9(7)v99.
           05  app-approve-date    pic 9(8).
       fd  vendor-remit-file.
           COPY VNDREMIT.
       fd  ap-open-file.
           COPY APOPEN.
       fd  voucher-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-remit-records       picture xxx value 'yes'.
       01  more-open-records        picture xxx value 'yes'.
       01  remit-table-idx          pic 9(3) comp.
       01  remit-table-count        pic 9(3) value 0.
       01  remit-found-idx          pic 9(3) comp value 0.
       01  remit-table.
           05  remit-entry OCCURS 200 TIMES.
               10  rmt-vendor-no    pic x(5).
               10  rmt-terms-days   pic 9(3).
               10  rmt-disc-pct     pic 9(2)v99.
               10  rmt-disc-days    pic 9(3).
       01  open-table-idx           pic 9(4) comp.
       01  open-table-count         pic 9(4) value 0.
       01  open-found-idx           pic 9(4) comp value 0.
       01  open-table.
           05  open-entry OCCURS 800 TIMES.
               10  opt-vendor-no    pic x(5).
               10  opt-invoice-no   pic x(8).
               10  opt-po-number    pic 9(6).
               10  opt-item-type    pic x(1).
               10  opt-voucher-date pic 9(8).
               10  opt-due-date     pic 9(8).
               10  opt-disc-date    pic 9(8).
               10  opt-gross-amt    pic 9(7)v99.
               10  opt-disc-amt     pic 9(7)v99.
       01  default-terms-days       pic 9(3) value 30.
       01  terms-days-work          pic 9(3).
       01  disc-days-work           pic 9(3).
       01  disc-pct-work            pic 9(2)v99.
       01  voucher-date-work        pic 9(8).
       01  disc-amt-work            pic 9(7)v99.
       01  reject-reason            pic x(40).
      *> date stepping for the due and discount dates
       01  step-date                pic 9(8).
       01  step-date-parts redefines step-date.
           05  step-year            pic 9(4).
           05  step-month           pic 9(2).
           05  step-day             pic 9(2).
       01  days-in-month-values.
           05 pic 9(2) value 31.
           05 pic 9(2) value 28.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
           05 pic 9(2) value 30.
           05 pic 9(2) value 31.
       01  days-in-month-table redefines days-in-month-values.
           05  days-in-month OCCURS 12 TIMES pic 9(2).
       01  month-last-day           pic 9(2).
       01  leap-work                pic 9(7).
       01  approvals-read           pic 9(7) value 0.
       01  vouchers-added           pic 9(7) value 0.
       01  approvals-rejected       pic 9(7) value 0.
       01  total-vouchered          pic 9(9)v99 value 0.
       01  total-open               pic s9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(30) value "ACCOUNTS PAYABLE VOUCHERS     ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  column-header.
           05 pic x(6) value "VENDOR".
           05 pic x(2) value spaces.
           05 pic x(8) value "INVOICE ".
           05 pic x(2) value spaces.
           05 pic x(6) value "PO    ".
           05 pic x(2) value spaces.
           05 pic x(12) value "      AMOUNT".
           05 pic x(2) value spaces.
           05 pic x(8) value "DUE DATE".
           05 pic x(2) value spaces.
           05 pic x(10) value "  DISCOUNT".
           05 pic x(2) value spaces.
           05 pic x(8) value "DISC BY ".
           05 pic x(2) value spaces.
           05 pic x(30) value "NOTE".
       01  register-detail-line.
           05  reg-vendor-out          pic x(5).
           05 pic x(3) value spaces.
           05  reg-invoice-out         pic x(8).
           05 pic x(2) value spaces.
           05  reg-po-out              pic 9(6).
           05 pic x(2) value spaces.
           05  reg-amount-out          pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-due-out             pic 9(8).
           05 pic x(2) value spaces.
           05  reg-disc-out            pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-disc-date-out       pic 9(8).
           05 pic x(2) value spaces.
           05  reg-note-out            pic x(30).
       01  trailer-line.
           05 pic x(10) value "APPROVALS ".
           05  read-out                pic zz,zz9.
           05 pic x(12) value "  VOUCHERED ".
           05  added-out               pic zz,zz9.
           05 pic x(4) value "  $ ".
           05  vouchered-amt-out       pic zz,zzz,zz9.99.
           05 pic x(11) value "  REJECTED ".
           05  rejected-out            pic zz,zz9.
       01  open-total-line.
           05 pic x(26) value "TOTAL OPEN PAYABLES      $".
           05  open-total-out          pic zzz,zzz,zz9.99-.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-vendor-remit
           perform 120-load-open-items
           open input approved-payment-file
                output voucher-register
                output reject-listing
                output gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read approved-payment-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to approvals-read
                       perform 200-voucher-one-approval
              end-read
           end-perform
           perform 400-write-gl-postings
           perform 700-print-totals
           perform 900-write-run-log
           close approved-payment-file
                 voucher-register
                 reject-listing
                 gl-posting-file
                 run-log-file
           perform 800-save-open-items
           perform 810-clear-approvals
           stop run.
       110-load-vendor-remit.
           open input vendor-remit-file
           perform until more-remit-records = 'no '
              read vendor-remit-file
                    at end
                       move 'no ' to more-remit-records
                    not at end
                       add 1 to remit-table-count
                       if remit-table-count > 200
                          display "APVOUCH: VENDOR-REMIT-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close vendor-remit-file
                          stop run
                       end-if
                       move vr-vendor-no
                         to rmt-vendor-no(remit-table-count)
                       move default-terms-days
                         to rmt-terms-days(remit-table-count)
                       move 0 to rmt-disc-pct(remit-table-count)
                       move 0 to rmt-disc-days(remit-table-count)
                       if vr-terms-days is numeric
                          move vr-terms-days
                            to rmt-terms-days(remit-table-count)
                       end-if
                       if vr-disc-pct is numeric
                          and vr-disc-days is numeric
                          move vr-disc-pct
                            to rmt-disc-pct(remit-table-count)
                          move vr-disc-days
                            to rmt-disc-days(remit-table-count)
                       end-if
              end-read
           end-perform
           close vendor-remit-file.
       120-load-open-items.
           open input ap-open-file
           perform until more-open-records = 'no '
              read ap-open-file
                    at end
                       move 'no ' to more-open-records
                    not at end
                       add 1 to open-table-count
                       if open-table-count > 800
                          display "APVOUCH: MORE THAN 800 OPEN "
                             "PAYABLES -- TABLE FULL"
                          stop run
                       end-if
                       move api-vendor-no
                         to opt-vendor-no(open-table-count)
                       move api-invoice-no
                         to opt-invoice-no(open-table-count)
                       move api-po-number
                         to opt-po-number(open-table-count)
                       move api-item-type
                         to opt-item-type(open-table-count)
                       move api-voucher-date
                         to opt-voucher-date(open-table-count)
                       move api-due-date
                         to opt-due-date(open-table-count)
                       move api-disc-date
                         to opt-disc-date(open-table-count)
                       move api-gross-amt
                         to opt-gross-amt(open-table-count)
                       move api-disc-amt
                         to opt-disc-amt(open-table-count)
              end-read
           end-perform
           close ap-open-file.
       200-voucher-one-approval.
           move 0 to open-found-idx
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if app-vendor-no = opt-vendor-no(open-table-idx)
                 and app-invoice-no = opt-invoice-no(open-table-idx)
                 and app-po-number = opt-po-number(open-table-idx)
                 and app-amount = opt-gross-amt(open-table-idx)
                 and opt-item-type(open-table-idx) = 'I'
                 move open-table-idx to open-found-idx
              end-if
           end-perform
           evaluate true
              when app-amount not numeric
                 or app-amount = 0
                 move "APPROVED AMOUNT MISSING OR ZERO"
                   to reject-reason
                 perform 700-reject-approval
              when open-found-idx > 0
                 move "INVOICE ALREADY VOUCHERED AND OPEN"
                   to reject-reason
                 perform 700-reject-approval
              when other
                 perform 300-add-open-item
           end-evaluate.
       300-add-open-item.
           move 0 to remit-found-idx
           perform varying remit-table-idx from 1 by 1
                   until remit-table-idx > remit-table-count
              if app-vendor-no = rmt-vendor-no(remit-table-idx)
                 move remit-table-idx to remit-found-idx
              end-if
           end-perform
           move spaces to register-detail-line
           if remit-found-idx = 0
              move default-terms-days to terms-days-work
              move 0 to disc-pct-work
              move 0 to disc-days-work
              move "NO REMIT-TO -- NOT PAYABLE" to reg-note-out
              move spaces to SUSPENSE-REC
              move "APVOUCH " to SUSP-SOURCE-PROGRAM
              move app-vendor-no to SUSP-KEY-FIELD(1:5)
              move app-invoice-no to SUSP-KEY-FIELD(7:8)
              move "NO REMIT-TO RECORD -- VOUCHERED NET 30"
                to SUSP-REASON
              write SUSPENSE-REC
           else
              move rmt-terms-days(remit-found-idx) to terms-days-work
              move rmt-disc-pct(remit-found-idx) to disc-pct-work
              move rmt-disc-days(remit-found-idx) to disc-days-work
           end-if
           if app-approve-date is numeric and app-approve-date > 0
              move app-approve-date to voucher-date-work
           else
              move business-date-work to voucher-date-work
           end-if
           if open-table-count > 799
              display "APVOUCH: OPEN PAYABLES TABLE FULL"
              stop run
           end-if
           add 1 to open-table-count
           move app-vendor-no to opt-vendor-no(open-table-count)
           move app-invoice-no to opt-invoice-no(open-table-count)
           move app-po-number to opt-po-number(open-table-count)
           move 'I' to opt-item-type(open-table-count)
           move voucher-date-work
             to opt-voucher-date(open-table-count)
           move app-amount to opt-gross-amt(open-table-count)
           move voucher-date-work to step-date
           perform 860-advance-one-day terms-days-work times
           move step-date to opt-due-date(open-table-count)
           if disc-pct-work > 0
              compute disc-amt-work ROUNDED =
                 app-amount * disc-pct-work / 100
              move voucher-date-work to step-date
              perform 860-advance-one-day disc-days-work times
              move step-date to opt-disc-date(open-table-count)
           else
              move 0 to disc-amt-work
              move 0 to opt-disc-date(open-table-count)
           end-if
           move disc-amt-work to opt-disc-amt(open-table-count)
           add 1 to vouchers-added
           add app-amount to total-vouchered
           move app-vendor-no to reg-vendor-out
           move app-invoice-no to reg-invoice-out
           move app-po-number to reg-po-out
           move app-amount to reg-amount-out
           move opt-due-date(open-table-count) to reg-due-out
           move disc-amt-work to reg-disc-out
           move opt-disc-date(open-table-count) to reg-disc-date-out
           write print-rec from register-detail-line.
       400-write-gl-postings.
      *>   the goods are already on the shelf; the invoice books the
      *>   liability against them
           if total-vouchered > 0
              move business-date-work to GLP-POST-DATE
              move "APVOUCH " to GLP-SOURCE-PROGRAM
              move "INVASSET" to GLP-ACCOUNT
              move total-vouchered to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "APTRADE " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-vouchered to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       700-reject-approval.
           add 1 to approvals-rejected
           move spaces to SUSPENSE-REC
           move "APVOUCH " to SUSP-SOURCE-PROGRAM
           move app-vendor-no to SUSP-KEY-FIELD(1:5)
           move app-invoice-no to SUSP-KEY-FIELD(7:8)
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC
           move spaces to register-detail-line
           move app-vendor-no to reg-vendor-out
           move app-invoice-no to reg-invoice-out
           move app-po-number to reg-po-out
           if app-amount is numeric
              move app-amount to reg-amount-out
           end-if
           move reject-reason(1:30) to reg-note-out
           write print-rec from register-detail-line.
       700-print-totals.
           move approvals-read to read-out
           move vouchers-added to added-out
           move total-vouchered to vouchered-amt-out
           move approvals-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move 0 to total-open
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if opt-item-type(open-table-idx) = 'D'
                 subtract opt-gross-amt(open-table-idx) from total-open
              else
                 add opt-gross-amt(open-table-idx) to total-open
              end-if
           end-perform
           move total-open to open-total-out
           write print-rec from open-total-line.
       800-save-open-items.
           open output ap-open-file
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              move opt-vendor-no(open-table-idx) to api-vendor-no
              move opt-invoice-no(open-table-idx) to api-invoice-no
              move opt-po-number(open-table-idx) to api-po-number
              move opt-item-type(open-table-idx) to api-item-type
              move opt-voucher-date(open-table-idx)
                to api-voucher-date
              move opt-due-date(open-table-idx) to api-due-date
              move opt-disc-date(open-table-idx) to api-disc-date
              move opt-gross-amt(open-table-idx) to api-gross-amt
              move opt-disc-amt(open-table-idx) to api-disc-amt
              write ap-open-item-rec
           end-perform
           close ap-open-file.
       810-clear-approvals.
           open output approved-payment-file
           close approved-payment-file.
       860-advance-one-day.
           move days-in-month(step-month) to month-last-day
           if step-month = 02
              divide step-year by 4 giving leap-work
              if step-year = leap-work * 4
                 divide step-year by 100 giving leap-work
                 if step-year not = leap-work * 100
                    move 29 to month-last-day
                 else
                    divide step-year by 400 giving leap-work
                    if step-year = leap-work * 400
                       move 29 to month-last-day
                    end-if
                 end-if
              end-if
           end-if
           if step-day < month-last-day
              add 1 to step-day
           else
              move 1 to step-day
              if step-month = 12
                 move 1 to step-month
                 add 1 to step-year
              else
                 add 1 to step-month
              end-if
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "APVOUCH " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move approvals-read to RL-RECORDS-IN
           move vouchers-added to RL-RECORDS-OUT
           move approvals-rejected to RL-RECORDS-REJECTED
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
