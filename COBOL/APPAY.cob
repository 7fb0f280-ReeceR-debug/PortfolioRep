       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
      *> Accounts-payable payment selection and check run.  Each
      *> night the open items on ap-open are selected for payment by
      *> their dates: an item whose early-pay discount is still good
      *> is paid when its discount date comes within the pay-ahead
      *> window, taking the discount; any other item is paid when its
      *> net due date comes within the window.  The window (days
      *> ahead of the bus date, to cover mail time and the nights
      *> the stream does not run) is on the ap-pay-ctl card, 3 days
      *> if no card.  One payment goes to each vendor for everything
      *> selected, by the method on its remit-to record (vnd-remit):
      *> a check with its remittance detail for C, a line on the
      *> register for the bank transfer for E; a held vendor (H), or
      *> one with no remit-to record, is listed and not paid.
      *> Checks are numbered from chk-ctl, written to chk-reg for the
      *> bank reconciliation and to the positive-pay file (logged on
      *> pospay-log).  Each item paid goes to ap-pay-hist and leaves
      *> ap-open.  A vendor's open debit memos (goods returned, from
      *> RTVPOST) are netted against the payment; a memo bigger than
      *> what is being paid is taken in part and the rest carried to
      *> the next payment.  The entries -- trade payables against
      *> cash and purchase discounts taken -- post through GLCONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL vendor-remit-file
           ASSIGN TO "vnd-remit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL ap-open-file ASSIGN TO "ap-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-control-file
           ASSIGN TO "ap-pay-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-control-file
           ASSIGN TO chk-ctl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT check-print-file ASSIGN TO ap-chk-print
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-register-file
           ASSIGN TO "chk-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT positive-pay-file ASSIGN TO pospay-ap
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pospay-log-file
           ASSIGN TO "pospay-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL payment-history-file
           ASSIGN TO "ap-pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT payment-register ASSIGN TO printer.
                     SELECT gl-posting-file ASSIGN TO GL-POST-APP
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  vendor-remit-file.
           COPY VNDREMIT.
       fd  ap-open-file.
           COPY APOPEN.
       fd  pay-control-file.
       01  pay-control-rec.
           05  pc-pay-ahead-days    pic 9(3).
       fd  check-control-file.
       01  check-control-rec.
           05  ctl-next-check-number pic 9(6).
       fd  check-print-file.
       01  check-print-rec.
           05 pic x(80).
       fd  check-register-file.
       01  check-register-rec.
           05  reg-check-number      pic 9(6).
           05  reg-emp-name          pic x(15).
           05  reg-check-date        pic 9(8).
           05  reg-check-amount      pic 9(7)v99.
           05  reg-emp-no            pic 9(5).
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
       fd  payment-history-file.
           COPY APHIST.
       fd  payment-register.
       01  print-rec.
           05 pic x(132).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-remit-records       picture xxx value 'yes'.
       01  more-open-records        picture xxx value 'yes'.
       01  remit-table-idx          pic 9(3) comp.
       01  remit-table-count        pic 9(3) value 0.
       01  remit-found-idx          pic 9(3) comp value 0.
       01  remit-table.
           05  remit-entry OCCURS 200 TIMES.
               10  rmt-vendor-no    pic x(5).
               10  rmt-remit-name   pic x(30).
               10  rmt-address-1    pic x(30).
               10  rmt-address-2    pic x(30).
               10  rmt-city-st-zip  pic x(30).
               10  rmt-pay-method   pic x(1).
       01  open-table-idx           pic 9(4) comp.
       01  open-table-count         pic 9(4) value 0.
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
      *>           S = selected this run, M = debit memo being
      *>           applied, P = paid or used up (dropped on save)
               10  opt-select-sw    pic x(1).
               10  opt-disc-taken   pic 9(7)v99.
               10  opt-memo-applied pic 9(7)v99.
       01  pay-ahead-days           pic 9(3) value 3.
       01  next-check-number        pic 9(6) value 1.
       01  disbursement-account     pic x(10) value "0007410293".
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
       01  horizon-days             pic 9(7).
       01  due-days-work            pic 9(7).
       01  disc-days-work           pic 9(7).
       01  discount-live-sw         pic x value 'N'.
           88  discount-live            value 'Y'.
       01  vendor-gross             pic 9(9)v99.
       01  vendor-discount          pic 9(9)v99.
       01  vendor-net               pic 9(9)v99.
       01  vendor-memo              pic 9(9)v99.
       01  vendor-items             pic 9(5).
       01  payment-check-no         pic 9(6).
       01  items-read               pic 9(7) value 0.
       01  items-paid               pic 9(7) value 0.
       01  items-not-paid           pic 9(7) value 0.
       01  checks-issued            pic 9(5) value 0.
       01  transfers-issued         pic 9(5) value 0.
       01  total-gross-paid         pic 9(9)v99 value 0.
       01  total-disc-taken         pic 9(9)v99 value 0.
       01  total-memo-applied       pic 9(9)v99 value 0.
       01  total-net-paid           pic 9(9)v99 value 0.
       01  total-check-amount       pic 9(9)v99 value 0.
       01  total-eft-amount         pic 9(9)v99 value 0.
       01  pospay-item-count        pic 9(6) value 0.
       01  pospay-dollar-total      pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(30) value "VENDOR PAYMENT REGISTER       ".
           05  header-date-out         pic 9(8).
           05 pic x(20) value "   PAYING THROUGH + ".
           05  header-ahead-out        pic zz9.
           05 pic x(5) value " DAYS".
       01  blank-line               pic x value space.
       01  column-header.
           05 pic x(6) value "CHECK ".
           05 pic x(2) value spaces.
           05 pic x(6) value "VENDOR".
           05 pic x(2) value spaces.
           05 pic x(30) value "PAY TO".
           05 pic x(2) value spaces.
           05 pic x(5) value "ITEMS".
           05 pic x(2) value spaces.
           05 pic x(12) value "       GROSS".
           05 pic x(2) value spaces.
           05 pic x(10) value "  DISCOUNT".
           05 pic x(2) value spaces.
           05 pic x(10) value "DEBIT MEMO".
           05 pic x(2) value spaces.
           05 pic x(12) value "         NET".
           05 pic x(2) value spaces.
           05 pic x(10) value "METHOD".
       01  register-detail-line.
           05  reg-check-out           pic z(6).
           05 pic x(2) value spaces.
           05  reg-vendor-out          pic x(5).
           05 pic x(3) value spaces.
           05  reg-name-out            pic x(30).
           05 pic x(2) value spaces.
           05  reg-items-out           pic zzzz9.
           05 pic x(2) value spaces.
           05  reg-gross-out           pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-disc-out            pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-memo-out            pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-net-out             pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-method-out          pic x(22).
       01  unpaid-header-line.
           05 pic x(40) value
              "DUE WITHIN THE WINDOW BUT NOT PAID      ".
       01  unpaid-detail-line.
           05 pic x(2) value spaces.
           05  unpaid-vendor-out       pic x(5).
           05 pic x(2) value spaces.
           05  unpaid-invoice-out      pic x(8).
           05 pic x(2) value spaces.
           05  unpaid-due-out          pic 9(8).
           05 pic x(2) value spaces.
           05  unpaid-amount-out       pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  unpaid-reason-out       pic x(30).
       01  trailer-line.
           05 pic x(10) value "ITEMS PAID".
           05  paid-out                pic zz,zz9.
           05 pic x(9) value "  CHECKS ".
           05  checks-out              pic zz,zz9.
           05 pic x(11) value "  TRANSFERS".
           05  transfers-out           pic zz,zz9.
           05 pic x(11) value "  NOT PAID ".
           05  not-paid-out            pic zz,zz9.
       01  trailer-amount-line.
           05  trailer-label-out       pic x(30).
           05  trailer-amount-out      pic zzz,zzz,zz9.99.
       01  check-face-line-1.
           05 pic x(6) value "CHECK ".
           05  check-number-out       pic 9(6).
           05 pic x(2) value spaces.
           05 pic x(5) value "DATE ".
           05  check-date-out         pic 9(8).
       01  check-face-line-2.
           05 pic x(17) value "PAY TO THE ORDER ".
           05 pic x(3) value "OF ".
           05  check-payee-out        pic x(30).
           05 pic x(2) value spaces.
           05 pic x(2) value "$ ".
           05  check-amount-out       pic z,zzz,zz9.99.
       01  check-address-line.
           05 pic x(20) value spaces.
           05  check-address-out      pic x(30).
       01  remittance-header.
           05 pic x(8) value "INVOICE ".
           05 pic x(2) value spaces.
           05 pic x(6) value "PO    ".
           05 pic x(2) value spaces.
           05 pic x(12) value "      AMOUNT".
           05 pic x(2) value spaces.
           05 pic x(10) value "  DISCOUNT".
           05 pic x(2) value spaces.
           05 pic x(12) value "    NET PAID".
       01  remittance-line.
           05  remit-invoice-out      pic x(8).
           05 pic x(2) value spaces.
           05  remit-po-out           pic 9(6).
           05 pic x(2) value spaces.
           05  remit-gross-out        pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  remit-disc-out         pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  remit-net-out          pic z,zzz,zz9.99.
       01  memo-remittance-line.
           05  memo-rtv-out           pic x(8).
           05 pic x(2) value spaces.
           05  memo-po-out            pic 9(6).
           05 pic x(2) value spaces.
           05 pic x(26) value "DEBIT MEMO, GOODS RETURNED".
           05  memo-applied-out       pic z,zzz,zz9.99-.
       01  check-separator.
           05 pic x(40) value all "-".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-vendor-remit
           perform 120-load-open-items
           perform 130-load-pay-control
           perform 140-load-check-control
           open output payment-register
                output check-print-file
                output positive-pay-file
                output gl-posting-file
                extend check-register-file
                extend payment-history-file
                extend run-log-file
           move business-date-work to header-date-out
           move pay-ahead-days to header-ahead-out
           write print-rec from register-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           move business-date-work to date-to-convert
           perform 840-convert-date-to-days
           compute horizon-days = converted-days + pay-ahead-days
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              perform 200-select-one-item
           end-perform
           perform varying remit-table-idx from 1 by 1
                   until remit-table-idx > remit-table-count
              perform 300-pay-one-vendor
           end-perform
           perform 500-list-unpaid-items
           perform 600-write-gl-postings
           perform 650-write-pospay-trailer
           perform 700-print-totals
           perform 900-write-run-log
           close payment-register
                 check-print-file
                 positive-pay-file
                 gl-posting-file
                 check-register-file
                 payment-history-file
                 run-log-file
           perform 800-save-open-items
           perform 810-save-check-control
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
                          display "APPAY: VENDOR-REMIT-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close vendor-remit-file
                          stop run
                       end-if
                       move vr-vendor-no
                         to rmt-vendor-no(remit-table-count)
                       move vr-remit-name
                         to rmt-remit-name(remit-table-count)
                       move vr-address-1
                         to rmt-address-1(remit-table-count)
                       move vr-address-2
                         to rmt-address-2(remit-table-count)
                       move vr-city-state-zip
                         to rmt-city-st-zip(remit-table-count)
                       move vr-pay-method
                         to rmt-pay-method(remit-table-count)
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
                          display "APPAY: MORE THAN 800 OPEN "
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
                       move space to opt-select-sw(open-table-count)
                       move 0 to opt-disc-taken(open-table-count)
                       move 0 to opt-memo-applied(open-table-count)
              end-read
           end-perform
           close ap-open-file.
       130-load-pay-control.
           open input pay-control-file
           read pay-control-file
                at end
                   continue
                not at end
                   if pc-pay-ahead-days is numeric
                      move pc-pay-ahead-days to pay-ahead-days
                   end-if
           end-read
           close pay-control-file.
       140-load-check-control.
           open input check-control-file
           read check-control-file
                at end
                   continue
                not at end
                   move ctl-next-check-number to next-check-number
           end-read
           close check-control-file.
       200-select-one-item.
           add 1 to items-read
      *>   a debit memo is never paid -- it is only netted against
      *>   the vendor's invoices when they are
           if opt-item-type(open-table-idx) not = 'D'
              perform 210-select-by-date
           end-if.
       210-select-by-date.
           move 'N' to discount-live-sw
           if opt-disc-amt(open-table-idx) > 0
              and opt-disc-date(open-table-idx) >= business-date-work
              move 'Y' to discount-live-sw
              move opt-disc-date(open-table-idx) to date-to-convert
              perform 840-convert-date-to-days
              move converted-days to disc-days-work
           end-if
           move opt-due-date(open-table-idx) to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to due-days-work
           if (discount-live and disc-days-work <= horizon-days)
              or due-days-work <= horizon-days
              move 'S' to opt-select-sw(open-table-idx)
              if discount-live
                 move opt-disc-amt(open-table-idx)
                   to opt-disc-taken(open-table-idx)
              end-if
           end-if.
       300-pay-one-vendor.
           move 0 to vendor-gross
           move 0 to vendor-discount
           move 0 to vendor-items
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if opt-vendor-no(open-table-idx)
                    = rmt-vendor-no(remit-table-idx)
                 and opt-select-sw(open-table-idx) = 'S'
                 add 1 to vendor-items
                 add opt-gross-amt(open-table-idx) to vendor-gross
                 add opt-disc-taken(open-table-idx)
                   to vendor-discount
              end-if
           end-perform
           if vendor-items > 0
              and (rmt-pay-method(remit-table-idx) = 'C'
                   or rmt-pay-method(remit-table-idx) = 'E')
              compute vendor-net = vendor-gross - vendor-discount
              perform 350-apply-debit-memos
              move spaces to register-detail-line
              evaluate true
                 when vendor-net = 0
                    move 0 to payment-check-no
                    move "SETTLED BY DEBIT MEMO" to reg-method-out
                 when rmt-pay-method(remit-table-idx) = 'C'
                    move next-check-number to payment-check-no
                    perform 400-print-check
                    add 1 to next-check-number
                    add 1 to checks-issued
                    add vendor-net to total-check-amount
                    move payment-check-no to reg-check-out
                    move "CHECK" to reg-method-out
                 when other
                    move 0 to payment-check-no
                    add 1 to transfers-issued
                    add vendor-net to total-eft-amount
                    move "EFT - RELEASE AT BANK" to reg-method-out
              end-evaluate
              perform 450-record-items-paid
              add vendor-gross to total-gross-paid
              add vendor-discount to total-disc-taken
              add vendor-memo to total-memo-applied
              add vendor-net to total-net-paid
              move rmt-vendor-no(remit-table-idx) to reg-vendor-out
              move rmt-remit-name(remit-table-idx) to reg-name-out
              move vendor-items to reg-items-out
              move vendor-gross to reg-gross-out
              move vendor-discount to reg-disc-out
              move vendor-memo to reg-memo-out
              move vendor-net to reg-net-out
              write print-rec from register-detail-line
           end-if.
       350-apply-debit-memos.
           move 0 to vendor-memo
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if opt-vendor-no(open-table-idx)
                    = rmt-vendor-no(remit-table-idx)
                 and opt-item-type(open-table-idx) = 'D'
                 and vendor-net > 0
                 if opt-gross-amt(open-table-idx) > vendor-net
                    move vendor-net
                      to opt-memo-applied(open-table-idx)
                 else
                    move opt-gross-amt(open-table-idx)
                      to opt-memo-applied(open-table-idx)
                 end-if
                 subtract opt-memo-applied(open-table-idx)
                   from vendor-net
                 add opt-memo-applied(open-table-idx) to vendor-memo
                 move 'M' to opt-select-sw(open-table-idx)
              end-if
           end-perform.
       400-print-check.
           move payment-check-no to check-number-out
           move business-date-work to check-date-out
           move rmt-remit-name(remit-table-idx) to check-payee-out
           move vendor-net to check-amount-out
           write check-print-rec from check-face-line-1
           write check-print-rec from check-face-line-2
           move rmt-address-1(remit-table-idx) to check-address-out
           write check-print-rec from check-address-line
           if rmt-address-2(remit-table-idx) not = spaces
              move rmt-address-2(remit-table-idx)
                to check-address-out
              write check-print-rec from check-address-line
           end-if
           move rmt-city-st-zip(remit-table-idx) to check-address-out
           write check-print-rec from check-address-line
           write check-print-rec from remittance-header
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if opt-vendor-no(open-table-idx)
                    = rmt-vendor-no(remit-table-idx)
                 and opt-select-sw(open-table-idx) = 'S'
                 move opt-invoice-no(open-table-idx)
                   to remit-invoice-out
                 move opt-po-number(open-table-idx) to remit-po-out
                 move opt-gross-amt(open-table-idx)
                   to remit-gross-out
                 move opt-disc-taken(open-table-idx)
                   to remit-disc-out
                 compute remit-net-out =
                    opt-gross-amt(open-table-idx)
                    - opt-disc-taken(open-table-idx)
                 write check-print-rec from remittance-line
              end-if
              if opt-vendor-no(open-table-idx)
                    = rmt-vendor-no(remit-table-idx)
                 and opt-select-sw(open-table-idx) = 'M'
                 move opt-invoice-no(open-table-idx) to memo-rtv-out
                 move opt-po-number(open-table-idx) to memo-po-out
                 compute memo-applied-out =
                    0 - opt-memo-applied(open-table-idx)
                 write check-print-rec from memo-remittance-line
              end-if
           end-perform
           write check-print-rec from check-separator
           move payment-check-no to reg-check-number
           move rmt-remit-name(remit-table-idx) to reg-emp-name
           move business-date-work to reg-check-date
           move vendor-net to reg-check-amount
           move 0 to reg-emp-no
           write check-register-rec
           move 'D' to PP-RECORD-TYPE
           move disbursement-account to PP-ACCOUNT
           move payment-check-no to PP-CHECK-NUMBER
           move business-date-work to PP-ISSUE-DATE
           move vendor-net to PP-AMOUNT
           move rmt-remit-name(remit-table-idx) to PP-PAYEE
           write POSITIVE-PAY-REC
           add 1 to pospay-item-count
           add vendor-net to pospay-dollar-total.
       450-record-items-paid.
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if opt-vendor-no(open-table-idx)
                    = rmt-vendor-no(remit-table-idx)
                 and opt-select-sw(open-table-idx) = 'S'
                 move opt-vendor-no(open-table-idx) to aph-vendor-no
                 move opt-invoice-no(open-table-idx)
                   to aph-invoice-no
                 move opt-po-number(open-table-idx) to aph-po-number
                 move business-date-work to aph-pay-date
                 move payment-check-no to aph-check-no
                 move rmt-pay-method(remit-table-idx)
                   to aph-pay-method
                 move opt-gross-amt(open-table-idx) to aph-gross-amt
                 move opt-disc-taken(open-table-idx)
                   to aph-disc-taken
                 compute aph-net-paid =
                    opt-gross-amt(open-table-idx)
                    - opt-disc-taken(open-table-idx)
                 write ap-payment-hist-rec
                 move 'P' to opt-select-sw(open-table-idx)
                 add 1 to items-paid
              end-if
      *>       a debit memo taken is kept with method M; whatever is
      *>       left of it stays open for the next payment
              if opt-vendor-no(open-table-idx)
                    = rmt-vendor-no(remit-table-idx)
                 and opt-select-sw(open-table-idx) = 'M'
                 move opt-vendor-no(open-table-idx) to aph-vendor-no
                 move opt-invoice-no(open-table-idx)
                   to aph-invoice-no
                 move opt-po-number(open-table-idx) to aph-po-number
                 move business-date-work to aph-pay-date
                 move payment-check-no to aph-check-no
                 move 'M' to aph-pay-method
                 move opt-memo-applied(open-table-idx)
                   to aph-gross-amt
                 move 0 to aph-disc-taken
                 move opt-memo-applied(open-table-idx)
                   to aph-net-paid
                 write ap-payment-hist-rec
                 subtract opt-memo-applied(open-table-idx)
                   from opt-gross-amt(open-table-idx)
                 if opt-gross-amt(open-table-idx) = 0
                    move 'P' to opt-select-sw(open-table-idx)
                 else
                    move space to opt-select-sw(open-table-idx)
                 end-if
              end-if
           end-perform.
       500-list-unpaid-items.
      *>   whatever was selected and is still not paid belongs to a
      *>   held vendor or one with no remit-to record
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if opt-select-sw(open-table-idx) = 'S'
                 add 1 to items-not-paid
                 if items-not-paid = 1
                    write print-rec from blank-line
                    write print-rec from unpaid-header-line
                 end-if
                 move 0 to remit-found-idx
                 perform varying remit-table-idx from 1 by 1
                         until remit-table-idx > remit-table-count
                    if opt-vendor-no(open-table-idx)
                          = rmt-vendor-no(remit-table-idx)
                       move remit-table-idx to remit-found-idx
                    end-if
                 end-perform
                 move opt-vendor-no(open-table-idx)
                   to unpaid-vendor-out
                 move opt-invoice-no(open-table-idx)
                   to unpaid-invoice-out
                 move opt-due-date(open-table-idx) to unpaid-due-out
                 move opt-gross-amt(open-table-idx)
                   to unpaid-amount-out
                 evaluate true
                    when remit-found-idx = 0
                       move "NO REMIT-TO RECORD"
                         to unpaid-reason-out
                    when rmt-pay-method(remit-found-idx) = 'H'
                       move "VENDOR PAYMENTS HELD"
                         to unpaid-reason-out
                    when other
                       move "PAYMENT METHOD NOT C/E/H"
                         to unpaid-reason-out
                 end-evaluate
                 write print-rec from unpaid-detail-line
              end-if
           end-perform.
       600-write-gl-postings.
           if total-gross-paid > 0
              move business-date-work to GLP-POST-DATE
              move "APPAY   " to GLP-SOURCE-PROGRAM
      *>      the memos applied were debited to trade payables when the
      *>      goods went back, so only the rest of the invoices clears
              move "APTRADE " to GLP-ACCOUNT
              compute GLP-DEBIT-AMOUNT =
                 total-gross-paid - total-memo-applied
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              if total-net-paid > 0
                 move "CASH    " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move total-net-paid to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if total-disc-taken > 0
                 move "PURDISC " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move total-disc-taken to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
           end-if.
       650-write-pospay-trailer.
           if checks-issued > 0
              move 'T' to PP-RECORD-TYPE
              move spaces to PP-DETAIL-DATA
              move pospay-item-count to PP-TRAILER-COUNT
              move pospay-dollar-total to PP-TRAILER-TOTAL
              write POSITIVE-PAY-REC
              open extend pospay-log-file
              move business-date-work to ppl-send-date
              move "APPAY   " to ppl-source-program
              move pospay-item-count to ppl-item-count
              move pospay-dollar-total to ppl-dollar-total
              write pospay-log-rec
              close pospay-log-file
           end-if.
       700-print-totals.
           move items-paid to paid-out
           move checks-issued to checks-out
           move transfers-issued to transfers-out
           move items-not-paid to not-paid-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move "INVOICES PAID (GROSS)       $" to trailer-label-out
           move total-gross-paid to trailer-amount-out
           write print-rec from trailer-amount-line
           move "DISCOUNTS TAKEN             $" to trailer-label-out
           move total-disc-taken to trailer-amount-out
           write print-rec from trailer-amount-line
           move "DEBIT MEMOS APPLIED         $" to trailer-label-out
           move total-memo-applied to trailer-amount-out
           write print-rec from trailer-amount-line
           move "CHECKS ISSUED               $" to trailer-label-out
           move total-check-amount to trailer-amount-out
           write print-rec from trailer-amount-line
           move "TRANSFERS TO RELEASE        $" to trailer-label-out
           move total-eft-amount to trailer-amount-out
           write print-rec from trailer-amount-line.
       800-save-open-items.
           open output ap-open-file
           perform varying open-table-idx from 1 by 1
                   until open-table-idx > open-table-count
              if opt-select-sw(open-table-idx) not = 'P'
                 move opt-vendor-no(open-table-idx) to api-vendor-no
                 move opt-invoice-no(open-table-idx)
                   to api-invoice-no
                 move opt-po-number(open-table-idx) to api-po-number
                 move opt-item-type(open-table-idx) to api-item-type
                 move opt-voucher-date(open-table-idx)
                   to api-voucher-date
                 move opt-due-date(open-table-idx) to api-due-date
                 move opt-disc-date(open-table-idx) to api-disc-date
                 move opt-gross-amt(open-table-idx) to api-gross-amt
                 move opt-disc-amt(open-table-idx) to api-disc-amt
                 write ap-open-item-rec
              end-if
           end-perform
           close ap-open-file.
       810-save-check-control.
           open output check-control-file
           move next-check-number to ctl-next-check-number
           write check-control-rec
           close check-control-file.
       840-convert-date-to-days.
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
           move "APPAY   " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move items-read to RL-RECORDS-IN
           move items-paid to RL-RECORDS-OUT
           move items-not-paid to RL-RECORDS-REJECTED
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
