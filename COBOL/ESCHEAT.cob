       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      *> Annual unclaimed-property (escheat) run.  Property that has
      *> sat untouched past the dormancy period for its type is found
      *> as of a cutoff date: checks on chk-reg that never cleared
      *> the bank (payroll checks carry the employee number, vendor
      *> checks are the ones on ap-pay-hist, the rest are withdrawal
      *> refunds), gift certificates with a balance left and no
      *> redemption since, and house-charge accounts carrying a credit
      *> balance with no activity since.  It runs twice, by the pass
      *> on the esc-card card:
      *>   L  the letter pass -- every dormant item not already on
      *>      esc-hist is added to it and listed for due diligence;
      *>      an owner with an address on file and an item at or over
      *>      the letter minimum is sent a letter (esc-ltr)
      *>   R  the report pass, once the owners have had their chance
      *>      to answer -- every item still awaiting report is checked
      *>      again; one the owner has since cashed, redeemed or used
      *>      is cleared, the rest are turned over: a check is voided
      *>      (chk-void) and the void sent to the bank on positive
      *>      pay, a gift certificate's balance is taken off
      *>      gift-ledger, a credit balance is offset on cust-ar with
      *>      an E record.  The holder report is printed by property
      *>      type, the state's extract written to esc-extr, and the
      *>      liability moved to escheat payable in the GL through
      *>      GLCONSOL.
      *> The cutoff date is on the card too, the business date if not
      *> given.  The card is cleared after the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL escheat-card-file
           ASSIGN TO "esc-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL escheat-history-file
           ASSIGN TO "esc-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-register-file
           ASSIGN TO "chk-reg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL cleared-history-file
           ASSIGN TO "chk-cleared"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-void-file
           ASSIGN TO "chk-void"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL payment-history-file
           ASSIGN TO "ap-pay-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL vendor-remit-file
           ASSIGN TO "vnd-remit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gift-ledger-file
           ASSIGN TO "gift-ledger"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT escheat-report ASSIGN TO printer.
                     SELECT owner-letter-file ASSIGN TO esc-ltr
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT holder-extract-file ASSIGN TO esc-extr
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT positive-pay-file ASSIGN TO pospay-esc
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pospay-log-file
           ASSIGN TO "pospay-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-ESC
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
       fd  escheat-card-file.
       01  escheat-card-rec.
           05  ec-pass             pic x(1).
           05  ec-cutoff-date      pic 9(8).
       fd  escheat-history-file.
           COPY ESCHIST.
       fd  check-register-file.
       01  check-register-rec.
           05  reg-check-number      pic 9(6).
           05  reg-emp-name          pic x(15).
           05  reg-check-date        pic 9(8).
           05  reg-check-amount      pic 9(7)v99.
           05  reg-emp-no            pic 9(5).
       fd  cleared-history-file.
       01  cleared-history-rec.
           05  ch-check-number       pic 9(6).
           05  ch-cleared-date       pic 9(8).
           05  ch-amount             pic 9(7)v99.
       fd  check-void-file.
           COPY CHKVOID.
       fd  payment-history-file.
           COPY APHIST.
       fd  vendor-remit-file.
           COPY VNDREMIT.
       fd  gift-ledger-file.
       01  gift-ledger-rec.
           05  glr-cert-number     pic x(6).
           05  glr-issue-date      pic 9(8).
           05  glr-issued-amount   pic 9(4)v99.
           05  glr-remaining       pic 9(4)v99.
           05  glr-last-used-date  pic 9(8).
       fd  customer-ar-file.
       01  customer-ar-rec.
           05  car-customer-key    pic x(12).
           05  car-trans-date      pic 9(8).
           05  car-trans-type      pic x(1).
           05  car-amount          pic 9(5)v99.
           05  car-customer-no     pic 9(7).
       fd  customer-master.
           COPY CUSTMAST.
       fd  escheat-report.
       01  print-rec.
           05 pic x(132).
       fd  owner-letter-file.
       01  letter-rec.
           05 pic x(80).
      *> the state's holder extract: a D record per item turned over,
      *> a T trailer with the count and dollar total
       fd  holder-extract-file.
       01  holder-extract-rec.
           05  ext-record-type     pic x(1).
           05  ext-detail-data.
               10  ext-property-type  pic x(2).
               10  ext-reference      pic x(12).
               10  ext-owner-name     pic x(30).
               10  ext-address-1      pic x(30).
               10  ext-address-2      pic x(30).
               10  ext-city-state-zip pic x(30).
               10  ext-last-activity  pic 9(8).
               10  ext-amount         pic 9(9)v99.
           05  ext-trailer-data REDEFINES ext-detail-data.
               10  ext-report-date    pic 9(8).
               10  ext-item-count     pic 9(6).
               10  ext-dollar-total   pic 9(11)v99.
               10                     pic x(126).
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
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  cutoff-date-work         pic 9(8) value 0.
       01  escheat-pass             pic x(1) value space.
           88  letter-pass              value 'L'.
           88  report-pass              value 'R'.
       01  more-history-records     picture xxx value 'yes'.
       01  more-check-records       picture xxx value 'yes'.
       01  more-cleared-records     picture xxx value 'yes'.
       01  more-void-records        picture xxx value 'yes'.
       01  more-payment-records     picture xxx value 'yes'.
       01  more-remit-records       picture xxx value 'yes'.
       01  more-gift-records        picture xxx value 'yes'.
       01  more-customer-records    picture xxx value 'yes'.
      *> dormancy period in years and description by property type
       01  property-type-values.
           05 pic x(23) value "PR1PAYROLL CHECK       ".
           05 pic x(23) value "VC3VENDOR CHECK        ".
           05 pic x(23) value "RF3REFUND CHECK        ".
           05 pic x(23) value "GC5GIFT CERTIFICATE    ".
           05 pic x(23) value "CB3CUSTOMER CREDIT     ".
       01  property-type-table REDEFINES property-type-values.
           05  property-type-entry OCCURS 5 TIMES.
               10  ptt-type         pic x(2).
               10  ptt-dormant-years pic 9(1).
               10  ptt-description  pic x(20).
       01  property-type-idx        pic 9(2) comp.
       01  property-type-count      pic 9(2) value 5.
       01  property-found-idx       pic 9(2) comp value 0.
       01  property-total-table.
           05  property-total-entry OCCURS 5 TIMES.
               10  ptt-item-count   pic 9(5).
               10  ptt-amount-total pic 9(11)v99.
      *> an owner is written to only for an item of at least this
       01  letter-minimum           pic 9(5)v99 value 50.00.
      *> the most one cust-ar record can carry
       01  house-entry-limit        pic 9(5)v99 value 99999.99.
       01  disbursement-account     pic x(10) value "0007410293".
       01  history-table-idx        pic 9(4) comp.
       01  history-table-count      pic 9(4) value 0.
       01  history-found-idx        pic 9(4) comp value 0.
       01  history-table.
           05  history-entry OCCURS 800 TIMES.
               10  eht-cutoff-date  pic 9(8).
               10  eht-property-type pic x(2).
               10  eht-reference    pic x(12).
               10  eht-owner-name   pic x(30).
               10  eht-address-1    pic x(30).
               10  eht-address-2    pic x(30).
               10  eht-city-st-zip  pic x(30).
               10  eht-last-activity pic 9(8).
               10  eht-amount       pic 9(7)v99.
               10  eht-status       pic x(1).
               10  eht-letter-date  pic 9(8).
               10  eht-report-date  pic 9(8).
      *>           Y = turned over on this run
               10  eht-this-run-sw  pic x(1).
       01  check-table-idx          pic 9(4) comp.
       01  check-table-count        pic 9(4) value 0.
       01  check-found-idx          pic 9(4) comp value 0.
       01  check-table.
           05  check-entry OCCURS 800 TIMES.
               10  ct-check-number  pic 9(6).
               10  ct-payee-name    pic x(15).
               10  ct-check-date    pic 9(8).
               10  ct-amount        pic 9(7)v99.
               10  ct-emp-no        pic 9(5).
               10  ct-vendor-no     pic x(5).
      *>           O = outstanding, C = cleared, V = voided
               10  ct-status        pic x(1).
       01  check-number-search      pic 9(6).
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
       01  gift-table-idx           pic 9(3) comp.
       01  gift-table-count         pic 9(3) value 0.
       01  gift-found-idx           pic 9(3) comp value 0.
       01  gift-table.
           05  gift-entry OCCURS 200 TIMES.
               10  gft-cert-number  pic x(6).
               10  gft-issue-date   pic 9(8).
               10  gft-issued-amt   pic 9(4)v99.
               10  gft-remaining    pic 9(4)v99.
               10  gft-last-used    pic 9(8).
       01  account-table-idx        pic 9(4) comp.
       01  account-table-count      pic 9(4) value 0.
       01  account-found-idx        pic 9(4) comp value 0.
       01  account-table.
           05  account-entry OCCURS 800 TIMES.
               10  act-customer-no  pic 9(7).
               10  act-customer-key pic x(12).
               10  act-balance      pic s9(9)v99.
               10  act-last-activity pic 9(8).
      *> a customer credit is held on esc-hist under the customer
      *> number, spaces after
       01  customer-reference-work.
           05  customer-reference-no pic 9(7).
           05 pic x(5).
      *> the dormant item being looked at
       01  dormant-item-work.
           05  item-property-type   pic x(2).
           05  item-reference       pic x(12).
           05  item-owner-name      pic x(30).
           05  item-address-1       pic x(30).
           05  item-address-2       pic x(30).
           05  item-city-st-zip     pic x(30).
           05  item-last-activity   pic 9(8).
           05  item-amount          pic 9(7)v99.
       01  dormant-through-date     pic 9(8).
       01  dormant-sw               pic x value 'N'.
           88  item-dormant             value 'Y'.
       01  unclaimed-sw             pic x value 'N'.
           88  item-still-unclaimed     value 'Y'.
       01  customer-found-sw        pic x value 'N'.
           88  customer-found           value 'Y'.
       01  credit-balance-work      pic 9(9)v99.
       01  amount-left              pic 9(9)v99.
       01  amount-applied           pic 9(9)v99.
       01  item-status-text         pic x(30).
       01  items-examined           pic 9(5) value 0.
       01  items-found              pic 9(5) value 0.
       01  letters-written          pic 9(5) value 0.
       01  items-reported           pic 9(5) value 0.
       01  items-claimed            pic 9(5) value 0.
       01  total-found              pic 9(11)v99 value 0.
       01  total-reported           pic 9(11)v99 value 0.
       01  check-escheated          pic 9(11)v99 value 0.
       01  gift-escheated           pic 9(11)v99 value 0.
       01  credit-escheated         pic 9(11)v99 value 0.
       01  pospay-item-count        pic 9(6) value 0.
       01  pospay-dollar-total      pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05  header-title-out        pic x(40).
           05  header-date-out         pic 9(8).
           05 pic x(10) value "  CUTOFF  ".
           05  header-cutoff-out       pic 9(8).
       01  column-header.
           05 pic x(6) value "TYPE  ".
           05 pic x(14) value "REFERENCE     ".
           05 pic x(32) value "OWNER                           ".
           05 pic x(10) value "LAST ACT  ".
           05 pic x(16) value "          AMOUNT".
           05 pic x(2) value spaces.
           05 pic x(6) value "STATUS".
       01  blank-line               pic x value space.
       01  detail-line.
           05  detail-type-out         pic x(2).
           05 pic x(4) value spaces.
           05  detail-reference-out    pic x(12).
           05 pic x(2) value spaces.
           05  detail-owner-out        pic x(30).
           05 pic x(2) value spaces.
           05  detail-activity-out     pic 9(8).
           05 pic x(2) value spaces.
           05  detail-amount-out       pic zz,zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-status-out       pic x(30).
       01  section-line.
           05  section-text-out        pic x(60).
       01  type-total-line.
           05 pic x(6) value spaces.
           05  type-desc-out           pic x(20).
           05 pic x(6) value " ITEMS".
           05  type-count-out          pic zz,zz9.
           05 pic x(26) value spaces.
           05  type-amount-out         pic zz,zzz,zzz,zz9.99.
       01  trailer-line.
           05  trailer-label-out       pic x(20).
           05  trailer-count-out       pic zz,zz9.
           05 pic x(4) value "  $ ".
           05  trailer-amount-out      pic zzz,zzz,zzz,zz9.99.
           05 pic x(11) value "  LETTERS  ".
           05  trailer-letters-out     pic zz,zz9.
           05 pic x(11) value "  CLAIMED  ".
           05  trailer-claimed-out     pic zz,zz9.
       01  letter-header-1.
           05 pic x(26) value "UNCLAIMED PROPERTY NOTICE ".
           05  letter-date-out         pic 9(8).
       01  letter-address-line.
           05 pic x(4) value spaces.
           05  ltr-address-out         pic x(30).
       01  letter-property-line.
           05 pic x(2) value spaces.
           05  ltr-description-out     pic x(20).
           05 pic x(2) value spaces.
           05  ltr-reference-out       pic x(12).
           05 pic x(2) value spaces.
           05  ltr-amount-out          pic zz,zzz,zz9.99.
       01  letter-body-line.
           05 pic x(2) value spaces.
           05  ltr-body-out            pic x(70).
       01  letter-separator.
           05 pic x(40) value all "-".
       01  blank-letter-line        pic x value space.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 105-read-escheat-card
           if not letter-pass and not report-pass
              display "ESCHEAT: NO L OR R PASS ON ESC-CARD -- "
                 "NOTHING RUN"
              move 8 to RETURN-CODE
              stop run
           end-if
           perform 910-take-master-lock
           perform 110-load-escheat-history
           perform 120-load-check-register
           perform 125-apply-cleared-checks
           perform 127-apply-voided-checks
           perform 130-load-vendor-remit
           perform 135-match-vendor-checks
           perform 140-load-gift-ledger
           perform 150-total-customer-accounts
           open output escheat-report
                extend run-log-file
           move business-date-work to header-date-out
           move cutoff-date-work to header-cutoff-out
           if letter-pass
              perform 200-letter-pass
           else
              perform 300-report-pass
           end-if
           perform 900-write-run-log
           close escheat-report
                 run-log-file
           perform 800-save-escheat-history
           if report-pass
              perform 810-save-gift-ledger
           end-if
           perform 145-clear-escheat-card
           perform 920-release-master-lock
           stop run.
       105-read-escheat-card.
           open input escheat-card-file
           read escheat-card-file
                at end
                   continue
                not at end
                   move ec-pass to escheat-pass
                   if ec-cutoff-date is numeric
                      move ec-cutoff-date to cutoff-date-work
                   end-if
           end-read
           close escheat-card-file
           if cutoff-date-work = 0
              move business-date-work to cutoff-date-work
           end-if.
       910-take-master-lock.
      *>   gift-ledger and cust-ar are updated by the register under
      *>   the inv-mast lock, so the run takes it too
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "ESCHEAT: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "ESCHEAT " to lk-holder
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
       110-load-escheat-history.
           open input escheat-history-file
           perform until more-history-records = 'no '
              read escheat-history-file
                    at end
                       move 'no ' to more-history-records
                    not at end
                       add 1 to history-table-count
                       if history-table-count > 800
                          display "ESCHEAT: ESC-HIST HAS MORE THAN "
                             "800 RECORDS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move history-table-count to history-table-idx
                       move esh-cutoff-date
                         to eht-cutoff-date(history-table-idx)
                       move esh-property-type
                         to eht-property-type(history-table-idx)
                       move esh-reference
                         to eht-reference(history-table-idx)
                       move esh-owner-name
                         to eht-owner-name(history-table-idx)
                       move esh-address-1
                         to eht-address-1(history-table-idx)
                       move esh-address-2
                         to eht-address-2(history-table-idx)
                       move esh-city-state-zip
                         to eht-city-st-zip(history-table-idx)
                       move esh-last-activity
                         to eht-last-activity(history-table-idx)
                       move esh-amount to eht-amount(history-table-idx)
                       move esh-status to eht-status(history-table-idx)
                       move esh-letter-date
                         to eht-letter-date(history-table-idx)
                       move esh-report-date
                         to eht-report-date(history-table-idx)
                       move 'N' to eht-this-run-sw(history-table-idx)
              end-read
           end-perform
           close escheat-history-file.
       120-load-check-register.
           open input check-register-file
           perform until more-check-records = 'no '
              read check-register-file
                    at end
                       move 'no ' to more-check-records
                    not at end
                       add 1 to check-table-count
                       if check-table-count > 800
                          display "ESCHEAT: CHECK REGISTER HAS MORE "
                             "THAN 800 RECORDS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move reg-check-number
                         to ct-check-number(check-table-count)
                       move reg-emp-name
                         to ct-payee-name(check-table-count)
                       move reg-check-date
                         to ct-check-date(check-table-count)
                       move reg-check-amount
                         to ct-amount(check-table-count)
                       move reg-emp-no to ct-emp-no(check-table-count)
                       move spaces to ct-vendor-no(check-table-count)
                       move 'O' to ct-status(check-table-count)
              end-read
           end-perform
           close check-register-file.
       125-apply-cleared-checks.
           open input cleared-history-file
           perform until more-cleared-records = 'no '
              read cleared-history-file
                    at end
                       move 'no ' to more-cleared-records
                    not at end
                       move ch-check-number to check-number-search
                       perform 520-find-check
                       if check-found-idx > 0
                          move 'C' to ct-status(check-found-idx)
                       end-if
              end-read
           end-perform
           close cleared-history-file.
       127-apply-voided-checks.
           open input check-void-file
           perform until more-void-records = 'no '
              read check-void-file
                    at end
                       move 'no ' to more-void-records
                    not at end
                       move cv-check-number to check-number-search
                       perform 520-find-check
                       if check-found-idx > 0
                          move 'V' to ct-status(check-found-idx)
                       end-if
              end-read
           end-perform
           close check-void-file.
       130-load-vendor-remit.
           open input vendor-remit-file
           perform until more-remit-records = 'no '
              read vendor-remit-file
                    at end
                       move 'no ' to more-remit-records
                    not at end
                       add 1 to remit-table-count
                       if remit-table-count > 200
                          display "ESCHEAT: VND-REMIT HAS MORE THAN "
                             "200 RECORDS -- TABLE FULL"
                          perform 920-release-master-lock
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
              end-read
           end-perform
           close vendor-remit-file.
       135-match-vendor-checks.
      *>   a check on the AP payment history was a vendor's; the
      *>   vendor number finds the remit-to name and address
           open input payment-history-file
           perform until more-payment-records = 'no '
              read payment-history-file
                    at end
                       move 'no ' to more-payment-records
                    not at end
                       if aph-check-no > 0
                          move aph-check-no to check-number-search
                          perform 520-find-check
                          if check-found-idx > 0
                             move aph-vendor-no
                               to ct-vendor-no(check-found-idx)
                          end-if
                       end-if
              end-read
           end-perform
           close payment-history-file.
       140-load-gift-ledger.
           open input gift-ledger-file
           perform until more-gift-records = 'no '
              read gift-ledger-file
                    at end
                       move 'no ' to more-gift-records
                    not at end
                       add 1 to gift-table-count
                       if gift-table-count > 200
                          display "ESCHEAT: GIFT LEDGER TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move glr-cert-number
                         to gft-cert-number(gift-table-count)
                       move glr-issue-date
                         to gft-issue-date(gift-table-count)
                       move glr-issued-amount
                         to gft-issued-amt(gift-table-count)
                       move glr-remaining
                         to gft-remaining(gift-table-count)
                       if glr-last-used-date is numeric
                          move glr-last-used-date
                            to gft-last-used(gift-table-count)
                       else
                          move glr-issue-date
                            to gft-last-used(gift-table-count)
                       end-if
              end-read
           end-perform
           close gift-ledger-file.
       145-clear-escheat-card.
           open output escheat-card-file
           close escheat-card-file.
       150-total-customer-accounts.
      *>   each account's balance and the date of its latest entry
           open input customer-ar-file
           perform until more-customer-records = 'no '
              read customer-ar-file
                    at end
                       move 'no ' to more-customer-records
                    not at end
                       perform 155-post-one-ar-record
              end-read
           end-perform
           close customer-ar-file.
       155-post-one-ar-record.
           move 0 to account-found-idx
           perform varying account-table-idx from 1 by 1
                   until account-table-idx > account-table-count
              if act-customer-no(account-table-idx)
                    = car-customer-no
                 move account-table-idx to account-found-idx
              end-if
           end-perform
           if account-found-idx = 0
              add 1 to account-table-count
              if account-table-count > 800
                 display "ESCHEAT: CUST-AR HAS MORE THAN 800 "
                    "ACCOUNTS -- TABLE FULL"
                 perform 920-release-master-lock
                 stop run
              end-if
              move account-table-count to account-found-idx
              move car-customer-no
                to act-customer-no(account-found-idx)
              move car-customer-key
                to act-customer-key(account-found-idx)
              move 0 to act-balance(account-found-idx)
              move 0 to act-last-activity(account-found-idx)
           end-if
           if car-trans-type = 'P' or 'W'
              subtract car-amount from act-balance(account-found-idx)
           else
              add car-amount to act-balance(account-found-idx)
           end-if
           if car-trans-date > act-last-activity(account-found-idx)
              move car-trans-date
                to act-last-activity(account-found-idx)
           end-if.
       200-letter-pass.
           move "UNCLAIMED PROPERTY -- DUE DILIGENCE  "
             to header-title-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           open input customer-master
                output owner-letter-file
           perform varying check-table-idx from 1 by 1
                   until check-table-idx > check-table-count
              if ct-status(check-table-idx) = 'O'
                 perform 210-examine-one-check
              end-if
           end-perform
           perform varying gift-table-idx from 1 by 1
                   until gift-table-idx > gift-table-count
              if gft-remaining(gift-table-idx) > 0
                 perform 220-examine-one-gift
              end-if
           end-perform
           perform varying account-table-idx from 1 by 1
                   until account-table-idx > account-table-count
              if act-balance(account-table-idx) < 0
                 perform 230-examine-one-credit
              end-if
           end-perform
           move "DORMANT ITEMS FOUND" to trailer-label-out
           move items-found to trailer-count-out
           move total-found to trailer-amount-out
           move letters-written to trailer-letters-out
           move 0 to trailer-claimed-out
           write print-rec from blank-line
           write print-rec from trailer-line
           close customer-master
                 owner-letter-file.
       210-examine-one-check.
           add 1 to items-examined
           move spaces to dormant-item-work
           evaluate true
              when ct-emp-no(check-table-idx) > 0
                 move "PR" to item-property-type
              when ct-vendor-no(check-table-idx) not = spaces
                 move "VC" to item-property-type
              when other
                 move "RF" to item-property-type
           end-evaluate
           move ct-check-number(check-table-idx) to item-reference
           move ct-payee-name(check-table-idx) to item-owner-name
           move ct-check-date(check-table-idx) to item-last-activity
           move ct-amount(check-table-idx) to item-amount
      *>   a vendor check goes to the remit-to address; the employee
      *>   and student files carry no address
           if item-property-type = "VC"
              move 0 to remit-found-idx
              perform varying remit-table-idx from 1 by 1
                      until remit-table-idx > remit-table-count
                 if rmt-vendor-no(remit-table-idx)
                       = ct-vendor-no(check-table-idx)
                    move remit-table-idx to remit-found-idx
                 end-if
              end-perform
              if remit-found-idx > 0
                 move rmt-remit-name(remit-found-idx)
                   to item-owner-name
                 move rmt-address-1(remit-found-idx) to item-address-1
                 move rmt-address-2(remit-found-idx) to item-address-2
                 move rmt-city-st-zip(remit-found-idx)
                   to item-city-st-zip
              end-if
           end-if
           perform 280-record-if-dormant.
       220-examine-one-gift.
           add 1 to items-examined
           move spaces to dormant-item-work
           move "GC" to item-property-type
           move gft-cert-number(gift-table-idx) to item-reference
           move "BEARER -- OWNER UNKNOWN" to item-owner-name
           move gft-last-used(gift-table-idx) to item-last-activity
           move gft-remaining(gift-table-idx) to item-amount
           perform 280-record-if-dormant.
       230-examine-one-credit.
           add 1 to items-examined
           move spaces to dormant-item-work
           move "CB" to item-property-type
           move spaces to customer-reference-work
           move act-customer-no(account-table-idx)
             to customer-reference-no
           move customer-reference-work to item-reference
           move act-customer-key(account-table-idx) to item-owner-name
           move act-last-activity(account-table-idx)
             to item-last-activity
           compute credit-balance-work =
              0 - act-balance(account-table-idx)
           move credit-balance-work to item-amount
           move 'N' to customer-found-sw
           move act-customer-no(account-table-idx)
             to mast-customer-no
           read customer-master
                invalid key
                   continue
                not invalid key
                   move 'Y' to customer-found-sw
           end-read
           if customer-found
              move spaces to item-owner-name
              string mast-first-name delimited by "  "
                     " " delimited by size
                     mast-full-last-name delimited by "  "
                     into item-owner-name
              move mast-street-address to item-address-1
              move mast-city-state-zip to item-city-st-zip
           end-if
           perform 280-record-if-dormant.
       280-record-if-dormant.
           perform 510-find-property-type
           compute dormant-through-date = item-last-activity
              + (ptt-dormant-years(property-found-idx) * 10000)
           move 'N' to dormant-sw
           if dormant-through-date <= cutoff-date-work
              move 'Y' to dormant-sw
           end-if
      *>   an item already lettered and awaiting report is not
      *>   written up again
           move 0 to history-found-idx
           perform varying history-table-idx from 1 by 1
                   until history-table-idx > history-table-count
              if eht-property-type(history-table-idx)
                    = item-property-type
                 and eht-reference(history-table-idx) = item-reference
                 and (eht-status(history-table-idx) = 'L' or 'N')
                 move history-table-idx to history-found-idx
              end-if
           end-perform
           if item-dormant and history-found-idx = 0
              perform 285-add-history-entry
           end-if.
       285-add-history-entry.
           add 1 to history-table-count
           if history-table-count > 800
              display "ESCHEAT: ESC-HIST TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           move history-table-count to history-found-idx
           move cutoff-date-work to eht-cutoff-date(history-found-idx)
           move item-property-type
             to eht-property-type(history-found-idx)
           move item-reference to eht-reference(history-found-idx)
           move item-owner-name to eht-owner-name(history-found-idx)
           move item-address-1 to eht-address-1(history-found-idx)
           move item-address-2 to eht-address-2(history-found-idx)
           move item-city-st-zip to eht-city-st-zip(history-found-idx)
           move item-last-activity
             to eht-last-activity(history-found-idx)
           move item-amount to eht-amount(history-found-idx)
           move 0 to eht-letter-date(history-found-idx)
           move 0 to eht-report-date(history-found-idx)
           move 'N' to eht-this-run-sw(history-found-idx)
           add 1 to items-found
           add item-amount to total-found
           evaluate true
              when item-address-1 = spaces
                 move 'N' to eht-status(history-found-idx)
                 move "NO ADDRESS ON FILE" to item-status-text
              when item-amount < letter-minimum
                 move 'N' to eht-status(history-found-idx)
                 move "UNDER LETTER MINIMUM" to item-status-text
              when other
                 move 'L' to eht-status(history-found-idx)
                 move business-date-work
                   to eht-letter-date(history-found-idx)
                 move "LETTER SENT" to item-status-text
                 perform 290-write-owner-letter
           end-evaluate
           perform 295-print-item.
       290-write-owner-letter.
           add 1 to letters-written
           move business-date-work to letter-date-out
           write letter-rec from letter-header-1
           write letter-rec from blank-letter-line
           move item-owner-name to ltr-address-out
           write letter-rec from letter-address-line
           move item-address-1 to ltr-address-out
           write letter-rec from letter-address-line
           if item-address-2 not = spaces
              move item-address-2 to ltr-address-out
              write letter-rec from letter-address-line
           end-if
           move item-city-st-zip to ltr-address-out
           write letter-rec from letter-address-line
           write letter-rec from blank-letter-line
           move ptt-description(property-found-idx)
             to ltr-description-out
           move item-reference to ltr-reference-out
           move item-amount to ltr-amount-out
           write letter-rec from letter-property-line
           write letter-rec from blank-letter-line
           move "OUR RECORDS SHOW PROPERTY HELD IN YOUR NAME THAT HAS "
             to ltr-body-out
           write letter-rec from letter-body-line
           move "SEEN NO ACTIVITY FOR SOME YEARS.  UNLESS YOU CONTACT "
             to ltr-body-out
           write letter-rec from letter-body-line
           move "US TO CLAIM IT, THE LAW REQUIRES US TO TURN IT OVER "
             to ltr-body-out
           write letter-rec from letter-body-line
           move "TO THE STATE AS UNCLAIMED PROPERTY."
             to ltr-body-out
           write letter-rec from letter-body-line
           write letter-rec from blank-letter-line
           write letter-rec from letter-separator.
       295-print-item.
           move spaces to detail-line
           move item-property-type to detail-type-out
           move item-reference to detail-reference-out
           move item-owner-name to detail-owner-out
           move item-last-activity to detail-activity-out
           move item-amount to detail-amount-out
           move item-status-text to detail-status-out
           write print-rec from detail-line.
       300-report-pass.
           move "UNCLAIMED PROPERTY -- HOLDER REPORT   "
             to header-title-out
           write print-rec from report-header
           write print-rec from blank-line
           open extend check-void-file
                output positive-pay-file
                output holder-extract-file
                extend customer-ar-file
                extend gl-posting-file
           move "CLAIMED OR ACTIVE SINCE THE LETTER PASS"
             to section-text-out
           write print-rec from section-line
           write print-rec from blank-line
           perform varying history-table-idx from 1 by 1
                   until history-table-idx > history-table-count
              if eht-status(history-table-idx) = 'L' or 'N'
                 perform 310-recheck-one-item
              end-if
           end-perform
           perform 400-print-holder-report
           perform 450-write-pospay-trailer
           perform 600-write-gl-postings
           move "ITEMS TURNED OVER" to trailer-label-out
           move items-reported to trailer-count-out
           move total-reported to trailer-amount-out
           move 0 to trailer-letters-out
           move items-claimed to trailer-claimed-out
           write print-rec from blank-line
           write print-rec from trailer-line
           close check-void-file
                 positive-pay-file
                 holder-extract-file
                 customer-ar-file
                 gl-posting-file.
       310-recheck-one-item.
      *>   the owner cashing, redeeming or using the item since the
      *>   letter pass clears it
           add 1 to items-examined
           move 'N' to unclaimed-sw
           evaluate eht-property-type(history-table-idx)
              when "GC"
                 move 0 to gift-found-idx
                 perform varying gift-table-idx from 1 by 1
                         until gift-table-idx > gift-table-count
                    if gft-cert-number(gift-table-idx)
                          = eht-reference(history-table-idx)
                       move gift-table-idx to gift-found-idx
                    end-if
                 end-perform
                 if gift-found-idx > 0
                    if gft-remaining(gift-found-idx)
                          = eht-amount(history-table-idx)
                       and gft-last-used(gift-found-idx)
                          = eht-last-activity(history-table-idx)
                       move 'Y' to unclaimed-sw
                    end-if
                 end-if
              when "CB"
                 move 0 to account-found-idx
                 move eht-reference(history-table-idx)
                   to customer-reference-work
                 perform varying account-table-idx from 1 by 1
                         until account-table-idx > account-table-count
                    if customer-reference-work(1:7) is numeric
                       and act-customer-no(account-table-idx)
                          = customer-reference-no
                       move account-table-idx to account-found-idx
                    end-if
                 end-perform
                 if account-found-idx > 0
                    compute credit-balance-work =
                       0 - act-balance(account-found-idx)
                    if act-balance(account-found-idx) < 0
                       and credit-balance-work
                          = eht-amount(history-table-idx)
                       and act-last-activity(account-found-idx)
                          = eht-last-activity(history-table-idx)
                       move 'Y' to unclaimed-sw
                    end-if
                 end-if
              when other
                 move eht-reference(history-table-idx)(1:6)
                   to check-number-search
                 perform 520-find-check
                 if check-found-idx > 0
                    if ct-status(check-found-idx) = 'O'
                       move 'Y' to unclaimed-sw
                    end-if
                 end-if
           end-evaluate
           if item-still-unclaimed
              perform 320-turn-over-item
           else
              add 1 to items-claimed
              move 'C' to eht-status(history-table-idx)
              move business-date-work
                to eht-report-date(history-table-idx)
              move eht-property-type(history-table-idx)
                to item-property-type
              move eht-reference(history-table-idx) to item-reference
              move eht-owner-name(history-table-idx)
                to item-owner-name
              move eht-last-activity(history-table-idx)
                to item-last-activity
              move eht-amount(history-table-idx) to item-amount
              move "CLAIMED -- NOT REPORTED" to item-status-text
              perform 295-print-item
           end-if.
       320-turn-over-item.
           add 1 to items-reported
           add eht-amount(history-table-idx) to total-reported
           move 'R' to eht-status(history-table-idx)
           move business-date-work to eht-report-date(history-table-idx)
           move 'Y' to eht-this-run-sw(history-table-idx)
           evaluate eht-property-type(history-table-idx)
              when "GC"
                 move 0 to gft-remaining(gift-found-idx)
                 add eht-amount(history-table-idx) to gift-escheated
              when "CB"
                 move eht-amount(history-table-idx) to amount-left
                 perform 330-append-escheat-entry
                    until amount-left = 0
                 add eht-amount(history-table-idx) to credit-escheated
              when other
                 move 'V' to ct-status(check-found-idx)
                 move ct-check-number(check-found-idx)
                   to cv-check-number
                 move business-date-work to cv-void-date
                 move ct-amount(check-found-idx) to cv-amount
                 move 'E' to cv-reason
                 write check-void-rec
                 move 'V' to PP-RECORD-TYPE
                 move disbursement-account to PP-ACCOUNT
                 move ct-check-number(check-found-idx)
                   to PP-CHECK-NUMBER
                 move ct-check-date(check-found-idx) to PP-ISSUE-DATE
                 move ct-amount(check-found-idx) to PP-AMOUNT
                 move ct-payee-name(check-found-idx) to PP-PAYEE
                 write POSITIVE-PAY-REC
                 add 1 to pospay-item-count
                 add ct-amount(check-found-idx) to pospay-dollar-total
                 add eht-amount(history-table-idx) to check-escheated
           end-evaluate.
       330-append-escheat-entry.
      *>   a credit larger than one cust-ar amount goes on as
      *>   several E records
           if amount-left > house-entry-limit
              move house-entry-limit to amount-applied
           else
              move amount-left to amount-applied
           end-if
           move act-customer-key(account-found-idx) to car-customer-key
           move business-date-work to car-trans-date
           move 'E' to car-trans-type
           move amount-applied to car-amount
           move act-customer-no(account-found-idx) to car-customer-no
           write customer-ar-rec
           subtract amount-applied from amount-left.
       400-print-holder-report.
           perform varying property-type-idx from 1 by 1
                   until property-type-idx > property-type-count
              move 0 to ptt-item-count(property-type-idx)
              move 0 to ptt-amount-total(property-type-idx)
              write print-rec from blank-line
              move ptt-description(property-type-idx)
                to section-text-out
              write print-rec from section-line
              write print-rec from column-header
              perform varying history-table-idx from 1 by 1
                      until history-table-idx > history-table-count
                 if eht-this-run-sw(history-table-idx) = 'Y'
                    and eht-property-type(history-table-idx)
                          = ptt-type(property-type-idx)
                    perform 410-report-one-item
                 end-if
              end-perform
              move ptt-description(property-type-idx)
                to type-desc-out
              move ptt-item-count(property-type-idx) to type-count-out
              move ptt-amount-total(property-type-idx)
                to type-amount-out
              write print-rec from type-total-line
           end-perform
           move 'T' to ext-record-type
           move spaces to ext-trailer-data
           move business-date-work to ext-report-date
           move items-reported to ext-item-count
           move total-reported to ext-dollar-total
           write holder-extract-rec.
       410-report-one-item.
           add 1 to ptt-item-count(property-type-idx)
           add eht-amount(history-table-idx)
             to ptt-amount-total(property-type-idx)
           move spaces to detail-line
           move eht-property-type(history-table-idx) to detail-type-out
           move eht-reference(history-table-idx)
             to detail-reference-out
           move eht-owner-name(history-table-idx) to detail-owner-out
           move eht-last-activity(history-table-idx)
             to detail-activity-out
           move eht-amount(history-table-idx) to detail-amount-out
           if eht-letter-date(history-table-idx) > 0
              move "REPORTED -- OWNER LETTERED" to detail-status-out
           else
              move "REPORTED" to detail-status-out
           end-if
           write print-rec from detail-line
           move 'D' to ext-record-type
           move eht-property-type(history-table-idx)
             to ext-property-type
           move eht-reference(history-table-idx) to ext-reference
           move eht-owner-name(history-table-idx) to ext-owner-name
           move eht-address-1(history-table-idx) to ext-address-1
           move eht-address-2(history-table-idx) to ext-address-2
           move eht-city-st-zip(history-table-idx)
             to ext-city-state-zip
           move eht-last-activity(history-table-idx)
             to ext-last-activity
           move eht-amount(history-table-idx) to ext-amount
           write holder-extract-rec.
       450-write-pospay-trailer.
           if pospay-item-count > 0
              move 'T' to PP-RECORD-TYPE
              move spaces to PP-DETAIL-DATA
              move pospay-item-count to PP-TRAILER-COUNT
              move pospay-dollar-total to PP-TRAILER-TOTAL
              write POSITIVE-PAY-REC
              open extend pospay-log-file
              move spaces to pospay-log-rec
              move business-date-work to ppl-send-date
              move "ESCHEAT " to ppl-source-program
              move pospay-item-count to ppl-item-count
              move pospay-dollar-total to ppl-dollar-total
              write pospay-log-rec
              close pospay-log-file
           end-if.
       510-find-property-type.
           move 0 to property-found-idx
           perform varying property-type-idx from 1 by 1
                   until property-type-idx > property-type-count
              if ptt-type(property-type-idx) = item-property-type
                 move property-type-idx to property-found-idx
              end-if
           end-perform.
       520-find-check.
           move 0 to check-found-idx
           perform varying check-table-idx from 1 by 1
                   until check-table-idx > check-table-count
              if ct-check-number(check-table-idx) = check-number-search
                 move check-table-idx to check-found-idx
              end-if
           end-perform.
       600-write-gl-postings.
      *>   the property turned over leaves the account it was carried
      *>   in -- a voided check goes back to cash -- for escheat
      *>   payable until the state is paid
           move business-date-work to GLP-POST-DATE
           move "ESCHEAT " to GLP-SOURCE-PROGRAM
           move 0 to GLP-CREDIT-AMOUNT
           if check-escheated > 0
              move "CASH    " to GLP-ACCOUNT
              move check-escheated to GLP-DEBIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if gift-escheated > 0
              move "GIFTLIAB" to GLP-ACCOUNT
              move gift-escheated to GLP-DEBIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if credit-escheated > 0
              move "HOUSEAR " to GLP-ACCOUNT
              move credit-escheated to GLP-DEBIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if total-reported > 0
              move "ESCHLIAB" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-reported to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       800-save-escheat-history.
           open output escheat-history-file
           perform varying history-table-idx from 1 by 1
                   until history-table-idx > history-table-count
              move eht-cutoff-date(history-table-idx)
                to esh-cutoff-date
              move eht-property-type(history-table-idx)
                to esh-property-type
              move eht-reference(history-table-idx) to esh-reference
              move eht-owner-name(history-table-idx) to esh-owner-name
              move eht-address-1(history-table-idx) to esh-address-1
              move eht-address-2(history-table-idx) to esh-address-2
              move eht-city-st-zip(history-table-idx)
                to esh-city-state-zip
              move eht-last-activity(history-table-idx)
                to esh-last-activity
              move eht-amount(history-table-idx) to esh-amount
              move eht-status(history-table-idx) to esh-status
              move eht-letter-date(history-table-idx)
                to esh-letter-date
              move eht-report-date(history-table-idx)
                to esh-report-date
              write escheat-history-rec
           end-perform
           close escheat-history-file.
       810-save-gift-ledger.
           open output gift-ledger-file
           perform varying gift-table-idx from 1 by 1
                   until gift-table-idx > gift-table-count
              move gft-cert-number(gift-table-idx)
                to glr-cert-number
              move gft-issue-date(gift-table-idx)
                to glr-issue-date
              move gft-issued-amt(gift-table-idx)
                to glr-issued-amount
              move gft-remaining(gift-table-idx) to glr-remaining
              move gft-last-used(gift-table-idx)
                to glr-last-used-date
              write gift-ledger-rec
           end-perform
           close gift-ledger-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "ESCHEAT " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move items-examined to RL-RECORDS-IN
           if letter-pass
              move items-found to RL-RECORDS-OUT
           else
              move items-reported to RL-RECORDS-OUT
           end-if
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
