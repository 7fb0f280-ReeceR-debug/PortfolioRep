       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVPOST.
      *> Return-to-vendor posting.  Each return on the rtv-trans feed
      *> -- RTV number, vendor, part, the store shipping it back, the
      *> quantity, the reason (D defective, O overshipped, W wrong
      *> item sent) and the purchase order the goods came in on --
      *> relieves inv-mast and the store's inv-loc balance, and raises
      *> a debit memo at the part's moving-average cost.  The memo is
      *> printed for the vendor (rtv-memo) and goes on ap-open as a
      *> type D item, which APPAY nets against the vendor's next
      *> payment; the return is kept on rtv-hist for the vendor
      *> scorecard.  Stock on layaway or reserved for a special order
      *> cannot be sent back.  The entries (trade payables against
      *> inventory) post through GLCONSOL, and rtv-trans is emptied
      *> once posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL return-file ASSIGN TO rtv-trans
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT return-register ASSIGN TO printer.
                     SELECT memo-print-file ASSIGN TO rtv-memo
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO rtv-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT inventory-master ASSIGN TO "inv-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS inv-part-no.
                     SELECT OPTIONAL vendor-remit-file
           ASSIGN TO "vnd-remit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL ap-open-file ASSIGN TO "ap-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL location-balance-file
           ASSIGN TO "inv-loc"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rtv-history-file
           ASSIGN TO "rtv-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-inv-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT gl-posting-file ASSIGN TO GL-POST-RTV
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  return-file.
       01  return-rec.
           05  rtv-number          pic x(8).
           05  rtv-vendor-no       pic x(5).
           05  rtv-part-no         pic x(5).
      *>   which store is shipping the goods back -- blank means the
      *>   original main store
           05  rtv-store-id        pic x(5).
           05  rtv-quantity        pic 9(5).
           05  rtv-reason-code     pic x(1).
               88  rtv-defective       value 'D'.
               88  rtv-overshipped     value 'O'.
               88  rtv-wrong-item      value 'W'.
           05  rtv-po-number       pic 9(6).
       fd  return-register.
       01  print-rec.
           05 pic x(132).
       fd  memo-print-file.
       01  memo-print-rec.
           05 pic x(80).
       fd  reject-listing.
           COPY REJLIST.
       fd  inventory-master.
           COPY INVMAST.
       fd  vendor-remit-file.
           COPY VNDREMIT.
       fd  ap-open-file.
           COPY APOPEN.
       fd  location-balance-file.
           COPY INVLOC.
       fd  rtv-history-file.
           COPY RTVHIST.
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
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
       01  more-location-records    picture xxx value 'yes'.
       01  part-found-sw            pic x value 'N'.
           88  part-found               value 'Y'.
       01  reject-reason            pic x(40).
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
       01  memo-table-idx           pic 9(4) comp.
       01  memo-table-count         pic 9(4) value 0.
       01  memo-found-idx           pic 9(4) comp value 0.
       01  memo-table.
           05  memo-entry OCCURS 800 TIMES.
               10  mmt-rtv-number   pic x(8).
       01  location-table-idx       pic 9(4) comp.
       01  location-table-count     pic 9(4) value 0.
       01  location-found-idx       pic 9(4) comp value 0.
       01  location-table.
           05  location-entry OCCURS 800 TIMES.
               10  lct-part-no      pic x(5).
               10  lct-store-id     pic x(5).
               10  lct-qty-on-hand  pic s9(6).
               10  lct-in-transit   pic 9(5).
               10  lct-on-layaway   pic 9(5).
               10  lct-min-qty      pic 9(5).
               10  lct-max-qty      pic 9(5).
       01  posting-store-id         pic x(5).
       01  qty-held-back            pic 9(6).
       01  qty-available            pic s9(6).
       01  memo-amount              pic 9(7)v99.
       01  reason-text              pic x(12).
       01  before-image-work        pic x(132).
       01  returns-read             pic 9(7) value 0.
       01  returns-posted           pic 9(7) value 0.
       01  returns-rejected         pic 9(7) value 0.
       01  total-memo-amount        pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(30) value "RETURN-TO-VENDOR REGISTER     ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  column-header.
           05 pic x(8) value "RTV NO  ".
           05 pic x(2) value spaces.
           05 pic x(6) value "VENDOR".
           05 pic x(2) value spaces.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(5) value "STORE".
           05 pic x(2) value spaces.
           05 pic x(6) value "   QTY".
           05 pic x(2) value spaces.
           05 pic x(9) value "UNIT COST".
           05 pic x(2) value spaces.
           05 pic x(12) value "   MEMO AMT ".
           05 pic x(2) value spaces.
           05 pic x(6) value "PO    ".
           05 pic x(2) value spaces.
           05 pic x(12) value "REASON".
       01  register-detail-line.
           05  reg-rtv-out             pic x(8).
           05 pic x(2) value spaces.
           05  reg-vendor-out          pic x(5).
           05 pic x(3) value spaces.
           05  reg-part-out            pic x(5).
           05 pic x(2) value spaces.
           05  reg-store-out           pic x(5).
           05 pic x(2) value spaces.
           05  reg-qty-out             pic zz,zz9.
           05 pic x(2) value spaces.
           05  reg-cost-out            pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-memo-out            pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-po-out              pic 9(6).
           05 pic x(2) value spaces.
           05  reg-reason-out          pic x(12).
       01  trailer-line.
           05 pic x(13) value "RETURNS READ ".
           05  read-out                pic zz,zz9.
           05 pic x(9) value "  POSTED ".
           05  posted-out              pic zz,zz9.
           05 pic x(4) value "  $ ".
           05  memo-total-out          pic zz,zzz,zz9.99.
           05 pic x(11) value "  REJECTED ".
           05  rejected-out            pic zz,zz9.
       01  memo-line-1.
           05 pic x(11) value "DEBIT MEMO ".
           05  memo-rtv-out           pic x(8).
           05 pic x(2) value spaces.
           05 pic x(5) value "DATE ".
           05  memo-date-out          pic 9(8).
           05 pic x(2) value spaces.
           05 pic x(7) value "VENDOR ".
           05  memo-vendor-out        pic x(5).
       01  memo-address-line.
           05 pic x(4) value "TO  ".
           05  memo-address-out       pic x(30).
       01  memo-line-2.
           05 pic x(40) value
              "RETURNED TO YOU AND CHARGED TO YOUR ACCT".
       01  memo-line-3.
           05 pic x(5) value "PART ".
           05  memo-part-out          pic x(5).
           05 pic x(1) value space.
           05  memo-desc-out          pic x(15).
           05 pic x(5) value " QTY ".
           05  memo-qty-out           pic zz,zz9.
           05 pic x(3) value " @ ".
           05  memo-cost-out          pic zz,zz9.99.
           05 pic x(3) value " $ ".
           05  memo-amount-out        pic z,zzz,zz9.99.
       01  memo-line-4.
           05 pic x(8) value "YOUR PO ".
           05  memo-po-out            pic 9(6).
           05 pic x(10) value "  REASON  ".
           05  memo-reason-out        pic x(12).
       01  memo-separator.
           05 pic x(40) value all "-".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 910-take-master-lock
           perform 110-load-vendor-remit
           perform 120-load-open-memos
           perform 130-load-location-balances
           open input return-file
                output return-register
                output memo-print-file
                output reject-listing
                output gl-posting-file
                i-o inventory-master
                extend ap-open-file
                extend rtv-history-file
                extend update-journal-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read return-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to returns-read
                       perform 200-post-one-return
              end-read
           end-perform
           perform 500-write-gl-postings
           move returns-read to read-out
           move returns-posted to posted-out
           move total-memo-amount to memo-total-out
           move returns-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close return-file
                 return-register
                 memo-print-file
                 reject-listing
                 gl-posting-file
                 inventory-master
                 ap-open-file
                 rtv-history-file
                 update-journal-file
                 run-log-file
           perform 600-save-location-balances
           perform 810-clear-returns
           perform 920-release-master-lock
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
                          display "RTVPOST: VENDOR-REMIT-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close vendor-remit-file
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
       120-load-open-memos.
      *>   an RTV number still open as a debit memo may not be used
      *>   again
           open input ap-open-file
           perform until more-open-records = 'no '
              read ap-open-file
                    at end
                       move 'no ' to more-open-records
                    not at end
                       if api-debit-memo
                          perform 125-add-memo-number
                          move api-invoice-no
                            to mmt-rtv-number(memo-table-count)
                       end-if
              end-read
           end-perform
           close ap-open-file.
       125-add-memo-number.
           add 1 to memo-table-count
           if memo-table-count > 800
              display "RTVPOST: MORE THAN 800 OPEN DEBIT MEMOS "
                 "-- TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if.
       130-load-location-balances.
           open input location-balance-file
           perform until more-location-records = 'no '
              read location-balance-file
                    at end
                       move 'no ' to more-location-records
                    not at end
                       add 1 to location-table-count
                       if location-table-count > 800
                          display "RTVPOST: MORE THAN 800 LOCATION "
                             "BALANCES -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move loc-part-no
                         to lct-part-no(location-table-count)
                       move loc-store-id
                         to lct-store-id(location-table-count)
                       move loc-qty-on-hand
                         to lct-qty-on-hand(location-table-count)
                       move loc-in-transit
                         to lct-in-transit(location-table-count)
                       move 0 to lct-on-layaway(location-table-count)
                       if loc-qty-on-layaway is numeric
                          move loc-qty-on-layaway
                            to lct-on-layaway(location-table-count)
                       end-if
                       move 0 to lct-min-qty(location-table-count)
                       move 0 to lct-max-qty(location-table-count)
                       if loc-min-qty is numeric
                          and loc-max-qty is numeric
                          move loc-min-qty
                            to lct-min-qty(location-table-count)
                          move loc-max-qty
                            to lct-max-qty(location-table-count)
                       end-if
              end-read
           end-perform
           close location-balance-file.
       200-post-one-return.
           move 0 to remit-found-idx
           perform varying remit-table-idx from 1 by 1
                   until remit-table-idx > remit-table-count
              if rtv-vendor-no = rmt-vendor-no(remit-table-idx)
                 move remit-table-idx to remit-found-idx
              end-if
           end-perform
           move 0 to memo-found-idx
           perform varying memo-table-idx from 1 by 1
                   until memo-table-idx > memo-table-count
              if rtv-number = mmt-rtv-number(memo-table-idx)
                 move memo-table-idx to memo-found-idx
              end-if
           end-perform
           move 'N' to part-found-sw
           move rtv-part-no to inv-part-no
           read inventory-master
                invalid key
                   continue
                not invalid key
                   move 'Y' to part-found-sw
           end-read
           move 0 to qty-available
           if part-found
              move 0 to qty-held-back
              if inv-qty-on-layaway is numeric
                 add inv-qty-on-layaway to qty-held-back
              end-if
              if inv-qty-reserved is numeric
                 add inv-qty-reserved to qty-held-back
              end-if
              compute qty-available =
                 inv-qty-on-hand - qty-held-back
           end-if
           evaluate true
              when rtv-number = spaces
                 move "RTV NUMBER MISSING" to reject-reason
                 perform 700-reject-routine
              when rtv-quantity not numeric
                 or rtv-quantity = 0
                 move "RETURN QUANTITY MISSING OR ZERO"
                   to reject-reason
                 perform 700-reject-routine
              when not rtv-defective
                 and not rtv-overshipped
                 and not rtv-wrong-item
                 move "INVALID RETURN REASON CODE" to reject-reason
                 perform 700-reject-routine
              when remit-found-idx = 0
                 move "VENDOR NOT ON REMIT-TO MASTER"
                   to reject-reason
                 perform 700-reject-routine
              when memo-found-idx > 0
                 move "RTV NUMBER ALREADY ON AN OPEN DEBIT MEMO"
                   to reject-reason
                 perform 700-reject-routine
              when not part-found
                 move "PART NOT ON INVENTORY MASTER" to reject-reason
                 perform 700-reject-routine
              when inv-avg-cost not numeric
                 or inv-avg-cost = 0
                 move "PART HAS NO AVERAGE COST -- NO MEMO"
                   to reject-reason
                 perform 700-reject-routine
              when rtv-quantity > qty-available
                 move "RETURN EXCEEDS AVAILABLE STOCK"
                   to reject-reason
                 perform 700-reject-routine
              when other
                 perform 300-relieve-inventory
           end-evaluate.
       300-relieve-inventory.
           move inv-master-rec to before-image-work
           subtract rtv-quantity from inv-qty-on-hand
           rewrite inv-master-rec
                 invalid key
                    move "MASTER REWRITE FAILED" to reject-reason
                    perform 700-reject-routine
                 not invalid key
                    perform 480-write-update-journal
                    perform 430-post-location-balance
                    perform 400-raise-debit-memo
           end-rewrite.
       400-raise-debit-memo.
           compute memo-amount ROUNDED = rtv-quantity * inv-avg-cost
           evaluate true
              when rtv-defective
                 move "DEFECTIVE" to reason-text
              when rtv-overshipped
                 move "OVERSHIPPED" to reason-text
              when other
                 move "WRONG ITEM" to reason-text
           end-evaluate
           move rtv-vendor-no to api-vendor-no
           move rtv-number to api-invoice-no
           move rtv-po-number to api-po-number
           move 'D' to api-item-type
           move business-date-work to api-voucher-date
           move business-date-work to api-due-date
           move 0 to api-disc-date
           move memo-amount to api-gross-amt
           move 0 to api-disc-amt
           write ap-open-item-rec
           perform 125-add-memo-number
           move rtv-number to mmt-rtv-number(memo-table-count)
           move rtv-number to rvh-rtv-number
           move business-date-work to rvh-return-date
           move rtv-vendor-no to rvh-vendor-no
           move rtv-part-no to rvh-part-no
           move posting-store-id to rvh-store-id
           move rtv-quantity to rvh-quantity
           move rtv-reason-code to rvh-reason-code
           move rtv-po-number to rvh-po-number
           move inv-avg-cost to rvh-unit-cost
           move memo-amount to rvh-memo-amount
           write rtv-history-rec
           perform 450-print-debit-memo
           add 1 to returns-posted
           add memo-amount to total-memo-amount
           move spaces to register-detail-line
           move rtv-number to reg-rtv-out
           move rtv-vendor-no to reg-vendor-out
           move rtv-part-no to reg-part-out
           move posting-store-id to reg-store-out
           move rtv-quantity to reg-qty-out
           move inv-avg-cost to reg-cost-out
           move memo-amount to reg-memo-out
           move rtv-po-number to reg-po-out
           move reason-text to reg-reason-out
           write print-rec from register-detail-line.
       430-post-location-balance.
           if rtv-store-id = spaces
              move "00001" to posting-store-id
           else
              move rtv-store-id to posting-store-id
           end-if
           move 0 to location-found-idx
           perform varying location-table-idx from 1 by 1
                   until location-table-idx > location-table-count
              if rtv-part-no = lct-part-no(location-table-idx)
                 and posting-store-id
                    = lct-store-id(location-table-idx)
                 move location-table-idx to location-found-idx
              end-if
           end-perform
           if location-found-idx = 0
              if location-table-count > 799
                 display "RTVPOST: LOCATION TABLE FULL"
                 perform 920-release-master-lock
                 stop run
              end-if
              add 1 to location-table-count
              move location-table-count to location-found-idx
              move rtv-part-no to lct-part-no(location-found-idx)
              move posting-store-id
                to lct-store-id(location-found-idx)
              move 0 to lct-qty-on-hand(location-found-idx)
              move 0 to lct-in-transit(location-found-idx)
              move 0 to lct-on-layaway(location-found-idx)
              move 0 to lct-min-qty(location-found-idx)
              move 0 to lct-max-qty(location-found-idx)
           end-if
           subtract rtv-quantity
             from lct-qty-on-hand(location-found-idx).
       450-print-debit-memo.
           move rtv-number to memo-rtv-out
           move business-date-work to memo-date-out
           move rtv-vendor-no to memo-vendor-out
           write memo-print-rec from memo-line-1
           move rmt-remit-name(remit-found-idx) to memo-address-out
           write memo-print-rec from memo-address-line
           move rmt-address-1(remit-found-idx) to memo-address-out
           write memo-print-rec from memo-address-line
           if rmt-address-2(remit-found-idx) not = spaces
              move rmt-address-2(remit-found-idx)
                to memo-address-out
              write memo-print-rec from memo-address-line
           end-if
           move rmt-city-st-zip(remit-found-idx) to memo-address-out
           write memo-print-rec from memo-address-line
           write memo-print-rec from memo-line-2
           move rtv-part-no to memo-part-out
           move inv-part-desc to memo-desc-out
           move rtv-quantity to memo-qty-out
           move inv-avg-cost to memo-cost-out
           move memo-amount to memo-amount-out
           write memo-print-rec from memo-line-3
           move rtv-po-number to memo-po-out
           move reason-text to memo-reason-out
           write memo-print-rec from memo-line-4
           write memo-print-rec from memo-separator.
       480-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "RTVPOST " to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move "inv-mast    " to UJ-FILE-NAME
           move "RTV    " to UJ-ACTION
           move rtv-part-no to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move inv-master-rec to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
       500-write-gl-postings.
           if total-memo-amount > 0
              move business-date-work to GLP-POST-DATE
              move "RTVPOST " to GLP-SOURCE-PROGRAM
              move "APTRADE " to GLP-ACCOUNT
              move total-memo-amount to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "INVASSET" to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-memo-amount to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       600-save-location-balances.
           open output location-balance-file
           perform varying location-table-idx from 1 by 1
                   until location-table-idx > location-table-count
              move lct-part-no(location-table-idx) to loc-part-no
              move lct-store-id(location-table-idx)
                to loc-store-id
              if lct-qty-on-hand(location-table-idx) < 0
                 move 0 to loc-qty-on-hand
              else
                 move lct-qty-on-hand(location-table-idx)
                   to loc-qty-on-hand
              end-if
              move lct-in-transit(location-table-idx)
                to loc-in-transit
              move lct-on-layaway(location-table-idx)
                to loc-qty-on-layaway
              move lct-min-qty(location-table-idx) to loc-min-qty
              move lct-max-qty(location-table-idx) to loc-max-qty
              write location-balance-rec
           end-perform
           close location-balance-file.
       700-reject-routine.
           add 1 to returns-rejected
           move spaces to SUSPENSE-REC
           move "RTVPOST " to SUSP-SOURCE-PROGRAM
           move rtv-number to SUSP-KEY-FIELD(1:8)
           move rtv-part-no to SUSP-KEY-FIELD(10:5)
           move rtv-vendor-no to SUSP-KEY-FIELD(16:5)
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC.
       810-clear-returns.
           open output return-file
           close return-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "RTVPOST " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move returns-read to RL-RECORDS-IN
           move returns-posted to RL-RECORDS-OUT
           move returns-rejected to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       910-take-master-lock.
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "RTVPOST: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "RTVPOST " to lk-holder
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
