       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.
      *> Landed-cost allocation.  Each inbound freight or duty charge
      *> on the land-chg feed is laid against the goods it brought
      *> in -- either one purchase order, or one vendor's shipment
      *> (everything received from that vendor on a given date) --
      *> and spread over the parts received on po-recv-hist by value
      *> (quantity times PO cost), by quantity, or by weight (the
      *> unit weights on part-wgt).  The share for the units still on
      *> hand goes into inv-avg-cost; the share for units already
      *> sold before the charge arrived goes to cost of goods.  The
      *> entries (inventory and cost of goods against the freight
      *> clearing account the carrier's bill was charged to) post
      *> through GLCONSOL.  A charge already on land-hist, or one
      *> that finds nothing received, is rejected.  land-chg is
      *> emptied once posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL charge-file ASSIGN TO land-chg
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT allocation-register ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO land-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT inventory-master ASSIGN TO "inv-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS inv-part-no.
                     SELECT OPTIONAL open-po-file ASSIGN TO "po-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL receipt-history-file
           ASSIGN TO "po-recv-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL part-weight-file
           ASSIGN TO "part-wgt"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL landed-history-file
           ASSIGN TO "land-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-inv-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT gl-posting-file ASSIGN TO GL-POST-LND
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  charge-file.
       01  charge-rec.
           05  lc-charge-id        pic x(8).
           05  lc-charge-type      pic x(1).
               88  lc-freight          value 'F'.
               88  lc-duty             value 'D'.
           05  lc-amount           pic 9(7)v99.
      *>   V = by value, Q = by quantity, W = by weight
           05  lc-basis            pic x(1).
               88  lc-by-value         value 'V'.
               88  lc-by-quantity      value 'Q'.
               88  lc-by-weight        value 'W'.
      *>   either a PO number, or (PO zero) a vendor and the date its
      *>   shipment was received
           05  lc-po-number        pic 9(6).
           05  lc-vendor-no        pic x(5).
           05  lc-receipt-date     pic 9(8).
       fd  allocation-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  inventory-master.
           COPY INVMAST.
       fd  open-po-file.
       01  open-po-rec.
           05  pon-po-number       pic 9(6).
           05  pon-vendor-no       pic x(5).
           05  pon-part-no         pic x(5).
           05  pon-order-qty       pic 9(5).
           05  pon-unit-cost       pic 9(5)v99.
           05  pon-order-date      pic 9(8).
           05  pon-promised-days   pic 9(3).
           05  pon-received-qty    pic 9(5).
           05  pon-status          pic x(1).
       fd  receipt-history-file.
       01  receipt-history-rec.
           05  rh-po-number        pic 9(6).
           05  rh-vendor-no        pic x(5).
           05  rh-part-no          pic x(5).
           05  rh-order-qty        pic 9(5).
           05  rh-received-qty     pic 9(5).
           05  rh-order-date       pic 9(8).
           05  rh-receipt-date     pic 9(8).
           05  rh-promised-days    pic 9(3).
       fd  part-weight-file.
       01  part-weight-rec.
           05  pw-part-no          pic x(5).
           05  pw-unit-weight      pic 9(5)v99.
       fd  landed-history-file.
       01  landed-history-rec.
           05  lh-charge-id        pic x(8).
           05  lh-charge-type      pic x(1).
           05  lh-post-date        pic 9(8).
           05  lh-part-no          pic x(5).
           05  lh-received-qty     pic 9(7).
           05  lh-share-amt        pic 9(7)v99.
           05  lh-to-inventory     pic 9(7)v99.
           05  lh-to-cogs          pic 9(7)v99.
           05  lh-old-avg-cost     pic 9(5)v99.
           05  lh-new-avg-cost     pic 9(5)v99.
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
       01  more-po-records          picture xxx value 'yes'.
       01  more-receipt-records     picture xxx value 'yes'.
       01  more-weight-records      picture xxx value 'yes'.
       01  more-history-records     picture xxx value 'yes'.
       01  part-found-sw            pic x value 'N'.
           88  part-found               value 'Y'.
       01  reject-reason            pic x(40).
       01  charge-table-idx         pic 9(3) comp.
       01  charge-table-count       pic 9(3) value 0.
       01  charge-table.
           05  charge-entry OCCURS 200 TIMES.
               10  cht-charge-id    pic x(8).
               10  cht-charge-type  pic x(1).
               10  cht-amount       pic 9(7)v99.
               10  cht-basis        pic x(1).
               10  cht-po-number    pic 9(6).
               10  cht-vendor-no    pic x(5).
               10  cht-receipt-date pic 9(8).
      *>           blank while good, else the reason it is rejected
               10  cht-reject-reason pic x(40).
               10  cht-basis-total  pic 9(11)v99.
       01  po-table-idx             pic 9(4) comp.
       01  po-table-count           pic 9(4) value 0.
       01  po-found-idx             pic 9(4) comp value 0.
       01  po-table.
           05  po-entry OCCURS 500 TIMES.
               10  pot-po-number    pic 9(6).
               10  pot-unit-cost    pic 9(5)v99.
       01  weight-table-idx         pic 9(4) comp.
       01  weight-table-count       pic 9(4) value 0.
       01  weight-found-idx         pic 9(4) comp value 0.
       01  weight-table.
           05  weight-entry OCCURS 800 TIMES.
               10  wtt-part-no      pic x(5).
               10  wtt-unit-weight  pic 9(5)v99.
      *>   the parts each charge is spread over, one entry per charge
      *>   and part however many receipts brought the part in
       01  line-table-idx           pic 9(4) comp.
       01  line-table-count         pic 9(4) value 0.
       01  line-found-idx           pic 9(4) comp value 0.
       01  line-table.
           05  line-entry OCCURS 800 TIMES.
               10  lnt-charge-idx   pic 9(3) comp.
               10  lnt-part-no      pic x(5).
               10  lnt-received-qty pic 9(7).
               10  lnt-value        pic 9(9)v99.
               10  lnt-weight       pic 9(9)v99.
               10  lnt-no-weight-sw pic x(1).
       01  last-line-idx            pic 9(4) comp.
       01  line-basis               pic 9(11)v99.
       01  share-amount             pic 9(7)v99.
       01  share-allocated          pic 9(7)v99.
       01  inventory-portion        pic 9(7)v99.
       01  cogs-portion             pic 9(7)v99.
       01  old-average-cost         pic 9(5)v99.
       01  before-image-work        pic x(132).
       01  charges-read             pic 9(7) value 0.
       01  charges-posted           pic 9(7) value 0.
       01  charges-rejected         pic 9(7) value 0.
       01  total-charged            pic 9(9)v99 value 0.
       01  total-to-inventory       pic 9(9)v99 value 0.
       01  total-to-cogs            pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(30) value "LANDED COST ALLOCATION        ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  charge-header-line.
           05 pic x(7) value "CHARGE ".
           05  chg-id-out              pic x(8).
           05 pic x(2) value spaces.
           05  chg-type-out            pic x(7).
           05 pic x(2) value spaces.
           05  chg-against-out         pic x(30).
           05 pic x(4) value "  $ ".
           05  chg-amount-out          pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  chg-basis-out           pic x(12).
       01  column-header.
           05 pic x(4) value spaces.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(8) value "RECEIVED".
           05 pic x(2) value spaces.
           05 pic x(8) value "ON HAND ".
           05 pic x(2) value spaces.
           05 pic x(12) value "       SHARE".
           05 pic x(2) value spaces.
           05 pic x(12) value "TO INVENTORY".
           05 pic x(2) value spaces.
           05 pic x(12) value "     TO COGS".
           05 pic x(2) value spaces.
           05 pic x(9) value "  OLD AVG".
           05 pic x(2) value spaces.
           05 pic x(9) value "  NEW AVG".
       01  allocation-line.
           05 pic x(4) value spaces.
           05  alloc-part-out          pic x(5).
           05 pic x(2) value spaces.
           05  alloc-received-out      pic z,zzz,zz9.
           05 pic x(1) value spaces.
           05  alloc-on-hand-out       pic zz,zz9.
           05 pic x(4) value spaces.
           05  alloc-share-out         pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  alloc-inventory-out     pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  alloc-cogs-out          pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  alloc-old-avg-out       pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  alloc-new-avg-out       pic zz,zz9.99.
       01  trailer-line.
           05 pic x(8) value "CHARGES ".
           05  read-out                pic zz,zz9.
           05 pic x(9) value "  POSTED ".
           05  posted-out              pic zz,zz9.
           05 pic x(11) value "  REJECTED ".
           05  rejected-out            pic zz,zz9.
       01  trailer-amount-line.
           05  trailer-label-out       pic x(30).
           05  trailer-amount-out      pic zzz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 910-take-master-lock
           perform 110-load-charges
           perform 120-load-open-pos
           perform 130-load-part-weights
           perform 140-check-prior-charges
           perform 150-gather-received-lines
           open output allocation-register
                output reject-listing
                output gl-posting-file
                i-o inventory-master
                extend landed-history-file
                extend update-journal-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from blank-line
           perform varying charge-table-idx from 1 by 1
                   until charge-table-idx > charge-table-count
              perform 200-post-one-charge
           end-perform
           perform 500-write-gl-postings
           perform 700-print-totals
           perform 900-write-run-log
           close allocation-register
                 reject-listing
                 gl-posting-file
                 inventory-master
                 landed-history-file
                 update-journal-file
                 run-log-file
           perform 810-clear-charges
           perform 920-release-master-lock
           stop run.
       110-load-charges.
           open input charge-file
           perform until are-there-more-records = 'no '
              read charge-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to charges-read
                       perform 115-edit-one-charge
              end-read
           end-perform
           close charge-file.
       115-edit-one-charge.
           add 1 to charge-table-count
           if charge-table-count > 200
              display "LANDCOST: MORE THAN 200 FREIGHT AND DUTY "
                 "CHARGES -- TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           move lc-charge-id to cht-charge-id(charge-table-count)
           move lc-charge-type to cht-charge-type(charge-table-count)
           move lc-basis to cht-basis(charge-table-count)
           move lc-vendor-no to cht-vendor-no(charge-table-count)
           move 0 to cht-amount(charge-table-count)
           move 0 to cht-po-number(charge-table-count)
           move 0 to cht-receipt-date(charge-table-count)
           move 0 to cht-basis-total(charge-table-count)
           move spaces to cht-reject-reason(charge-table-count)
           if lc-amount is numeric
              move lc-amount to cht-amount(charge-table-count)
           end-if
           if lc-po-number is numeric
              move lc-po-number to cht-po-number(charge-table-count)
           end-if
           if lc-receipt-date is numeric
              move lc-receipt-date
                to cht-receipt-date(charge-table-count)
           end-if
           evaluate true
              when lc-charge-id = spaces
                 move "CHARGE ID MISSING"
                   to cht-reject-reason(charge-table-count)
              when not lc-freight and not lc-duty
                 move "CHARGE TYPE NOT F OR D"
                   to cht-reject-reason(charge-table-count)
              when cht-amount(charge-table-count) = 0
                 move "CHARGE AMOUNT MISSING OR ZERO"
                   to cht-reject-reason(charge-table-count)
              when not lc-by-value
                 and not lc-by-quantity
                 and not lc-by-weight
                 move "ALLOCATION BASIS NOT V, Q OR W"
                   to cht-reject-reason(charge-table-count)
              when cht-po-number(charge-table-count) = 0
                 and (lc-vendor-no = spaces
                      or cht-receipt-date(charge-table-count) = 0)
                 move "NEITHER PO NOR VENDOR AND RECEIPT DATE"
                   to cht-reject-reason(charge-table-count)
              when other
                 continue
           end-evaluate
      *>   the same charge twice on tonight's feed
           perform varying charge-table-idx from 1 by 1
                   until charge-table-idx >= charge-table-count
              if cht-charge-id(charge-table-idx) = lc-charge-id
                 and cht-reject-reason(charge-table-count) = spaces
                 move "CHARGE ID ALREADY ALLOCATED"
                   to cht-reject-reason(charge-table-count)
              end-if
           end-perform.
       120-load-open-pos.
           open input open-po-file
           perform until more-po-records = 'no '
              read open-po-file
                    at end
                       move 'no ' to more-po-records
                    not at end
                       add 1 to po-table-count
                       if po-table-count > 500
                          display "LANDCOST: MORE THAN 500 PURCHASE "
                             "ORDERS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move pon-po-number
                         to pot-po-number(po-table-count)
                       move pon-unit-cost
                         to pot-unit-cost(po-table-count)
              end-read
           end-perform
           close open-po-file.
       130-load-part-weights.
           open input part-weight-file
           perform until more-weight-records = 'no '
              read part-weight-file
                    at end
                       move 'no ' to more-weight-records
                    not at end
                       add 1 to weight-table-count
                       if weight-table-count > 800
                          display "LANDCOST: MORE THAN 800 PART "
                             "WEIGHTS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move pw-part-no
                         to wtt-part-no(weight-table-count)
                       move 0 to wtt-unit-weight(weight-table-count)
                       if pw-unit-weight is numeric
                          move pw-unit-weight
                            to wtt-unit-weight(weight-table-count)
                       end-if
              end-read
           end-perform
           close part-weight-file.
       140-check-prior-charges.
           open input landed-history-file
           perform until more-history-records = 'no '
              read landed-history-file
                    at end
                       move 'no ' to more-history-records
                    not at end
                       perform varying charge-table-idx from 1 by 1
                          until charge-table-idx > charge-table-count
                          if lh-charge-id
                                = cht-charge-id(charge-table-idx)
                             and cht-reject-reason(charge-table-idx)
                                = spaces
                             move "CHARGE ID ALREADY ALLOCATED"
                               to cht-reject-reason(charge-table-idx)
                          end-if
                       end-perform
              end-read
           end-perform
           close landed-history-file.
       150-gather-received-lines.
           open input receipt-history-file
           perform until more-receipt-records = 'no '
              read receipt-history-file
                    at end
                       move 'no ' to more-receipt-records
                    not at end
                       perform varying charge-table-idx from 1 by 1
                          until charge-table-idx > charge-table-count
                          if cht-reject-reason(charge-table-idx)
                                = spaces
                             perform 160-match-receipt
                          end-if
                       end-perform
              end-read
           end-perform
           close receipt-history-file.
       160-match-receipt.
           if (cht-po-number(charge-table-idx) > 0
               and rh-po-number = cht-po-number(charge-table-idx))
              or (cht-po-number(charge-table-idx) = 0
                  and rh-vendor-no = cht-vendor-no(charge-table-idx)
                  and rh-receipt-date
                     = cht-receipt-date(charge-table-idx))
              perform 170-add-received-line
           end-if.
       170-add-received-line.
           move 0 to line-found-idx
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-charge-idx(line-table-idx) = charge-table-idx
                 and lnt-part-no(line-table-idx) = rh-part-no
                 move line-table-idx to line-found-idx
              end-if
           end-perform
           if line-found-idx = 0
              if line-table-count > 799
                 display "LANDCOST: MORE THAN 800 RECEIVED LINES "
                    "TO ALLOCATE -- TABLE FULL"
                 perform 920-release-master-lock
                 stop run
              end-if
              add 1 to line-table-count
              move line-table-count to line-found-idx
              move charge-table-idx to lnt-charge-idx(line-found-idx)
              move rh-part-no to lnt-part-no(line-found-idx)
              move 0 to lnt-received-qty(line-found-idx)
              move 0 to lnt-value(line-found-idx)
              move 0 to lnt-weight(line-found-idx)
              move 'N' to lnt-no-weight-sw(line-found-idx)
           end-if
           add rh-received-qty to lnt-received-qty(line-found-idx)
           move 0 to po-found-idx
           perform varying po-table-idx from 1 by 1
                   until po-table-idx > po-table-count
              if rh-po-number = pot-po-number(po-table-idx)
                 move po-table-idx to po-found-idx
              end-if
           end-perform
           if po-found-idx > 0
              compute lnt-value(line-found-idx) =
                 lnt-value(line-found-idx)
                 + (rh-received-qty * pot-unit-cost(po-found-idx))
           end-if
           move 0 to weight-found-idx
           perform varying weight-table-idx from 1 by 1
                   until weight-table-idx > weight-table-count
              if rh-part-no = wtt-part-no(weight-table-idx)
                 move weight-table-idx to weight-found-idx
              end-if
           end-perform
           if weight-found-idx = 0
              or wtt-unit-weight(weight-found-idx) = 0
              move 'Y' to lnt-no-weight-sw(line-found-idx)
           else
              compute lnt-weight(line-found-idx) =
                 lnt-weight(line-found-idx)
                 + (rh-received-qty
                    * wtt-unit-weight(weight-found-idx))
           end-if.
       200-post-one-charge.
           move 0 to last-line-idx
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-charge-idx(line-table-idx) = charge-table-idx
                 perform 210-get-line-basis
                 add line-basis to cht-basis-total(charge-table-idx)
                 move line-table-idx to last-line-idx
                 if cht-basis(charge-table-idx) = 'W'
                    and lnt-no-weight-sw(line-table-idx) = 'Y'
                    and cht-reject-reason(charge-table-idx) = spaces
                    move "RECEIVED PART HAS NO WEIGHT ON PART-WGT"
                      to cht-reject-reason(charge-table-idx)
                 end-if
              end-if
           end-perform
           if cht-reject-reason(charge-table-idx) = spaces
              and (last-line-idx = 0
                   or cht-basis-total(charge-table-idx) = 0)
              move "NOTHING RECEIVED TO SPREAD THE CHARGE OVER"
                to cht-reject-reason(charge-table-idx)
           end-if
           if cht-reject-reason(charge-table-idx) not = spaces
              perform 400-reject-charge
           else
              perform 250-allocate-charge
           end-if.
       210-get-line-basis.
           evaluate cht-basis(charge-table-idx)
              when 'V'
                 move lnt-value(line-table-idx) to line-basis
              when 'Q'
                 move lnt-received-qty(line-table-idx) to line-basis
              when other
                 move lnt-weight(line-table-idx) to line-basis
           end-evaluate.
       250-allocate-charge.
           add 1 to charges-posted
           add cht-amount(charge-table-idx) to total-charged
           move cht-charge-id(charge-table-idx) to chg-id-out
           if cht-charge-type(charge-table-idx) = 'F'
              move "FREIGHT" to chg-type-out
           else
              move "DUTY" to chg-type-out
           end-if
           move spaces to chg-against-out
           if cht-po-number(charge-table-idx) > 0
              string "PO " delimited by size
                     cht-po-number(charge-table-idx)
                        delimited by size
                     into chg-against-out
           else
              string "VENDOR " delimited by size
                     cht-vendor-no(charge-table-idx)
                        delimited by size
                     " RECEIVED " delimited by size
                     cht-receipt-date(charge-table-idx)
                        delimited by size
                     into chg-against-out
           end-if
           move cht-amount(charge-table-idx) to chg-amount-out
           evaluate cht-basis(charge-table-idx)
              when 'V'
                 move "BY VALUE" to chg-basis-out
              when 'Q'
                 move "BY QUANTITY" to chg-basis-out
              when other
                 move "BY WEIGHT" to chg-basis-out
           end-evaluate
           write print-rec from charge-header-line
           write print-rec from column-header
           move 0 to share-allocated
           perform varying line-table-idx from 1 by 1
                   until line-table-idx > line-table-count
              if lnt-charge-idx(line-table-idx) = charge-table-idx
                 perform 300-allocate-one-line
              end-if
           end-perform
           write print-rec from blank-line.
       300-allocate-one-line.
      *>   the last part takes whatever rounding has left over so
      *>   the shares add back to the charge
           if line-table-idx = last-line-idx
              compute share-amount =
                 cht-amount(charge-table-idx) - share-allocated
           else
              perform 210-get-line-basis
              compute share-amount ROUNDED =
                 cht-amount(charge-table-idx) * line-basis
                 / cht-basis-total(charge-table-idx)
           end-if
           add share-amount to share-allocated
           move 'N' to part-found-sw
           move lnt-part-no(line-table-idx) to inv-part-no
           read inventory-master
                invalid key
                   continue
                not invalid key
                   move 'Y' to part-found-sw
           end-read
           if not part-found
      *>      the part has since come off the master -- there is
      *>      nothing left to carry the cost, so it is all sold
              move 0 to inventory-portion
              move share-amount to cogs-portion
              move 0 to old-average-cost
              move 0 to inv-qty-on-hand
              move 0 to inv-avg-cost
           else
              perform 350-split-share
           end-if
           add inventory-portion to total-to-inventory
           add cogs-portion to total-to-cogs
           move lnt-part-no(line-table-idx) to alloc-part-out
           move lnt-received-qty(line-table-idx)
             to alloc-received-out
           move inv-qty-on-hand to alloc-on-hand-out
           move share-amount to alloc-share-out
           move inventory-portion to alloc-inventory-out
           move cogs-portion to alloc-cogs-out
           move old-average-cost to alloc-old-avg-out
           move inv-avg-cost to alloc-new-avg-out
           write print-rec from allocation-line
           move cht-charge-id(charge-table-idx) to lh-charge-id
           move cht-charge-type(charge-table-idx) to lh-charge-type
           move business-date-work to lh-post-date
           move lnt-part-no(line-table-idx) to lh-part-no
           move lnt-received-qty(line-table-idx) to lh-received-qty
           move share-amount to lh-share-amt
           move inventory-portion to lh-to-inventory
           move cogs-portion to lh-to-cogs
           move old-average-cost to lh-old-avg-cost
           move inv-avg-cost to lh-new-avg-cost
           write landed-history-rec.
       350-split-share.
      *>   units received beyond what is still on hand were sold
      *>   before the charge came in; their share is cost of goods
           if inv-avg-cost is not numeric
              move 0 to inv-avg-cost
           end-if
           move inv-avg-cost to old-average-cost
           if inv-qty-on-hand >= lnt-received-qty(line-table-idx)
              move share-amount to inventory-portion
           else
              compute inventory-portion ROUNDED =
                 share-amount * inv-qty-on-hand
                 / lnt-received-qty(line-table-idx)
           end-if
           compute cogs-portion = share-amount - inventory-portion
           if inv-qty-on-hand > 0 and inventory-portion > 0
              move inv-master-rec to before-image-work
              compute inv-avg-cost ROUNDED =
                 inv-avg-cost + (inventory-portion / inv-qty-on-hand)
              rewrite inv-master-rec
                    invalid key
                       display "LANDCOST: REWRITE FAILED FOR PART "
                          inv-part-no
                    not invalid key
                       perform 480-write-update-journal
              end-rewrite
           end-if.
       480-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "LANDCOST" to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move "inv-mast    " to UJ-FILE-NAME
           move "LANDCST" to UJ-ACTION
           move inv-part-no to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move inv-master-rec to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
       500-write-gl-postings.
           if total-charged > 0
              move business-date-work to GLP-POST-DATE
              move "LANDCOST" to GLP-SOURCE-PROGRAM
              if total-to-inventory > 0
                 move "INVASSET" to GLP-ACCOUNT
                 move total-to-inventory to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if total-to-cogs > 0
                 move "COGSEXP " to GLP-ACCOUNT
                 move total-to-cogs to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              move "FRTCLR  " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-charged to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       400-reject-charge.
           add 1 to charges-rejected
           move spaces to SUSPENSE-REC
           move "LANDCOST" to SUSP-SOURCE-PROGRAM
           move cht-charge-id(charge-table-idx) to SUSP-KEY-FIELD(1:8)
           move cht-po-number(charge-table-idx)
             to SUSP-KEY-FIELD(10:6)
           move cht-vendor-no(charge-table-idx)
             to SUSP-KEY-FIELD(17:4)
           move cht-reject-reason(charge-table-idx) to SUSP-REASON
           write SUSPENSE-REC.
       700-print-totals.
           move charges-read to read-out
           move charges-posted to posted-out
           move charges-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move "CHARGES ALLOCATED           $" to trailer-label-out
           move total-charged to trailer-amount-out
           write print-rec from trailer-amount-line
           move "INTO INVENTORY COST         $" to trailer-label-out
           move total-to-inventory to trailer-amount-out
           write print-rec from trailer-amount-line
           move "TO COST OF GOODS (SOLD)     $" to trailer-label-out
           move total-to-cogs to trailer-amount-out
           write print-rec from trailer-amount-line.
       810-clear-charges.
           open output charge-file
           close charge-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "LANDCOST" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move charges-read to RL-RECORDS-IN
           move charges-posted to RL-RECORDS-OUT
           move charges-rejected to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       910-take-master-lock.
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "LANDCOST: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "LANDCOST" to lk-holder
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
