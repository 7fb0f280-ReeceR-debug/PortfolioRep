           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS inv-part-no.
                     SELECT OPTIONAL special-order-file
           ASSIGN TO "spc-ord"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS so-order-no.
                     SELECT OPTIONAL store-short-file
           ASSIGN TO "replen-short"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT po-sort-file ASSIGN TO "srtwk4".
                     SELECT sorted-po-file ASSIGN TO po-srt
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY REJLIST.
       fd  inventory-master.
           COPY INVMAST.
       fd  special-order-file.
           COPY SPCORD.
      *> a store below its replenishment minimum that no other
      *> store could cover (written by REPLEN)
       fd  store-short-file.
       01  store-short-rec.
           05  rs-part-no          pic x(5).
           05  rs-store-id         pic x(5).
           05  rs-short-qty        pic 9(5).
       SD  po-sort-file.
       01  po-sort-rec.
           05  srt-vendor-no       pic x(5).
           05  srt-order-qty       pic 9(5).
           05  srt-lead-time       pic 9(3).
           05  srt-unit-cost       pic 9(5)v99.
           05  srt-special-order-no pic 9(6).
           05  srt-store-short     pic 9(6).
       fd  sorted-po-file.
       01  sorted-po-rec.
           05  spo-vendor-no       pic x(5).
           05  spo-order-qty       pic 9(5).
           05  spo-lead-time       pic 9(3).
           05  spo-unit-cost       pic 9(5)v99.
           05  spo-special-order-no pic 9(6).
           05  spo-store-short     pic 9(6).
       fd  suggested-po-file.
       01  suggested-po-rec.
           05  po-vendor-no        pic x(5).
           05  po-unit-cost        pic 9(5)v99.
           05  po-extended-cost    pic 9(7)v99.
           05  po-lead-time-days   pic 9(3).
      *>   a customer special order (spc-ord) is a must-order line of
      *>   its own; zero on an ordinary reorder suggestion
           05  po-special-order-no pic 9(6).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-vendor-records      picture xxx value 'yes'.
       01  more-sorted-records      picture xxx value 'yes'.
       01  more-special-orders      picture xxx value 'yes'.
       01  more-short-records       picture xxx value 'yes'.
       01  short-table-idx          pic 9(4) comp.
       01  short-table-count        pic 9(4) value 0.
       01  short-found-idx          pic 9(4) comp value 0.
       01  short-table.
           05  short-entry OCCURS 800 TIMES.
               10  sht-part-no      pic x(5).
               10  sht-quantity     pic 9(6).
       01  store-short-qty          pic 9(6).
       01  available-qty            pic s9(6).
       01  reorder-threshold        pic 9(5) value 25.
       01  vendor-table-idx         pic 9(3) comp.
       01  vendor-table-count       pic 9(3) value 0.
           05 pic x(2) value spaces.
           05 pic x(5) value "COST ".
           05  detail-ext-cost-out     pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-special-out      pic x(14).
           05  detail-special-no-out   pic z(6).
       01  vendor-total-line.
           05 pic x(2) value spaces.
           05 pic x(13) value "VENDOR TOTAL ".
       100-main-module.
           perform 950-get-business-date
           perform 120-load-vendor-master
           perform 130-load-store-shortfalls
           open output buyer-listing
                output reject-listing
                output suggested-po-file
           write print-rec from blank-line
           SORT po-sort-file
                ON ASCENDING KEY srt-vendor-no srt-part-no
                                 srt-special-order-no
                INPUT PROCEDURE IS 200-scan-inventory
                GIVING sorted-po-file
           perform 400-print-buyer-listing
              end-read
           end-perform
           close vendor-master-file.
       130-load-store-shortfalls.
      *>   one entry per part, the stores' shortfalls added together
           open input store-short-file
           perform until more-short-records = 'no '
              read store-short-file
                    at end
                       move 'no ' to more-short-records
                    not at end
                       if rs-short-qty is numeric
                          perform 135-add-store-shortfall
                       end-if
              end-read
           end-perform
           close store-short-file.
       135-add-store-shortfall.
           move 0 to short-found-idx
           perform varying short-table-idx from 1 by 1
                   until short-table-idx > short-table-count
              if rs-part-no = sht-part-no(short-table-idx)
                 move short-table-idx to short-found-idx
              end-if
           end-perform
           if short-found-idx = 0
              add 1 to short-table-count
              if short-table-count > 800
                 display "POSUGG: REPLEN-SHORT HAS MORE THAN 800 "
                    "PARTS -- TABLE FULL"
                 close store-short-file
                 stop run
              end-if
              move short-table-count to short-found-idx
              move rs-part-no to sht-part-no(short-found-idx)
              move 0 to sht-quantity(short-found-idx)
           end-if
           add rs-short-qty to sht-quantity(short-found-idx).
       200-scan-inventory.
           perform until are-there-more-records = 'no '
              read inventory-master next record
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 210-compute-available
                       perform 220-find-store-shortfall
                       if available-qty < reorder-threshold
                          or store-short-qty > 0
                          perform 300-release-suggestion
                       end-if
              end-read
           end-perform
           perform 250-scan-special-orders.
       210-compute-available.
      *>   stock held on layaway or reserved for a special order is
      *>   not on the open shelf, so it does not count toward the
      *>   reorder point
           if inv-qty-on-layaway not numeric
              move 0 to inv-qty-on-layaway
           end-if
           if inv-qty-reserved not numeric
              move 0 to inv-qty-reserved
           end-if
           compute available-qty = inv-qty-on-hand
              - inv-qty-on-layaway - inv-qty-reserved
           if available-qty < 0
              move 0 to available-qty
           end-if.
       220-find-store-shortfall.
           move 0 to store-short-qty
           perform varying short-table-idx from 1 by 1
                   until short-table-idx > short-table-count
              if inv-part-no = sht-part-no(short-table-idx)
                 move sht-quantity(short-table-idx) to store-short-qty
              end-if
           end-perform.
       250-scan-special-orders.
      *>   every special order not yet bought is a must-order line
      *>   for its own quantity from the vendor it was taken against,
      *>   whatever the stock level
           open input special-order-file
           perform until more-special-orders = 'no '
              read special-order-file
                    at end
                       move 'no ' to more-special-orders
                    not at end
                       if so-entered
                          add 1 to run-log-records-in
                          perform 350-release-special-order
                       end-if
              end-read
           end-perform
           close special-order-file.
       300-release-suggestion.
           move 0 to vendor-found-idx
           perform varying vendor-table-idx from 1 by 1
                to srt-vendor-name
              move inv-qty-on-hand to srt-qty-on-hand
              move vt-order-qty(vendor-found-idx) to srt-order-qty
      *>       never order less than the stores are short
              if store-short-qty > srt-order-qty
                 move store-short-qty to srt-order-qty
              end-if
              move vt-lead-time(vendor-found-idx) to srt-lead-time
              move vt-unit-cost(vendor-found-idx) to srt-unit-cost
              move 0 to srt-special-order-no
              move store-short-qty to srt-store-short
              RELEASE po-sort-rec
           end-if.
       350-release-special-order.
           move 0 to vendor-found-idx
           perform varying vendor-table-idx from 1 by 1
                   until vendor-table-idx > vendor-table-count
              if so-part-no = vt-part-no(vendor-table-idx)
                 and so-vendor-no = vt-vendor-no(vendor-table-idx)
                 move vendor-table-idx to vendor-found-idx
              end-if
           end-perform
           if vendor-found-idx = 0
              add 1 to run-log-records-rejected
              move spaces to SUSPENSE-REC
              move "POSUGG  " to SUSP-SOURCE-PROGRAM
              move so-order-no to SUSP-KEY-FIELD(1:6)
              move so-part-no to SUSP-KEY-FIELD(8:5)
              move "VENDOR NO LONGER SUPPLIES SPECIAL ORDER"
                to SUSP-REASON
              write SUSPENSE-REC
           else
              move so-vendor-no to srt-vendor-no
              move so-part-no to srt-part-no
              move vt-vendor-name(vendor-found-idx)
                to srt-vendor-name
              move 0 to srt-qty-on-hand
              move so-order-qty to srt-order-qty
              move vt-lead-time(vendor-found-idx) to srt-lead-time
              move vt-unit-cost(vendor-found-idx) to srt-unit-cost
              move so-order-no to srt-special-order-no
              move 0 to srt-store-short
              RELEASE po-sort-rec
           end-if.
       400-print-buyer-listing.
           move spo-unit-cost to po-unit-cost
           move extended-cost to po-extended-cost
           move spo-lead-time to po-lead-time-days
           move spo-special-order-no to po-special-order-no
           write suggested-po-rec
           add 1 to run-log-records-out
           add extended-cost to vendor-total-cost
           move spo-order-qty to detail-order-qty-out
           move spo-lead-time to detail-lead-time-out
           move extended-cost to detail-ext-cost-out
           evaluate true
              when spo-special-order-no > 0
                 move "SPECIAL ORDER " to detail-special-out
                 move spo-special-order-no to detail-special-no-out
              when spo-store-short > 0
                 move "STORES SHORT  " to detail-special-out
                 move spo-store-short to detail-special-no-out
              when other
                 move spaces to detail-special-out
                 move 0 to detail-special-no-out
           end-evaluate
           write print-rec from po-detail-line.
       550-print-vendor-header.
           move prev-vendor-no to vendor-no-out
