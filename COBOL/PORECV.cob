      *> on po-recv-hist with the order and receipt dates so the
      *> vendor scorecard can measure actual lead time and fill rate.
      *> Receipts for unknown or closed POs and unknown parts divert
      *> to the suspense file.  A PO bought for a customer special
      *> order (spc-ord) reserves what comes in for that customer in
      *> inv-qty-reserved instead of putting it on the open shelf;
      *> an order received in full goes on the pickup notice list
      *> for the store to call the customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT receipt-file ASSIGN TO po-recv
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS inv-part-no.
                     SELECT OPTIONAL special-order-file
           ASSIGN TO "spc-ord"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS so-order-no.
                     SELECT pickup-notice-list ASSIGN TO "so-notice"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL receipt-history-file
           ASSIGN TO "po-recv-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
           05  pon-status          pic x(1).
       fd  inventory-master.
           COPY INVMAST.
       fd  special-order-file.
           COPY SPCORD.
       fd  pickup-notice-list.
       01  notice-rec.
           05 pic x(132).
       fd  receipt-history-file.
       01  receipt-history-rec.
           05  rh-po-number        pic 9(6).
               10  pot-promised     pic 9(3).
               10  pot-received-qty pic 9(5).
               10  pot-status       pic x(1).
       01  more-special-orders      picture xxx value 'yes'.
       01  spc-table-idx            pic 9(4) comp.
       01  spc-table-count          pic 9(4) value 0.
       01  spc-found-idx            pic 9(4) comp value 0.
       01  special-order-table.
           05  spc-entry OCCURS 500 TIMES.
               10  spt-order-no     pic 9(6).
               10  spt-po-number    pic 9(6).
       01  reserve-qty              pic 9(5).
       01  balance-due-work         pic 9(4)v99.
       01  notices-written          pic 9(5) value 0.
       01  part-found-sw            pic x value 'N'.
           88  part-found               value 'Y'.
       01  open-balance-qty         pic s9(6).
           05  reg-received-out        pic zz,zz9.
           05 pic x(2) value spaces.
           05  reg-flag-out            pic x(22).
       01  notice-header.
           05 pic x(34) value "SPECIAL ORDERS READY FOR PICKUP   ".
           05  notice-date-out         pic 9(8).
       01  notice-column-header.
           05 pic x(6) value "ORDER ".
           05 pic x(2) value spaces.
           05 pic x(7) value "CUST NO".
           05 pic x(2) value spaces.
           05 pic x(12) value "NAME KEY    ".
           05 pic x(2) value spaces.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(4) value " QTY".
           05 pic x(2) value spaces.
           05 pic x(8) value "ORDERED ".
           05 pic x(2) value spaces.
           05 pic x(9) value "    PAID$".
           05 pic x(2) value spaces.
           05 pic x(9) value " BAL DUE$".
       01  notice-detail-line.
           05  notice-order-out        pic 9(6).
           05 pic x(2) value spaces.
           05  notice-customer-no-out  pic 9(7).
           05 pic x(2) value spaces.
           05  notice-customer-out     pic x(12).
           05 pic x(2) value spaces.
           05  notice-part-out         pic x(5).
           05 pic x(2) value spaces.
           05  notice-qty-out          pic zzz9.
           05 pic x(2) value spaces.
           05  notice-ordered-out      pic 9(8).
           05 pic x(2) value spaces.
           05  notice-paid-out         pic z,zz9.99.
           05 pic x(3) value spaces.
           05  notice-balance-out      pic z,zz9.99.
       01  notice-trailer-line.
           05 pic x(18) value "ORDERS TO CALL    ".
           05  notices-out             pic zz,zz9.
       01  trailer-line.
           05 pic x(9) value "RECEIPTS ".
           05  receipts-out            pic zz,zz9.
                output receiving-register
                output reject-listing
                i-o inventory-master
                i-o special-order-file
                output pickup-notice-list
                extend receipt-history-file
                extend run-log-file
           perform 130-load-special-orders
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from blank-line
           move business-date-work to notice-date-out
           write notice-rec from notice-header
           write notice-rec from blank-line
           write notice-rec from notice-column-header
           write notice-rec from blank-line
           perform until are-there-more-records = 'no '
              read receipt-file
                    at end
           move receipts-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move notices-written to notices-out
           write notice-rec from blank-line
           write notice-rec from notice-trailer-line
           perform 900-write-run-log
           close receipt-file
                 receiving-register
                 reject-listing
                 inventory-master
                 special-order-file
                 pickup-notice-list
                 receipt-history-file
                 run-log-file
           perform 800-save-open-pos
              end-read
           end-perform
           close open-po-file.
       130-load-special-orders.
      *>   the special orders now on a PO, by PO number, so each
      *>   receipt can find the customer it was bought for
           perform until more-special-orders = 'no '
              read special-order-file next record
                    at end
                       move 'no ' to more-special-orders
                    not at end
                       if so-on-order
                          add 1 to spc-table-count
                          if spc-table-count > 500
                             display "PORECV: MORE THAN 500 OPEN "
                                "SPECIAL ORDERS -- TABLE FULL"
                             stop run
                          end-if
                          move so-order-no
                            to spt-order-no(spc-table-count)
                          move so-po-number
                            to spt-po-number(spc-table-count)
                       end-if
              end-read
           end-perform.
       200-post-one-receipt.
           move 0 to po-found-idx
           perform varying po-table-idx from 1 by 1
           else
              perform 350-recompute-average-cost
              add rcp-received-qty to inv-qty-on-hand
              perform 450-reserve-special-order
              rewrite inv-master-rec
              add rcp-received-qty
                to pot-received-qty(po-found-idx)
           move business-date-work to rh-receipt-date
           move pot-promised(po-found-idx) to rh-promised-days
           write receipt-history-rec.
       450-reserve-special-order.
      *>   what comes in against a special-order PO is held for the
      *>   customer up to the quantity ordered; anything over that
      *>   goes on the open shelf like any other receipt
           move 0 to spc-found-idx
           perform varying spc-table-idx from 1 by 1
                   until spc-table-idx > spc-table-count
              if rcp-po-number = spt-po-number(spc-table-idx)
                 move spc-table-idx to spc-found-idx
              end-if
           end-perform
           if spc-found-idx > 0
              move spt-order-no(spc-found-idx) to so-order-no
              read special-order-file
                   invalid key
                      continue
                   not invalid key
                      if so-on-order
                         perform 460-apply-reservation
                      end-if
              end-read
           end-if.
       460-apply-reservation.
           if inv-qty-reserved is not numeric
              move 0 to inv-qty-reserved
           end-if
           compute reserve-qty = so-order-qty - so-received-qty
           if reserve-qty > rcp-received-qty
              move rcp-received-qty to reserve-qty
           end-if
           add reserve-qty to so-received-qty
           add reserve-qty to inv-qty-reserved
           if so-received-qty not < so-order-qty
              move 'R' to so-status
              move business-date-work to so-received-date
              perform 470-write-pickup-notice
           end-if
           rewrite special-order-rec.
       470-write-pickup-notice.
           add 1 to notices-written
           if so-deposit-paid > so-order-total
              move 0 to balance-due-work
           else
              compute balance-due-work =
                 so-order-total - so-deposit-paid
           end-if
           move so-order-no to notice-order-out
           move so-customer-no to notice-customer-no-out
           move so-customer-key to notice-customer-out
           move so-part-no to notice-part-out
           move so-order-qty to notice-qty-out
           move so-order-date to notice-ordered-out
           move so-deposit-paid to notice-paid-out
           move balance-due-work to notice-balance-out
           write notice-rec from notice-detail-line.
       700-reject-receipt.
           add 1 to receipts-rejected
           move spaces to SUSPENSE-REC
