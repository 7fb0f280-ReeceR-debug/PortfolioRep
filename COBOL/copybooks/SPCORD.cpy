      *> Special-order ledger, one record per customer special order,
      *> taken at the register (Cap3-9) for a part we do not have on
      *> the shelf.  so-status -- N entered, not yet bought; O on
      *> order (PORELEAS has released a purchase order for it, PO
      *> number in so-po-number); R received (PORECV has reserved the
      *> stock for the customer in inv-qty-reserved); P picked up
      *> (the sale rung); C cancelled.  The order is priced when it
      *> is taken; any deposit is a liability, not a sale, until
      *> pickup.  SORDRPT ages the orders still open.  The order
      *> belongs to the permanent customer number; the name key is
      *> carried for the listings only.
       01  special-order-rec.
           05  so-order-no             pic 9(6).
           05  so-customer-key         pic x(12).
           05  so-status               pic x(1).
               88  so-entered              value 'N'.
               88  so-on-order             value 'O'.
               88  so-received             value 'R'.
               88  so-picked-up            value 'P'.
               88  so-cancelled            value 'C'.
           05  so-part-no              pic x(5).
           05  so-order-qty            pic 9(3).
           05  so-unit-price           pic 9(5)v99.
           05  so-merch-amount         pic 9(4)v99.
           05  so-discount-amt         pic 9(4)v99.
           05  so-tax-amt              pic 9(4)v99.
           05  so-order-total          pic 9(4)v99.
           05  so-deposit-paid         pic 9(4)v99.
           05  so-vendor-no            pic x(5).
           05  so-po-number            pic 9(6).
           05  so-received-qty         pic 9(3).
           05  so-order-date           pic 9(8).
           05  so-po-date              pic 9(8).
           05  so-received-date        pic 9(8).
           05  so-close-date           pic 9(8).
           05  so-operator-id          pic x(3).
           05  so-customer-no          pic 9(7).
