      *> Layaway ledger, one record per contract, kept by the register
      *> (Cap3-9) and aged by LAYRPT.  A contract is opened with its
      *> items and a minimum deposit; the items are held out of
      *> available stock (inv-qty-on-layaway) and the money taken is a
      *> liability, not a sale, until pickup.  lay-status -- O open,
      *> P picked up (paid in full, the sale rung), F forfeited after
      *> lay-expire-date, C cancelled at the customer's request.  A
      *> forfeited or cancelled contract keeps the restocking fee
      *> (lay-fee-amount) and refunds the rest of what was paid.
      *> lay-contract-total is what the customer owes in all --
      *> merchandise less discount plus tax, priced when opened.
       01  layaway-ledger-rec.
           05  lay-contract-no         pic 9(6).
           05  lay-customer-name       pic x(20).
           05  lay-customer-phone      pic x(10).
           05  lay-status              pic x(1).
               88  lay-open                value 'O'.
               88  lay-picked-up           value 'P'.
               88  lay-forfeited           value 'F'.
               88  lay-cancelled           value 'C'.
           05  lay-open-date           pic 9(8).
           05  lay-expire-date         pic 9(8).
           05  lay-last-pay-date       pic 9(8).
           05  lay-close-date          pic 9(8).
           05  lay-merch-amount        pic 9(4)v99.
           05  lay-discount-amt        pic 9(4)v99.
           05  lay-tax-amt             pic 9(4)v99.
           05  lay-contract-total      pic 9(4)v99.
           05  lay-paid-total          pic 9(4)v99.
           05  lay-fee-amount          pic 9(4)v99.
           05  lay-operator-id         pic x(3).
           05  lay-item-count          pic 9(2).
           05  lay-item OCCURS 10 TIMES.
               10  lay-item-part-no    pic x(5).
               10  lay-item-qty        pic 9(3).
               10  lay-item-unit-price pic 9(5)v99.
