      *> record carrying the amounts plus how the sale was tendered:
      *> C = cash (change due computed), K = check (check number in
      *> the reference), R = card (authorization in the reference),
      *> A = house charge (customer number in the reference).
      *> Each item rung on the sale also writes one 'L' record so the
      *> day's movement can be posted back to the inventory ledger.
      *> An 'R' record is a return: sale-data amounts are the amounts
      *> P = paid-out, each carrying the amount in the tender-amount
      *> field, a memo in the reference, and the operator id -- the
      *> day close folds them into each operator's expected drawer.
      *> Layaway (lay-ledger) logs against the contract number, which
      *> rides in the customer-name field: a 'Y' record is a deposit
      *> or payment taken (amount in the purchase amount and balance
      *> due, tender fields as for a sale); a 'U' record is the pickup
      *> -- the sale itself, with the contract's merchandise, discount,
      *> tax and total, tender type L (paid from the deposits held);
      *> a 'W' record is a contract forfeited or cancelled -- the
      *> purchase amount is the deposits released, the discount field
      *> the restocking fee kept, the balance due and tender fields the
      *> refund, and the first character of the reference F or C.
      *> Layaway items log line-data records: 'H' held when the
      *> contract opens, 'J' hold released at pickup, forfeit or
      *> cancel, and 'L' as sold at pickup.
      *> Special orders (spc-ord) log the same way against the order
      *> number: 'O' a deposit or payment taken, 'T' the pickup --
      *> the sale, tender type D (paid from the deposits held), with
      *> an 'L' line for the part -- and 'X' an order cancelled, the
      *> balance due and tender fields the deposit refunded.
      *> Loyalty points (pts-ledger): an 'E' record follows a sale to
      *> a customer-master account and carries the value of the
      *> points it earned in the purchase amount and balance due,
      *> with the customer number in the reference; a tender type of
      *> P on a sale is points redeemed, the customer number in the
      *> reference.
       01  daily-log-rec.
           05  log-record-type         pic x(1).
           05  log-sale-data.
      *>       time of sale as hhmm, stamped at the register so the
      *>       hourly sales flash can show when the rush really is
               10  log-sale-time           pic 9(4).
      *>       Y when the sale was rung tax-exempt -- the day close
      *>       reports it as exempt rather than taxable sales
               10  log-tax-exempt-sw       pic x(1).
           05  log-line-data REDEFINES log-sale-data.
               10  log-line-part-no        pic x(5).
               10  log-line-qty            pic 9(3).
               10  log-line-unit-price     pic 9(5)v99.
               10  log-line-extended       pic 9(7)v99.
               10                          pic x(38).
