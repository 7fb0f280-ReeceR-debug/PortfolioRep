      *> selling price; inv-avg-cost is the moving-average cost,
      *> recomputed by PO receiving from each receipt cost, and is
      *> what the valuation and cost-of-goods postings use.
      *> inv-qty-on-layaway is the part of on-hand set aside on open
      *> layaway contracts at the register -- still ours and still
      *> counted and valued, but not available to sell until the
      *> contract is picked up or released.  inv-qty-reserved is the
      *> part of on-hand received against customer special orders
      *> (spc-ord), held for those customers until pickup.
       01  inv-master-rec.
           05  inv-part-no         pic x(5).
           05  inv-part-desc       pic x(15).
           05  inv-unit-price      pic 9(5)v99.
           05  inv-added-by        pic x(3).
           05  inv-avg-cost        pic 9(5)v99.
           05  inv-qty-on-layaway  pic 9(5).
           05  inv-qty-reserved    pic 9(5).
