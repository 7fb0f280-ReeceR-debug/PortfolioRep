      *> bucket, and LOCSTAT prints the cross-store stock status.
      *> The company-wide total on inv-mast remains the valuation
      *> figure; these records answer "does store 05 have any".
      *> loc-qty-on-layaway is the store's on-hand held for open
      *> layaway contracts, posted by the day close from the register
      *> hold and release lines -- on hand but not available.
      *> loc-min-qty and loc-max-qty are the store's replenishment
      *> levels (zero = not replenished): when on-hand plus in-transit
      *> falls below the minimum the nightly REPLEN run proposes a
      *> transfer to bring the store back up to the maximum.
       01  location-balance-rec.
           05  loc-part-no         pic x(5).
           05  loc-store-id        pic x(5).
           05  loc-qty-on-hand     pic 9(5).
           05  loc-in-transit      pic 9(5).
           05  loc-qty-on-layaway  pic 9(5).
           05  loc-min-qty         pic 9(5).
           05  loc-max-qty         pic 9(5).
