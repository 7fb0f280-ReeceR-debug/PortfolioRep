      *> Return-to-vendor history (rtv-hist), one record per return
      *> posted by RTVPOST: the goods sent back, why, the purchase
      *> order they came in on, and the debit memo raised at average
      *> cost.  VENDPERF reads it for the vendor return rate.
      *>   reason D = defective, O = overshipped, W = wrong item sent
       01  rtv-history-rec.
           05  rvh-rtv-number      pic x(8).
           05  rvh-return-date     pic 9(8).
           05  rvh-vendor-no       pic x(5).
           05  rvh-part-no         pic x(5).
           05  rvh-store-id        pic x(5).
           05  rvh-quantity        pic 9(5).
           05  rvh-reason-code     pic x(1).
           05  rvh-po-number       pic 9(6).
           05  rvh-unit-cost       pic 9(5)v99.
           05  rvh-memo-amount     pic 9(7)v99.
