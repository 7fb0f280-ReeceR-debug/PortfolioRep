      *> Commission draw ledger (draw-ledger), one record per
      *> salesperson on a draw agreement per period posted by 553_1:
      *> the commission earned, the amount paid, the shortfall
      *> advanced on the draw, the amount recovered from commission
      *> and the recoverable balance left after the period.
       01  draw-ledger-rec.
           05  dl-period           pic 9(6).
           05  dl-salesperson-no   pic 9(2).
           05  dl-earned           pic 9(7)v99.
           05  dl-paid             pic 9(7)v99.
           05  dl-advanced         pic 9(7)v99.
           05  dl-recovered        pic 9(7)v99.
           05  dl-balance          pic 9(7)v99.
