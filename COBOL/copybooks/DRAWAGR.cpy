      *> Commission draw agreement (draw-agree), one record per
      *> salesperson guaranteed a draw, set up by the sales office.
      *> For each period from the start period through the end
      *> period 553_1 pays the larger of the earned commission and
      *> the draw.  On a recoverable draw the shortfall advanced is
      *> carried in the balance and recovered from later earned
      *> commission, up to the recovery percent of each period's
      *> commission, and never taking a draw period's pay below the
      *> draw.  553_1 keeps the balance: the last period posted and
      *> the balance going into it let a rerun of the same period
      *> post it again from the same starting point.
       01  draw-agreement-rec.
           05  da-salesperson-no   pic 9(2).
           05  da-draw-amount      pic 9(5)v99.
           05  da-start-period     pic 9(6).
           05  da-end-period       pic 9(6).
           05  da-recoverable      pic x(1).
               88  da-is-recoverable   value 'Y'.
           05  da-recovery-pct     pic 9(3).
           05  da-balance          pic 9(7)v99.
           05  da-last-period      pic 9(6).
           05  da-opening-balance  pic 9(7)v99.
