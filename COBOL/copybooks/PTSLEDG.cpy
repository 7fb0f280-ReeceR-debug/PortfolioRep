      *> Loyalty points ledger, one lot per customer-master account
      *> per month earned.  The register (Cap3-9) adds each sale's
      *> points to the account's lot for the month and takes points
      *> as a tender from the oldest unexpired lots first.  A lot
      *> expires on pl-expire-date, the first of the month after a
      *> year's earning; PTSLIAB expires lapsed lots, drops used-up
      *> ones and reports the points still outstanding.  Lots belong
      *> to the permanent customer number; the name key is carried
      *> for the listings only.
       01  points-ledger-rec.
           05  pl-customer-key         pic x(12).
           05  pl-earn-period          pic 9(6).
           05  pl-expire-date          pic 9(8).
           05  pl-points-earned        pic 9(7).
           05  pl-points-redeemed      pic 9(7).
           05  pl-points-expired       pic 9(7).
           05  pl-points-remaining     pic 9(7).
           05  pl-customer-no          pic 9(7).
