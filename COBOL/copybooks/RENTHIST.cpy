      *> Billed rental history (rental-hist), one record per rental
      *> 338_1 invoices, kept for the monthly fleet utilization report
      *> (RENTUTIL).  A record with no days rented is upheld damage
      *> billed on its own after the rental closed.
       01  rental-history-rec.
           05  rh-return-date      pic 9(8).
           05  rh-type-of-car      pic x(1).
           05  rh-days-rented      pic 9(3).
           05  rh-miles-driven     pic 9(5).
           05  rh-late-days        pic 9(3).
           05  rh-revenue          pic 9(8)v99.
           05  rh-account-no       pic x(6).
           05  rh-last-name        pic x(20).
