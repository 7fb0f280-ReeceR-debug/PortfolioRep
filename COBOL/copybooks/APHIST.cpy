      *> Accounts-payable payment history (ap-pay-hist), one record per
      *> open item paid, appended by APPAY: the check number (zero for
      *> an electronic payment), the amount of the item, the discount
      *> taken and the net paid.  A debit memo netted against the
      *> payment is kept with pay method M and the amount taken off.
       01  ap-payment-hist-rec.
           05  aph-vendor-no       pic x(5).
           05  aph-invoice-no      pic x(8).
           05  aph-po-number       pic 9(6).
           05  aph-pay-date        pic 9(8).
           05  aph-check-no        pic 9(6).
           05  aph-pay-method      pic x(1).
           05  aph-gross-amt       pic 9(7)v99.
           05  aph-disc-taken      pic 9(7)v99.
           05  aph-net-paid        pic 9(7)v99.
