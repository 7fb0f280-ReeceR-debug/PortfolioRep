      *> Vendor remit-to master (vnd-remit), one record per vendor,
      *> kept by hand alongside the per-part vnd-mast rows.  It holds
      *> where and how the vendor is paid: the name and address the
      *> check is made out and mailed to, the payment terms (net days
      *> from the voucher date), the early-pay discount percent and
      *> the days it is good for, and the payment method:
      *>   C = printed check, E = electronic transfer released at the
      *>   bank by hand, H = held -- nothing is paid to the vendor.
      *> The taxpayer ID and 1099 switch mark an unincorporated vendor
      *> whose payments are reported at year end (YR1099).
       01  vendor-remit-rec.
           05  vr-vendor-no        pic x(5).
           05  vr-remit-name       pic x(30).
           05  vr-address-1        pic x(30).
           05  vr-address-2        pic x(30).
           05  vr-city-state-zip   pic x(30).
           05  vr-terms-days       pic 9(3).
           05  vr-disc-pct         pic 9(2)v99.
           05  vr-disc-days        pic 9(3).
           05  vr-pay-method       pic x(1).
               88  vr-pay-by-check     value 'C'.
               88  vr-pay-by-eft       value 'E'.
               88  vr-pay-held         value 'H'.
           05  vr-tax-id           pic x(9).
           05  vr-1099-sw          pic x(1).
               88  vr-1099-reportable  value 'Y'.
