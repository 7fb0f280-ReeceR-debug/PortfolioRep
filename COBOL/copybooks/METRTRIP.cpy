      *> Taximeter trip record (meter-trip), one record per paid trip
      *> as sent by the meter system.  The trip belongs to the shift
      *> the driver reports on shift-dat for the same VIN and the
      *> trip's start date.
      *>   payment C = cash, K = credit or debit card, A = account
      *>           (corporate voucher)
       01  meter-trip-rec.
           05  mt-VIN              pic x(10).
           05  mt-driver-id        pic x(5).
           05  mt-start-date       pic 9(8).
           05  mt-start-time       pic 9(4).
           05  mt-end-date         pic 9(8).
           05  mt-end-time         pic 9(4).
           05  mt-paid-miles       pic 9(3)v9.
           05  mt-fare             pic 9(4)v99.
           05  mt-extras           pic 9(3)v99.
           05  mt-payment-type     pic x(1).
               88  mt-cash-trip        value 'C'.
               88  mt-card-trip        value 'K'.
               88  mt-account-trip     value 'A'.
               88  mt-valid-payment    value 'C' 'K' 'A'.
