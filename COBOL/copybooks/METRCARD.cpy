      *> Metered card fares (meter-card), one record per shift with
      *> any fare paid by card, written by METERREC and read by
      *> DRVSETL to net the card-processing fee from the driver's
      *> settlement.  The fares include the trips' extras.
       01  meter-card-rec.
           05  mc-driver-id        pic x(5).
           05  mc-VIN              pic x(10).
           05  mc-shift-date       pic 9(8).
           05  mc-card-trips       pic 9(4).
           05  mc-card-fares       pic 9(7)v99.
