      *> Driver settlement history (drv-setl-hist), one record per
      *> driver settled, appended by DRVSETL: the fare revenue for the
      *> settlement and the net earnings paid to the driver.  The
      *> year-end 1099 run totals the net paid by driver.
       01  driver-settle-hist-rec.
           05  dsh-driver-id       pic x(5).
           05  dsh-settle-date     pic 9(8).
           05  dsh-plan-type       pic x(1).
           05  dsh-revenue         pic 9(7)v99.
           05  dsh-net-paid        pic 9(7)v99.
