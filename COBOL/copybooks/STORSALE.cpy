      *> Store-day sales totals, appended to store-sales and totalled
      *> by store for the month by the store P&L (STORPL).  The day
      *> close (DAYCLOSE) writes one ss-from-register record for its
      *> store when the day closes in balance, cost of goods taken at
      *> average cost from the day's L and Q lines; the store
      *> consolidation (Evn_Id) writes one ss-from-consolidation
      *> record per store on its control file, with no cost of goods.
      *> Gross sales are before returns and discounts; net sales are
      *> gross less returns (voids included) and discounts, no tax.
       01  store-sales-rec.
           05  ss-store-id             pic x(5).
           05  ss-sales-date           pic 9(8).
           05  ss-source               pic x(1).
               88  ss-from-register        value 'R'.
               88  ss-from-consolidation   value 'E'.
           05  ss-gross-sales          pic s9(7)v99.
           05  ss-returns              pic s9(7)v99.
           05  ss-discounts            pic s9(7)v99.
           05  ss-net-sales            pic s9(7)v99.
           05  ss-cost-of-goods        pic s9(7)v99.
