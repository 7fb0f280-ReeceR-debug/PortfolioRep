      *> Shared sales-tax detail, appended to tax-dtl and totalled by
      *> jurisdiction for the month by TAXREMIT.  INTERACTIVE7 writes
      *> one record per taxed transaction with td-store-id blank; the
      *> day close (DAYCLOSE) writes each store day's register totals
      *> with the store id -- sales in one record, and the day's
      *> returns and voids in a second record marked td-refund, whose
      *> amounts come off the month's totals.
       01  tax-detail-rec.
           05  td-jurisdiction-code       pic x(4).
           05  td-trans-date              pic 9(8).
           05  td-taxable-amt             pic 9(5)v99.
           05  td-exempt-amt              pic 9(5)v99.
           05  td-tax-amt                 pic 9(5)v99.
           05  td-store-id                pic x(5).
           05  td-refund-sw               pic x(1).
               88  td-refund                  value 'R'.
