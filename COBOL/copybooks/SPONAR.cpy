      *> Sponsor receivable open item (spon-ar), one per sponsored
      *> student billing: the sponsor's share of the bill, written by
      *> the registration billing (135_8) with no invoice date.
      *> SPONBILL gathers the items not yet invoiced onto one invoice
      *> per sponsor and stamps the invoice date; SPONCASH applies
      *> the sponsor's remittances oldest item first, ages what is
      *> left from the invoice date and drops an item once paid.
      *> The open total is the SPONAR control account.
       01  sponsor-ar-rec.
           05  sar-sponsor-id      pic x(6).
           05  sar-student-name    pic x(20).
           05  sar-billed-date     pic 9(8).
           05  sar-amount-billed   pic 9(5)v99.
           05  sar-amount-due      pic 9(5)v99.
           05  sar-invoice-date    pic 9(8).
           05  sar-student-no      pic 9(7).
