      *> Unclaimed property history (esc-hist), one record per item
      *> the annual unclaimed-property run (ESCHEAT) finds dormant:
      *> the cutoff date it was found dormant as of, the property
      *> type, the item (check number, gift certificate number or
      *> house-charge customer number), the owner and last known
      *> address, the date of the owner's last activity and the
      *> amount.  The letter pass writes the record; the report pass
      *> turns it over to the state or clears it if the owner came
      *> forward in the meantime.
      *>   property type PR payroll check, VC vendor check, RF refund
      *>   check, GC gift certificate, CB customer credit balance
       01  escheat-history-rec.
           05  esh-cutoff-date     pic 9(8).
           05  esh-property-type   pic x(2).
           05  esh-reference       pic x(12).
           05  esh-owner-name      pic x(30).
           05  esh-address-1       pic x(30).
           05  esh-address-2       pic x(30).
           05  esh-city-state-zip  pic x(30).
           05  esh-last-activity   pic 9(8).
           05  esh-amount          pic 9(7)v99.
           05  esh-status          pic x(1).
               88  esh-lettered        value 'L'.
               88  esh-no-letter       value 'N'.
               88  esh-reported        value 'R'.
               88  esh-claimed         value 'C'.
           05  esh-letter-date     pic 9(8).
           05  esh-report-date     pic 9(8).
