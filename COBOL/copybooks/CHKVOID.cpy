      *> Voided checks (chk-void), one record per check taken off the
      *> check register as never to be paid.  The bank reconciliation
      *> (CHKRECN) and the cash forecast (CASHFCST) drop a voided check
      *> from the checks outstanding.
      *>   reason E = stale check turned over to the state as unclaimed
      *>   property (ESCHEAT)
       01  check-void-rec.
           05  cv-check-number     pic 9(6).
           05  cv-void-date        pic 9(8).
           05  cv-amount           pic 9(7)v99.
           05  cv-reason           pic x(1).
