      *> Bad-debt write-off history (wo-hist), one record per
      *> write-off ARWRTOFF applies: which receivable, the account,
      *> the amount taken off the books, why, and who approved it
      *> when it was over the approval limit.  The cash programs
      *> (PAYPOST, CORPCASH, CUSTPAY) draw a later payment from a
      *> written-off account against woh-amount as recovered income
      *> and carry the running recovery on the record.
      *>   receivable S = student (ar-open), C = corporate rental
      *>   (corp-bal), H = house charge (cust-ar)
      *>   a student account key is the student number in the first
      *>   seven positions, spaces after; a house-charge account key
      *>   is the customer number the same way
       01  write-off-history-rec.
           05  woh-receivable      pic x(1).
           05  woh-account-key     pic x(20).
           05  woh-write-off-date  pic 9(8).
           05  woh-amount          pic 9(9)v99.
           05  woh-reason          pic x(30).
           05  woh-approver        pic x(3).
           05  woh-recovered       pic 9(9)v99.
           05  woh-recovery-date   pic 9(8).
