      *> Direct deposit instructions, one record per account an
      *> employee is paid into, kept in employee and split sequence
      *> order on bank-info.  The payroll runs apply an employee's
      *> splits in file order: F sends a flat dollar amount, P a
      *> percentage of net pay (bank-split-amount 10.00 = 10%), each
      *> limited to what is left of net; R marks the account that
      *> takes the remainder.  A record with no split type is a
      *> remainder account.  Net not placed in a live account is paid
      *> by check.
      *> bank-status -- space live; N new account, a zero-dollar
      *> prenote goes out on the next pay run; P prenote sent on
      *> bank-prenote-date, live money from the following pay run;
      *> H held (an ACH return came back on the account) -- the split
      *> is skipped until the correction is confirmed and the hold
      *> lifted.
       01  bank-info-rec.
           05  bank-emp-name         pic x(15).
           05  bank-routing-number   pic x(9).
           05  bank-account-number   pic x(17).
           05  bank-emp-no           pic 9(5).
           05  bank-status           pic x(1).
               88  bank-live             value space.
               88  bank-new-account      value 'N'.
               88  bank-prenote-sent     value 'P'.
               88  bank-held             value 'H'.
           05  bank-split-seq        pic 9(2).
           05  bank-split-type       pic x(1).
               88  bank-split-flat       value 'F'.
               88  bank-split-percent    value 'P'.
               88  bank-split-remainder  value 'R' space.
           05  bank-split-amount     pic 9(5)v99.
           05  bank-account-type     pic x(1).
               88  bank-savings          value 'S'.
           05  bank-prenote-date     pic 9(8).
