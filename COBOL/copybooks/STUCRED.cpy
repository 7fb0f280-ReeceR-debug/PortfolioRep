      *> Student credit balance (stu-credit), one per credit raised on
      *> a student's account: aid awarded above the bill, written by
      *> the registration billing (135_8), or a payment above the
      *> balance due, written by PAYPOST.  STUREFND refunds the
      *> credits that have been held the holding period, one check a
      *> student, provided the student owes nothing on the receivable,
      *> and drops the items it refunds.  The open total is the
      *> STUCRED control account.
       01  student-credit-rec.
           05  scr-student-name    pic x(20).
           05  scr-credit-date     pic 9(8).
           05  scr-source          pic x(1).
               88  scr-excess-aid      value 'A'.
               88  scr-overpayment     value 'P'.
           05  scr-amount          pic 9(5)v99.
           05  scr-student-no      pic 9(7).
