      *> Benefit premium remittance detail, appended to ben-remit by
      *> BENDED for every enrollment covered in a coverage month --
      *> what we owe each carrier for the month, employee and
      *> employer shares.  BENRECN matches the carrier's bill to it.
       01  benefit-remit-rec.
           05  br-coverage-month       pic 9(6).
           05  br-carrier-code         pic x(6).
           05  br-emp-no               pic 9(5).
           05  br-emp-name             pic x(15).
           05  br-plan-code            pic x(3).
           05  br-coverage-tier        pic x(2).
           05  br-ee-premium           pic 9(4)v99.
           05  br-er-premium           pic 9(4)v99.
