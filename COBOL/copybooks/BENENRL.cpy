      *> Benefits enrollment, one record per employee per plan on
      *> ben-enrl.  The plan code is the deduction code the payroll
      *> takes the employee's share under; the carrier code groups the
      *> monthly remittance.  Coverage tiers: EE employee only, ES
      *> employee and spouse, EC employee and children, FA family.
      *> Coverage runs from the effective date through the end date
      *> (zero = open).  Premiums are the carrier's monthly figures --
      *> BENDED turns the employee share into a per-pay-period
      *> deduction and accrues the employer share once a month.
      *> Ended enrollments stay on the file as history.
       01  benefit-enrollment-rec.
           05  bn-emp-name             pic x(15).
           05  bn-emp-no               pic 9(5).
           05  bn-plan-code            pic x(3).
           05  bn-carrier-code         pic x(6).
           05  bn-coverage-tier        pic x(2).
               88  bn-valid-tier           value 'EE' 'ES' 'EC' 'FA'.
           05  bn-effective-date       pic 9(8).
           05  bn-end-date             pic 9(8).
           05  bn-ee-premium           pic 9(4)v99.
           05  bn-er-premium           pic 9(4)v99.
