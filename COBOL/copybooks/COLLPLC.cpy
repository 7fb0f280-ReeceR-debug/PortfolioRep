      *> Collection agency placement (coll-place), one per student
      *> handed to the agency.  ARAGING places a student the night
      *> the first item passes 120 days and extracts it on coll-ext;
      *> a student already on file is not placed again.  COLLRTN
      *> posts the agency's returns against it: what the agency
      *> collected and kept in commission, and a closed/uncollectible
      *> return, which is sent on to ARWRTOFF.  PAYPOST (a payment
      *> made to us directly) and HOLDREL (a hold released by a
      *> supervisor) recall a placed student from the agency on
      *> coll-recall.  ARAGING drops a placement once the student
      *> owes nothing.
      *>   status P = placed, R = recalled, C = closed uncollectible
      *>   by the agency, F = paid in full through the agency
       01  collection-placement-rec.
           05  cpl-student-name    pic x(20).
           05  cpl-placed-date     pic 9(8).
           05  cpl-amount-placed   pic 9(5)v99.
           05  cpl-collected       pic 9(5)v99.
           05  cpl-commission      pic 9(5)v99.
           05  cpl-status          pic x(1).
               88  cpl-placed          value 'P'.
               88  cpl-recalled        value 'R'.
               88  cpl-closed          value 'C'.
               88  cpl-paid-in-full    value 'F'.
           05  cpl-status-date     pic 9(8).
           05  cpl-student-no      pic 9(7).
