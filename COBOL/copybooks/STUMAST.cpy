      *> Student master (stu-mast), one record per student, keyed by
      *> the permanent student number STUMAINT assigns when the
      *> student is added (the next number is carried on stu-no-ctl).
      *> Every student file carries the number, so two students with
      *> the same name keep separate accounts.  The mailing address
      *> goes on the dunning letters (ARAGING) and the address and
      *> taxpayer ID on the year-end tuition summary (TUITSUM).
      *>   enrollment status E enrolled, L leave of absence,
      *>   W withdrawn, G graduated
       01  student-master-rec.
           05  stm-student-no      pic 9(7).
           05  stm-student-name    pic x(20).
           05  stm-street          pic x(25).
           05  stm-city            pic x(20).
           05  stm-state           pic x(2).
           05  stm-zip             pic x(10).
           05  stm-tax-id          pic x(9).
           05  stm-enroll-status   pic x(1).
               88  stm-enrolled        value 'E'.
               88  stm-on-leave        value 'L'.
               88  stm-withdrawn       value 'W'.
               88  stm-graduated       value 'G'.
           05  stm-status-date     pic 9(8).
           05  stm-added-date      pic 9(8).
