      *> Recall of a placed student from the collection agency
      *> (coll-recall), appended by PAYPOST when the student pays us
      *> directly and by HOLDREL when a supervisor releases the
      *> student's hold.  Sent to the agency with the next placement
      *> extract.
      *>   reason P = paid the school directly, H = hold released
       01  collection-recall-rec.
           05  rcl-student-name    pic x(20).
           05  rcl-placed-date     pic 9(8).
           05  rcl-recall-date     pic 9(8).
           05  rcl-reason          pic x(1).
               88  rcl-paid-direct     value 'P'.
               88  rcl-hold-released   value 'H'.
           05  rcl-student-no      pic 9(7).
