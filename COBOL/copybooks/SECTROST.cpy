      *> Section roster (sect-roster), one record per student per
      *> course section for the term.  The registration billing
      *> (135_8) enrolls a student while the section has a seat and
      *> waitlists the registration, dated, once it is full;
      *> WITHDRAW drops a student's sections and promotes the longest
      *> waiting student into each seat released, to be billed by
      *> the next registration run.  Emptied at the term close.
      *>   status E enrolled and billed, W waitlisted, P promoted off
      *>   the waitlist and not yet billed, D dropped or withdrawn
       01  section-roster-rec.
           05  srs-course-no       pic x(6).
           05  srs-section-no      pic x(2).
           05  srs-student-name    pic x(20).
           05  srs-status          pic x(1).
               88  srs-enrolled        value 'E'.
               88  srs-waitlisted      value 'W'.
               88  srs-promoted        value 'P'.
               88  srs-dropped         value 'D'.
           05  srs-status-date     pic 9(8).
           05  srs-student-no      pic 9(7).
