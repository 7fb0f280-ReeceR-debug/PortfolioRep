      *> Student name-to-number cross-reference (stu-xref), rewritten
      *> in full by STUMAINT from the student master after every
      *> maintenance run.  The name-keyed feeds (registrations, aid,
      *> payments, withdrawals, plan enrollments, hold releases,
      *> write-offs and agency returns) that arrive without a student
      *> number are matched to one here by name during the changeover;
      *> a name on file for more than one student is refused until
      *> the feed carries the number.
       01  student-xref-rec.
           05  sx-student-name     pic x(20).
           05  sx-student-no       pic 9(7).
