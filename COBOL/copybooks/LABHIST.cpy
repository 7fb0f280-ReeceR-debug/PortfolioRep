      *> Labor-distribution history, appended by LABRDIST each night
      *> with every extract row it distributes: the business date it
      *> posted, the employee, and the territory, office and job class
      *> on the master at the time, so period reports (the workers'
      *> comp premium audit) can re-total labor without the nightly
      *> extracts.  Pay types as on the extract (LABEXTR).
       01  labor-history-rec.
           05  lh-post-date        pic 9(8).
           05  lh-emp-name         pic x(20).
           05  lh-emp-no           pic 9(5).
           05  lh-terr-no          pic x(2).
           05  lh-office-no        pic x(2).
           05  lh-job-class-code   pic x(2).
           05  lh-pay-type         pic x(1).
           05  lh-amount           pic 9(7)v99.
