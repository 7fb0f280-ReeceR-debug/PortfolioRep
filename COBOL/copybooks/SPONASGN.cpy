      *> Sponsorship assignment (spon-asgn), one record per student
      *> per sponsor per term (the term start date from the
      *> term-control card).  The sponsor pays the percentage given
      *> of the student's charges after aid -- zero is the whole
      *> bill -- up to the term's dollar cap, zero meaning no cap.
      *> The registration billing (135_8) adds each amount it bills
      *> the sponsor to the billed-to-date so the cap holds across
      *> every billing of the term.
       01  sponsor-assignment-rec.
           05  spa-student-name    pic x(20).
           05  spa-term-start      pic 9(8).
           05  spa-sponsor-id      pic x(6).
           05  spa-cover-pct       pic 9v9(4).
           05  spa-cover-cap       pic 9(5).
           05  spa-billed-to-date  pic 9(5).
           05  spa-student-no      pic 9(7).
