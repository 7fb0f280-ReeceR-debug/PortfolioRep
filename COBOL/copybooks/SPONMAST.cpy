      *> Tuition sponsor master (spon-mast), one record per employer
      *> or government agency that pays tuition for students under a
      *> contract.  The registration billing (135_8) bills each
      *> sponsored student's share here through the student's
      *> sponsorship for the term (spon-asgn); SPONBILL invoices the
      *> sponsor at the billing address and SPONCASH posts its
      *> remittances.
      *>   sponsor type E employer, A agency
       01  sponsor-master-rec.
           05  spm-sponsor-id      pic x(6).
           05  spm-sponsor-name    pic x(25).
           05  spm-sponsor-type    pic x(1).
               88  spm-employer        value 'E'.
               88  spm-agency          value 'A'.
           05  spm-bill-street     pic x(25).
           05  spm-bill-city       pic x(25).
           05  spm-contract-no     pic x(12).
