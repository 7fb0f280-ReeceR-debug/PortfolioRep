           05  glr-issue-date      pic 9(8).
           05  glr-issued-amount   pic 9(4)v99.
           05  glr-remaining       pic 9(4)v99.
           05  glr-last-used-date  pic 9(8).
       fd  liability-report.
       01  print-rec.
           05 pic x(132).
