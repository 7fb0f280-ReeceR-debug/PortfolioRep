           05  hist-federal-tax      pic 9(5)v99.
           05  hist-state-tax        pic 9(5)v99.
           05  hist-emp-no           pic 9(5).
           05  hist-net-pay          pic 9(7)v99.
       fd  quarterly-report.
       01  print-rec.
           05 pic x(132).
