           05  os-expected         pic s9(7)v99.
           05  os-counted          pic 9(7)v99.
           05  os-over-short       pic s9(7)v99.
           05  os-store-id         pic x(5).
       fd  ledger-report.
       01  print-rec.
           05 pic x(132).
