      *> extract; a price or quantity mismatch goes to the suspense
      *> file for the buyer instead.  Every invoice line is also
      *> recorded on po-inv-hist so the vendor scorecard can measure
      *> price variance.  Approved lines are added to ap-approve,
      *> which holds them until the nightly AP voucher run takes
      *> them onto the open payables.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT invoice-file ASSIGN TO vnd-inv
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL open-po-file ASSIGN TO "po-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL approved-payment-file
           ASSIGN TO ap-approve
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL invoice-history-file
           ASSIGN TO "po-inv-hist"
           open input invoice-file
                output match-register
                output reject-listing
                extend approved-payment-file
                extend invoice-history-file
                extend run-log-file
           move business-date-work to header-date-out
