           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL open-balance-file
           ASSIGN TO corp-bal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  chg-last-name      pic x(20).
           05  chg-first-In       pic x(1).
           05  chg-cost           pic 9(8)v99.
      *> late-return, refueling and damage charges included in
      *> chg-cost; billed in full, outside the account discount
           05  chg-return-charges pic 9(8)v99.
       fd  corp-invoice-file.
       01  print-rec.
           05 pic x(132).
           05  bal-account-no     pic x(6).
           05  bal-amount-due     pic 9(9)v99.
           05  bal-invoice-date   pic 9(8).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
               10  act-discount-pct  pic 9v9(4).
               10  act-rental-count  pic 9(5).
               10  act-gross-charges pic 9(9)v99.
               10  act-return-charges pic 9(9)v99.
       01  discount-amount          pic 9(9)v99.
       01  net-invoice-amount       pic 9(9)v99.
       01  total-invoiced           pic 9(11)v99 value 0.
       01  retail-rentals-skipped   pic 9(6) value 0.
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
           05 pic x(2) value spaces.
           05 pic x(16) value "GROSS CHARGES  $".
           05  inv-gross-out           pic zz,zzz,zz9.99.
       01  invoice-return-line.
           05 pic x(2) value spaces.
           05 pic x(16) value "RETURN CHARGES $".
           05  inv-return-out          pic zz,zzz,zz9.99.
       01  invoice-discount-line.
           05 pic x(2) value spaces.
           05 pic x(9) value "DISCOUNT ".
                output corp-invoice-file
                output reject-listing
                extend open-balance-file
                extend gl-posting-file
                extend run-log-file
           perform until are-there-more-records = 'no '
              read rental-charge-file
                 perform 400-print-account-invoice
              end-if
           end-perform
           perform 500-write-gl-postings
           perform 900-write-run-log
           close rental-charge-file
                 corp-invoice-file
                 reject-listing
                 open-balance-file
                 gl-posting-file
                 run-log-file
           stop run.
       120-load-account-master.
                         to act-rental-count(account-table-count)
                       move 0
                         to act-gross-charges(account-table-count)
                       move 0
                         to act-return-charges(account-table-count)
              end-read
           end-perform
           close corp-account-master.
              else
                 add 1 to act-rental-count(account-found-idx)
                 add chg-cost to act-gross-charges(account-found-idx)
                 if chg-return-charges is numeric
                    add chg-return-charges
                      to act-return-charges(account-found-idx)
                 end-if
              end-if
           end-if.
       400-print-account-invoice.
           move act-gross-charges(account-table-idx)
             to inv-gross-out
           write print-rec from invoice-gross-line
           if act-return-charges(account-table-idx) > 0
              move act-return-charges(account-table-idx)
                to inv-return-out
              write print-rec from invoice-return-line
           end-if
           compute discount-amount ROUNDED =
              (act-gross-charges(account-table-idx)
               - act-return-charges(account-table-idx))
              * act-discount-pct(account-table-idx)
           move act-discount-pct(account-table-idx)
             to inv-discount-pct-out
           move net-invoice-amount to bal-amount-due
           move business-date-work to bal-invoice-date
           write open-balance-rec
           add net-invoice-amount to total-invoiced
           add 1 to run-log-records-out.
      *> invoiced rentals, net of the account discount, are owed by
      *> the corporate accounts
       500-write-gl-postings.
           if total-invoiced > 0
              move business-date-work to GLP-POST-DATE
              move "CORPBILL" to GLP-SOURCE-PROGRAM
              move "CORPAR  " to GLP-ACCOUNT
              move total-invoiced to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "RENTREV " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move total-invoiced to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "CORPBILL" to RL-PROGRAM-NAME
