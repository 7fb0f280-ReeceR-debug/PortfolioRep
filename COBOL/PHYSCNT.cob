           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL accuracy-history-file
           ASSIGN TO "cnt-accuracy"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL shrink-ledger
           ASSIGN TO "shrink-led"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL cycle-state-file
           ASSIGN TO "cyc-state"
           05  cnt-counter-initials pic x(3).
           05  cnt-approval-flag   pic x(1).
               88  cnt-approved        value 'Y'.
      *>   store that was counted; blank is the original main store
           05  cnt-store-id        pic x(5).
       fd  variance-report.
       01  print-rec.
           05 pic x(132).
           05  acc-on-hand         pic 9(5).
           05  acc-counted         pic 9(5).
           05  acc-match-sw        pic x(1).
      *> one row per count adjustment posted, by store, valued at
      *> average cost -- a negative variance is shrink.  The store
      *> P&L totals it for the month.
       fd  shrink-ledger.
       01  shrink-ledger-rec.
           05  sh-adjust-date      pic 9(8).
           05  sh-store-id         pic x(5).
           05  sh-part-no          pic x(5).
           05  sh-variance-units   pic s9(6).
           05  sh-variance-cost    pic s9(7)v99.
       fd  cycle-state-file.
       01  cycle-state-rec.
           05  cyc-part-no         pic x(5).
                i-o inventory-master
                output count-audit-file
                extend accuracy-history-file
                extend shrink-ledger
                extend update-journal-file
                extend run-log-file
           move business-date-work to adjust-date-work
                 inventory-master
                 count-audit-file
                 accuracy-history-file
                 shrink-ledger
                 update-journal-file
                 run-log-file
           perform 850-save-cycle-state
                    move adjust-date-work to audit-adjust-date
                    move cnt-counter-initials to audit-initials
                    write count-audit-rec
                    perform 470-write-shrink-ledger
                    perform 480-write-update-journal
           end-rewrite.
       470-write-shrink-ledger.
           move adjust-date-work to sh-adjust-date
           if cnt-store-id = spaces
              move "00001" to sh-store-id
           else
              move cnt-store-id to sh-store-id
           end-if
           move cnt-part-no to sh-part-no
           move variance-units to sh-variance-units
           compute sh-variance-cost ROUNDED =
              variance-units * valuation-cost
           write shrink-ledger-rec.
       480-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "PHYSCNT " to UJ-PROGRAM-NAME
