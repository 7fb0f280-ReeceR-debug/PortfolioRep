                     SELECT invoice-file ASSIGN TO rental-inv
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT rental-charge-file ASSIGN TO rental-chg
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rental-history-file
           ASSIGN TO "rental-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           05 miles-driven   pic 9(5).
           05 days-rented    pic 9(3).
           05 account-no     pic x(6).
      *> return charges priced by RENTRES at check-in; a record with
      *> no days rented bills upheld damage on its own
           05 return-date    pic 9(8).
           05 return-time    pic 9(4).
           05 late-days      pic 9(3).
           05 late-charge    pic 9(5)v99.
           05 fuel-eighths-short pic 9(1).
           05 fuel-charge    pic 9(5)v99.
           05 damage-code    pic x(1).
           05 damage-charge  pic 9(5)v99.
           05 damage-status  pic x(1).
               88 damage-billed     value 'B'.
               88 damage-disputed   value 'D'.
           05 damage-notes   pic x(30).
       fd  label-rec.
       01  print-rec.
           05 first-In-out pic x(1).
           05  chg-last-name      pic x(20).
           05  chg-first-In       pic x(1).
           05  chg-cost           pic 9(8)v99.
           05  chg-return-charges pic 9(8)v99.

       fd  rental-history-file.
           COPY RENTHIST.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  rate-found-idx         pic 9(2) comp value 0.
       01  days-charge            pic 9(5)v99.
       01  miles-charge           pic 9(5)v99.
       01  return-charges         pic 9(6)v99.
       01  weekly-rate-applied-sw pic x value 'N'.
           88  weekly-rate-applied    value 'Y'.
       01  class-rental-counts.
           05  inv-per-mile-out        pic 9.99.
           05 pic x(10) value "      $   ".
           05  inv-miles-charge-out    pic zz,zz9.99.
       01  invoice-late-line.
           05 pic x(2) value spaces.
           05 pic x(12) value "LATE RETURN ".
           05  inv-late-days-out       pic zz9.
           05 pic x(11) value " DAYS  $   ".
           05  inv-late-charge-out     pic zz,zz9.99.
       01  invoice-fuel-line.
           05 pic x(2) value spaces.
           05 pic x(8) value "REFUEL  ".
           05  inv-fuel-eighths-out    pic 9.
           05 pic x(20) value "/8 TANK         $   ".
           05  inv-fuel-charge-out     pic zz,zz9.99.
       01  invoice-damage-line.
           05 pic x(2) value spaces.
           05 pic x(6) value "DAMAGE".
           05 pic x(19) value spaces.
           05 pic x(4) value "$   ".
           05  inv-damage-charge-out   pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  inv-damage-notes-out    pic x(30).
       01  invoice-disputed-line.
           05 pic x(2) value spaces.
           05 pic x(40)
              value "DAMAGE DISPUTED -- BILLED WHEN RESOLVED ".
       01  invoice-total-line.
           05 pic x(2) value spaces.
           05 pic x(13) value "TOTAL DUE  $ ".
                output exception-listing
                output invoice-file
                output rental-charge-file
                extend rental-history-file
                extend run-log-file

           perform until are-there-more-records = 'no '
                 exception-listing
                 invoice-file
                 rental-charge-file
                 rental-history-file
                 run-log-file
      *>   the rental feed has now been billed -- empty it so the
      *>   next night cannot invoice the same rentals again (the

           move first-In   to first-In-out
           move last-name  to last-name-out
           if late-charge is not numeric
              move 0 to late-days
              move 0 to late-charge
              move 0 to fuel-eighths-short
              move 0 to fuel-charge
              move 0 to damage-charge
              move space to damage-status
           end-if
           compute days-charge = effective-daily-price * days-rented
           compute miles-charge = per-mile * miles-driven
           compute return-charges =
              late-charge + fuel-charge + damage-charge
           compute cost-out = days-charge + miles-charge
              + return-charges
           if days-rented > 0
              add 1 to class-count(rate-found-idx)
           end-if
           compute class-revenue(rate-found-idx) =
              class-revenue(rate-found-idx)
              + days-charge + miles-charge + return-charges
           perform 300-write-invoice
           move account-no to chg-account-no
           move last-name to chg-last-name
           move first-In to chg-first-In
           move cost-out to chg-cost
           move return-charges to chg-return-charges
           write rental-charge-rec
           perform 320-write-rental-history

           add 1 to run-log-records-out
           write print-rec.
           write invoice-rec from invoice-name-line
           move car-name to inv-car-name-out
           write invoice-rec from invoice-class-line
           if days-rented > 0
              move days-rented to inv-days-out
              move effective-daily-price to inv-daily-rate-out
              move days-charge to inv-days-charge-out
              if weekly-rate-applied
                 move "WEEKLY RATE  " to inv-weekly-note-out
              else
                 move spaces to inv-weekly-note-out
              end-if
              write invoice-rec from invoice-days-line
              move miles-driven to inv-miles-out
              move per-mile to inv-per-mile-out
              move miles-charge to inv-miles-charge-out
              write invoice-rec from invoice-miles-line
           end-if
           perform 350-write-return-charges
           compute inv-total-out = days-charge + miles-charge
              + return-charges
           write invoice-rec from invoice-total-line
           write invoice-rec from invoice-separator
           write invoice-rec from invoice-blank-line.
       320-write-rental-history.
           if return-date is numeric and return-date > 0
              move return-date to rh-return-date
           else
              move business-date-work to rh-return-date
           end-if
           move type-of-car to rh-type-of-car
           move days-rented to rh-days-rented
           move miles-driven to rh-miles-driven
           move late-days to rh-late-days
           move cost-out to rh-revenue
           move account-no to rh-account-no
           move last-name to rh-last-name
           write rental-history-rec.
       350-write-return-charges.
           if late-charge > 0
              move late-days to inv-late-days-out
              move late-charge to inv-late-charge-out
              write invoice-rec from invoice-late-line
           end-if
           if fuel-charge > 0
              move fuel-eighths-short to inv-fuel-eighths-out
              move fuel-charge to inv-fuel-charge-out
              write invoice-rec from invoice-fuel-line
           end-if
           if damage-billed
              move damage-notes to inv-damage-notes-out
              move damage-charge to inv-damage-charge-out
              write invoice-rec from invoice-damage-line
           end-if
           if damage-disputed
              write invoice-rec from invoice-disputed-line
           end-if.
       500-print-class-summary.
           write invoice-rec from invoice-blank-line
           write invoice-rec from summary-header-line
