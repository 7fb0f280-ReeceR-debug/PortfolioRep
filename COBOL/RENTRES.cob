      *>      taken for that date
      *>   O  check a renter out -- the first available unit of the
      *>      requested type opens a contract, and a matching booked
      *>      reservation is marked filled.  A unit with an expired
      *>      registration, inspection or insurance card on
      *>      veh-comply, or with a work order open on wo-mast, is
      *>      out of service and is passed over
      *>   I  check a unit back in -- the contract closes and the
      *>      completed rental is appended to the rental-in feed so
      *>      338_1 bills it on the next run.  The actual return date
      *>      and time, fuel level and any damage are keyed at the
      *>      counter; late-return, refueling and damage charges are
      *>      priced from rental-fee and carried on the rental-in
      *>      record.  Damage the renter disputes is not billed but
      *>      held open on rental-dmg.  The miles driven are added
      *>      to the unit's cumulative miles on VEH-MASTER, where the
      *>      units are registered for maintenance like the cabs,
      *>      and a unit past its service interval is flagged
      *>   D  resolve disputed damage -- U upholds it and bills it
      *>      through rental-in, W waives it
      *> The morning overdue section lists every unit still out past
      *> its due date.  The fleet and reservation files are carried
      *> between runs.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rental-fleet-file
           ASSIGN TO "rental-fleet"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL vehicle-comply-file
           ASSIGN TO "veh-comply"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vc-key.
                     SELECT OPTIONAL vehicle-master-file
           ASSIGN TO "VEH-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vm-VIN.
                     SELECT OPTIONAL work-order-master-file
           ASSIGN TO "wo-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL reservation-file
           ASSIGN TO "rental-resv"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rental-info ASSIGN TO rental-in
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rental-fee-file
           ASSIGN TO "rental-fee"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL damage-file
           ASSIGN TO "rental-dmg"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL lost-demand-file
           ASSIGN TO "lost-dmd"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
               88  rent-action-reserve  value 'R'.
               88  rent-action-out      value 'O'.
               88  rent-action-in       value 'I'.
               88  rent-action-damage   value 'D'.
           05  rtr-unit-no         pic x(5).
           05  rtr-type-of-car     pic x(1).
           05  rtr-last-name       pic x(20).
           05  rtr-account-no      pic x(6).
           05  rtr-date            pic 9(8).
           05  rtr-miles           pic 9(6).
           05  rtr-time            pic 9(4).
           05  rtr-time-parts redefines rtr-time.
               10  rtr-hour        pic 9(2).
               10  rtr-minute      pic 9(2).
           05  rtr-fuel-eighths    pic x(1).
           05  rtr-damage-code     pic x(1).
               88  rtr-valid-damage    value ' ' '1' '2' '3'.
           05  rtr-damage-disputed pic x(1).
               88  rtr-damage-is-disputed value 'Y'.
           05  rtr-damage-notes    pic x(30).
           05  rtr-resolution      pic x(1).
               88  rtr-damage-upheld   value 'U'.
               88  rtr-damage-waived   value 'W'.
       fd  movement-register.
       01  print-rec.
           05 pic x(132).
           05  flt-renter-last     pic x(20).
           05  flt-renter-first    pic x(1).
           05  flt-account-no      pic x(6).
       fd  vehicle-comply-file.
           COPY VEHCOMP.
       fd  vehicle-master-file.
       01  vehicle-master-rec.
           05  vm-VIN               pic x(10).
           05  vm-desc              pic x(10).
           05  vm-cumulative-miles  pic 9(7).
           05  vm-last-service-miles pic 9(7).
       fd  work-order-master-file.
       01  work-order-master-rec.
           05  wo-number           pic 9(6).
           05  wo-VIN              pic x(10).
           05  wo-status           pic x(1).
       fd  reservation-file.
       01  reservation-rec.
           05  rsv-date            pic 9(8).
           05 miles-driven   pic 9(5).
           05 days-rented    pic 9(3).
           05 account-no     pic x(6).
           05 return-date    pic 9(8).
           05 return-time    pic 9(4).
           05 late-days      pic 9(3).
           05 late-charge    pic 9(5)v99.
           05 fuel-eighths-short pic 9(1).
           05 fuel-charge    pic 9(5)v99.
           05 damage-code    pic x(1).
           05 damage-charge  pic 9(5)v99.
           05 damage-status  pic x(1).
           05 damage-notes   pic x(30).
       fd  rental-fee-file.
       01  rental-fee-rec.
           05  fee-code            pic x(2).
           05  fee-desc            pic x(20).
           05  fee-amount          pic 9(5)v99.
       fd  damage-file.
      *> disputed damage held open until it is upheld or waived
       01  damage-rec.
           05  dmg-unit-no         pic x(5).
           05  dmg-return-date     pic 9(8).
           05  dmg-type-of-car     pic x(1).
           05  dmg-last-name       pic x(20).
           05  dmg-first-In        pic x(1).
           05  dmg-account-no      pic x(6).
           05  dmg-code            pic x(1).
           05  dmg-amount          pic 9(5)v99.
           05  dmg-notes           pic x(30).
       fd  lost-demand-file.
           COPY LOSTDMD.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-fleet-records       picture xxx value 'yes'.
       01  more-resv-records        picture xxx value 'yes'.
       01  more-fee-records         picture xxx value 'yes'.
       01  more-order-records       picture xxx value 'yes'.
       01  more-damage-records      picture xxx value 'yes'.
       01  fleet-table-idx          pic 9(3) comp.
       01  fleet-table-count        pic 9(3) value 0.
       01  fleet-found-idx          pic 9(3) comp value 0.
               10  rst-first-In      pic x(1).
               10  rst-account-no    pic x(6).
               10  rst-status        pic x(1).
       01  fee-table-idx            pic 9(2) comp.
       01  fee-table-count          pic 9(2) value 0.
       01  fee-table.
           05  fee-entry OCCURS 20 TIMES.
               10  fet-code          pic x(2).
               10  fet-amount        pic 9(5)v99.
       01  fee-lookup-code          pic x(2).
       01  fee-amount-work          pic 9(5)v99.
       01  damage-table-idx         pic 9(3) comp.
       01  damage-table-count       pic 9(3) value 0.
       01  damage-found-idx         pic 9(3) comp value 0.
       01  damage-table.
           05  damage-entry OCCURS 200 TIMES.
               10  dmt-record        pic x(79).
               10  dmt-status        pic x(1).
      *> a car due back on a date is not late if it is back by this
      *> time the next morning
       01  late-return-cutoff       pic 9(4) value 0900.
       01  return-date-work         pic 9(8).
       01  return-time-work         pic 9(4).
       01  return-clock-8           pic 9(8).
       01  fuel-eighths-work        pic 9(1).
       01  due-day-number           pic 9(7).
       01  late-days-work           pic s9(5).
       01  open-order-idx           pic 9(3) comp.
       01  open-order-count         pic 9(3) value 0.
       01  open-order-table.
           05  open-order-entry OCCURS 500 TIMES.
               10  oot-VIN           pic x(10).
       01  service-due-miles        pic 9(5) value 5000.
       01  miles-since-service      pic s9(7).
       01  unit-on-master-sw        pic x(1).
           88  unit-on-master              value 'Y'.
       01  type-unit-count          pic 9(3).
       01  units-out-of-service     pic 9(3).
       01  unit-in-service-sw       pic x value 'Y'.
           88  unit-in-service          value 'Y'.
       01  comply-check-item        pic x(2).
       01  type-booked-count        pic 9(3).
       01  miles-driven-work        pic s9(6).
       01  days-rented-work         pic s9(5).
           05 pic x(7) value "  SINCE".
           05 pic x(1) value space.
           05  ovr-out-out             pic 9(8).
       01  charges-detail-line.
           05 pic x(11) value spaces.
           05 pic x(5) value "LATE ".
           05  chg-late-days-out       pic zz9.
           05 pic x(8) value " DAYS $ ".
           05  chg-late-out            pic zz,zz9.99.
           05 pic x(9) value "  FUEL $ ".
           05  chg-fuel-out            pic zz,zz9.99.
           05 pic x(11) value "  DAMAGE $ ".
           05  chg-damage-out          pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  chg-damage-note-out     pic x(20).
       01  service-detail-line.
           05 pic x(11) value spaces.
           05  svc-note-out            pic x(20).
           05  svc-miles-out           pic z,zzz,zz9.
           05 pic x(20) value " MILES SINCE SERVICE".
       01  trailer-line.
           05 pic x(6) value "TRANS ".
           05  trans-read-out          pic zz,zz9.
           perform 950-get-business-date
           perform 120-load-fleet
           perform 130-load-reservations
           perform 140-load-fees
           perform 150-load-damage
           perform 160-load-open-orders
           open input rental-trans-file
                input vehicle-comply-file
                i-o vehicle-master-file
                output movement-register
                output reject-listing
                extend rental-info
                extend lost-demand-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from trailer-line
           perform 900-write-run-log
           close rental-trans-file
                 vehicle-comply-file
                 vehicle-master-file
                 movement-register
                 reject-listing
                 rental-info
                 lost-demand-file
                 run-log-file
           perform 800-save-fleet
           perform 810-save-reservations
           perform 820-save-damage
           stop run.
       120-load-fleet.
           open input rental-fleet-file
              end-read
           end-perform
           close reservation-file.
       140-load-fees.
           open input rental-fee-file
           perform until more-fee-records = 'no '
              read rental-fee-file
                    at end
                       move 'no ' to more-fee-records
                    not at end
                       add 1 to fee-table-count
                       if fee-table-count > 20
                          display "RENTRES: RENTAL-FEE-FILE HAS MORE "
                             "THAN 20 RECORDS -- FEE TABLE FULL"
                          close rental-fee-file
                          stop run
                       end-if
                       move fee-code to fet-code(fee-table-count)
                       move fee-amount to fet-amount(fee-table-count)
              end-read
           end-perform
           close rental-fee-file.
       150-load-damage.
           open input damage-file
           perform until more-damage-records = 'no '
              read damage-file
                    at end
                       move 'no ' to more-damage-records
                    not at end
                       add 1 to damage-table-count
                       if damage-table-count > 200
                          display "RENTRES: MORE THAN 200 DISPUTED "
                             "DAMAGE ITEMS -- TABLE FULL"
                          close damage-file
                          stop run
                       end-if
                       move damage-rec
                         to dmt-record(damage-table-count)
                       move 'O' to dmt-status(damage-table-count)
              end-read
           end-perform
           close damage-file.
       160-load-open-orders.
           open input work-order-master-file
           perform until more-order-records = 'no '
              read work-order-master-file
                    at end
                       move 'no ' to more-order-records
                    not at end
                       if wo-status = 'O'
                          add 1 to open-order-count
                          if open-order-count > 500
                             display "RENTRES: MORE THAN 500 OPEN WORK "
                                "ORDERS -- TABLE FULL"
                             close work-order-master-file
                             stop run
                          end-if
                          move wo-VIN to oot-VIN(open-order-count)
                       end-if
              end-read
           end-perform
           close work-order-master-file.
       200-process-one-trans.
           evaluate true
              when rent-action-reserve
                 perform 400-check-out
              when rent-action-in
                 perform 500-check-in
              when rent-action-damage
                 perform 650-resolve-damage
              when other
                 move "INVALID RENTAL ACTION CODE" to reject-reason
                 perform 700-reject-trans
                 move "NO FLEET UNITS OF REQUESTED TYPE"
                   to reject-reason
                 perform 700-reject-trans
                 move 'R' to ld-source
                 perform 720-log-lost-demand
              when type-booked-count >= type-unit-count
                 move "TYPE FULLY BOOKED FOR THAT DATE"
                   to reject-reason
                 perform 700-reject-trans
                 move 'R' to ld-source
                 perform 720-log-lost-demand
              when other
                 if resv-table-count > 499
                    display "RENTRES: RESERVATION TABLE FULL"
           end-evaluate.
       400-check-out.
           move 0 to fleet-found-idx
           move 0 to units-out-of-service
           perform varying fleet-table-idx from 1 by 1
                   until fleet-table-idx > fleet-table-count
              if rtr-type-of-car = flet-type(fleet-table-idx)
                 and flet-status(fleet-table-idx) = 'A'
                 and fleet-found-idx = 0
                 perform 420-check-unit-in-service
                 if unit-in-service
                    move fleet-table-idx to fleet-found-idx
                 else
                    add 1 to units-out-of-service
                 end-if
              end-if
           end-perform
           if fleet-found-idx = 0
              if units-out-of-service > 0
                 move "UNITS OF TYPE OUT OF SERVICE" to reject-reason
                 move 'S' to ld-source
              else
                 move "NO UNIT OF TYPE AVAILABLE" to reject-reason
                 move 'C' to ld-source
              end-if
              perform 700-reject-trans
              perform 720-log-lost-demand
           else
              move 'O' to flet-status(fleet-found-idx)
              move business-date-work
              move rtr-date to reg-detail-out(5:8)
              write print-rec from register-detail-line
           end-if.
      *> out of service if in the shop on an open work order or if
      *> any compliance item expired before today
       420-check-unit-in-service.
           move 'Y' to unit-in-service-sw
           perform varying open-order-idx from 1 by 1
                   until open-order-idx > open-order-count
              if oot-VIN(open-order-idx) = flet-unit-no(fleet-table-idx)
                 move 'N' to unit-in-service-sw
              end-if
           end-perform
           move "RG" to comply-check-item
           perform 430-check-one-comply-item
           move "SI" to comply-check-item
           perform 430-check-one-comply-item
           move "IC" to comply-check-item
           perform 430-check-one-comply-item.
       430-check-one-comply-item.
           if unit-in-service
              move 'R' to vc-fleet
              move flet-unit-no(fleet-table-idx) to vc-vehicle-id
              move comply-check-item to vc-item
              read vehicle-comply-file
                   invalid key
                      continue
                   not invalid key
                      if vc-expiry-date < business-date-work
                         move 'N' to unit-in-service-sw
                      end-if
              end-read
           end-if.
       450-fill-matching-reservation.
           move 0 to resv-found-idx
           perform varying resv-table-idx from 1 by 1
                 move fleet-table-idx to fleet-found-idx
              end-if
           end-perform
      *>   a blank return date or time is taken as now; a blank fuel
      *>   level as full
           if rtr-date is numeric and rtr-date > 0
              move rtr-date to return-date-work
           else
              move business-date-work to return-date-work
           end-if
           if rtr-time is numeric
              move rtr-time to return-time-work
           else
              ACCEPT return-clock-8 FROM TIME
              move return-clock-8(1:4) to return-time-work
           end-if
           if rtr-fuel-eighths = space
              move 8 to fuel-eighths-work
           else
              if rtr-fuel-eighths is numeric
                 move rtr-fuel-eighths to fuel-eighths-work
              else
                 move 9 to fuel-eighths-work
              end-if
           end-if
           evaluate true
              when fleet-found-idx = 0
                 move "UNIT NOT ON RENTAL FLEET" to reject-reason
                 move "RETURN MILES BELOW OUT MILES"
                   to reject-reason
                 perform 700-reject-trans
              when return-date-work < flet-out-date(fleet-found-idx)
                 or return-date-work > business-date-work
                 move "RETURN DATE OUTSIDE RENTAL PERIOD"
                   to reject-reason
                 perform 700-reject-trans
              when rtr-time is numeric
                 and (rtr-hour > 23 or rtr-minute > 59)
                 move "INVALID RETURN TIME" to reject-reason
                 perform 700-reject-trans
              when fuel-eighths-work > 8
                 move "FUEL LEVEL MUST BE 0-8 EIGHTHS"
                   to reject-reason
                 perform 700-reject-trans
              when not rtr-valid-damage
                 move "INVALID DAMAGE CODE" to reject-reason
                 perform 700-reject-trans
              when other
                 perform 550-close-contract
           end-evaluate.
           move flet-out-date(fleet-found-idx) to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to out-day-number
           move return-date-work to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to in-day-number
           compute days-rented-work = in-day-number - out-day-number
           move miles-driven-work to miles-driven
           move days-rented-work to days-rented
           move flet-account-no(fleet-found-idx) to account-no
           perform 560-compute-return-charges
           write employee-record
           move 'A' to flet-status(fleet-found-idx)
           move 0 to flet-out-date(fleet-found-idx)
           move flet-renter-last(fleet-found-idx) to reg-name-out
           move "BILLED TO 338_1 FEED" to reg-detail-out
           write print-rec from register-detail-line
           if late-charge > 0 or fuel-charge > 0
              or damage-code not = space
              perform 590-print-charges-line
           end-if
           perform 595-post-unit-miles
           move spaces to flet-renter-last(fleet-found-idx)
           move spaces to flet-renter-first(fleet-found-idx)
           move spaces to flet-account-no(fleet-found-idx).
      *> late days run from the due date to the return date, less
      *> the first if the car was back by the morning cutoff;
      *> refueling is charged per eighth of a tank short of full
       560-compute-return-charges.
           move return-date-work to return-date
           move return-time-work to return-time
           move flet-due-date(fleet-found-idx) to date-to-convert
           perform 840-convert-date-to-days
           move converted-days to due-day-number
           compute late-days-work = in-day-number - due-day-number
           if late-days-work > 0
              and return-time-work not > late-return-cutoff
              subtract 1 from late-days-work
           end-if
           if late-days-work < 0
              move 0 to late-days-work
           end-if
           move late-days-work to late-days
           move "LD" to fee-lookup-code
           perform 570-lookup-fee
           compute late-charge = late-days * fee-amount-work
           compute fuel-eighths-short = 8 - fuel-eighths-work
           move "FU" to fee-lookup-code
           perform 570-lookup-fee
           compute fuel-charge =
              fuel-eighths-short * fee-amount-work
           move rtr-damage-code to damage-code
           move rtr-damage-notes to damage-notes
           move 0 to damage-charge
           move space to damage-status
           if rtr-damage-code not = space
              move 'D' to fee-lookup-code(1:1)
              move rtr-damage-code to fee-lookup-code(2:1)
              perform 570-lookup-fee
              if rtr-damage-is-disputed
                 move 'D' to damage-status
                 perform 580-hold-disputed-damage
              else
                 move 'B' to damage-status
                 move fee-amount-work to damage-charge
              end-if
           end-if.
       570-lookup-fee.
           move 0 to fee-amount-work
           perform varying fee-table-idx from 1 by 1
                   until fee-table-idx > fee-table-count
              if fee-lookup-code = fet-code(fee-table-idx)
                 move fet-amount(fee-table-idx) to fee-amount-work
              end-if
           end-perform.
       580-hold-disputed-damage.
           if damage-table-count > 199
              display "RENTRES: DISPUTED DAMAGE TABLE FULL"
              stop run
           end-if
           move flet-unit-no(fleet-found-idx) to dmg-unit-no
           move return-date-work to dmg-return-date
           move flet-type(fleet-found-idx) to dmg-type-of-car
           move flet-renter-last(fleet-found-idx) to dmg-last-name
           move flet-renter-first(fleet-found-idx) to dmg-first-In
           move flet-account-no(fleet-found-idx) to dmg-account-no
           move rtr-damage-code to dmg-code
           move fee-amount-work to dmg-amount
           move rtr-damage-notes to dmg-notes
           add 1 to damage-table-count
           move damage-rec to dmt-record(damage-table-count)
           move 'O' to dmt-status(damage-table-count).
       590-print-charges-line.
           move late-days to chg-late-days-out
           move late-charge to chg-late-out
           move fuel-charge to chg-fuel-out
           move damage-charge to chg-damage-out
           evaluate damage-status
              when 'D'
                 move "DAMAGE DISPUTED" to chg-damage-note-out
              when 'B'
                 move damage-notes to chg-damage-note-out
              when other
                 move spaces to chg-damage-note-out
           end-evaluate
           write print-rec from charges-detail-line.
       595-post-unit-miles.
           move spaces to svc-note-out
           move 'N' to unit-on-master-sw
           move flet-unit-no(fleet-found-idx) to vm-VIN
           read vehicle-master-file
                invalid key
                   continue
                not invalid key
                   move 'Y' to unit-on-master-sw
           end-read
           if not unit-on-master
              move "** NOT ON VEH-MASTER" to svc-note-out
              move miles-driven-work to svc-miles-out
              write print-rec from service-detail-line
           else
              add miles-driven-work to vm-cumulative-miles
              rewrite vehicle-master-rec
                   invalid key
                      display "RENTRES: VEH-MASTER REWRITE FAILED FOR "
                         vm-VIN
              end-rewrite
              compute miles-since-service =
                 vm-cumulative-miles - vm-last-service-miles
              if miles-since-service > service-due-miles
                 move "** SERVICE DUE **" to svc-note-out
                 move miles-since-service to svc-miles-out
                 write print-rec from service-detail-line
              end-if
           end-if.
       600-report-overdue.
           write print-rec from blank-line
           write print-rec from overdue-header
                 write print-rec from overdue-detail-line
              end-if
           end-perform.
      *> an upheld item is billed through rental-in as a damage-only
      *> rental (no days or miles); a keyed damage code regrades it
       650-resolve-damage.
           move 0 to damage-found-idx
           perform varying damage-table-idx from 1 by 1
                   until damage-table-idx > damage-table-count
              move dmt-record(damage-table-idx) to damage-rec
              if dmg-unit-no = rtr-unit-no
                 and dmt-status(damage-table-idx) = 'O'
                 and (dmg-return-date = rtr-date or rtr-date = 0)
                 and damage-found-idx = 0
                 move damage-table-idx to damage-found-idx
              end-if
           end-perform
           evaluate true
              when damage-found-idx = 0
                 move "NO OPEN DISPUTED DAMAGE FOR UNIT"
                   to reject-reason
                 perform 700-reject-trans
              when not rtr-damage-upheld and not rtr-damage-waived
                 move "DAMAGE RESOLUTION MUST BE U OR W"
                   to reject-reason
                 perform 700-reject-trans
              when not rtr-valid-damage
                 move "INVALID DAMAGE CODE" to reject-reason
                 perform 700-reject-trans
              when other
                 perform 660-close-damage-item
           end-evaluate.
       660-close-damage-item.
           move dmt-record(damage-found-idx) to damage-rec
           move spaces to register-detail-line
           move dmg-unit-no to reg-unit-out
           move dmg-type-of-car to reg-type-out
           move dmg-last-name to reg-name-out
           if rtr-damage-upheld
              if rtr-damage-code not = space
                 move 'D' to fee-lookup-code(1:1)
                 move rtr-damage-code to fee-lookup-code(2:1)
                 perform 570-lookup-fee
                 move rtr-damage-code to dmg-code
                 move fee-amount-work to dmg-amount
              end-if
              move dmg-last-name to last-name
              move dmg-first-In to first-In
              move dmg-type-of-car to type-of-car
              move 0 to miles-driven
              move 0 to days-rented
              move dmg-account-no to account-no
              move dmg-return-date to return-date
              move 0 to return-time
              move 0 to late-days
              move 0 to late-charge
              move 0 to fuel-eighths-short
              move 0 to fuel-charge
              move dmg-code to damage-code
              move dmg-amount to damage-charge
              move 'B' to damage-status
              move dmg-notes to damage-notes
              write employee-record
              move 'U' to dmt-status(damage-found-idx)
              move "DMG UPHLD" to reg-action-out
              move "BILLED $" to reg-detail-out(1:8)
              move dmg-amount to chg-damage-out
              move chg-damage-out to reg-detail-out(10:9)
           else
              move 'W' to dmt-status(damage-found-idx)
              move "DMG WAIVD" to reg-action-out
              move "NOT BILLED" to reg-detail-out
           end-if
           add 1 to trans-applied
           write print-rec from register-detail-line.
       700-reject-trans.
           add 1 to trans-rejected
           move spaces to SUSPENSE-REC
           move rtr-last-name(1:14) to SUSP-KEY-FIELD(7:14)
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC.
      *> the renter turned away is counted against the car class
      *> on the monthly utilization report
       720-log-lost-demand.
           move business-date-work to ld-date
           move rtr-type-of-car to ld-type-of-car
           if ld-source = 'R' and rtr-date is numeric
              move rtr-date to ld-wanted-date
           else
              move business-date-work to ld-wanted-date
           end-if
           move rtr-last-name to ld-last-name
           write lost-demand-rec.
       800-save-fleet.
           open output rental-fleet-file
           perform varying fleet-table-idx from 1 by 1
              end-if
           end-perform
           close reservation-file.
      *>   upheld and waived items drop off the file here
       820-save-damage.
           open output damage-file
           perform varying damage-table-idx from 1 by 1
                   until damage-table-idx > damage-table-count
              if dmt-status(damage-table-idx) = 'O'
                 move dmt-record(damage-table-idx) to damage-rec
                 write damage-rec
              end-if
           end-perform
           close damage-file.
       840-convert-date-to-days.
           compute converted-days = conv-year * 365
           compute leap-work = (conv-year - 1) / 4
