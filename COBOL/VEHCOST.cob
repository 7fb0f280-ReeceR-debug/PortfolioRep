      *> the per-vehicle maintenance cost history by VIN, and prints
      *> the fuel cost for the same VIN from the fueling file priced
      *> at the posted fuel price, so the shop budget and the fuel
      *> bill finally sit on one line per cab.  Repair orders linked
      *> to an accident are left out of maintenance; the vehicle's
      *> net accident cost (repairs less claim recoveries) is taken
      *> from the acc-cost extract INCRPT writes and shown beside it.
      *> Rental units registered on VEH-MASTER for maintenance are
      *> carried alongside the cabs, flagged R against rental-fleet,
      *> and each vehicle's maintenance is divided by its cumulative
      *> miles on VEH-MASTER so cost per mile can be compared across
      *> the two fleets.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL fuel-price-file
           ASSIGN TO FUEL-PRICE
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL accident-cost-file
           ASSIGN TO acc-cost
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL vehicle-master-file
           ASSIGN TO "VEH-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vm-VIN.
                     SELECT OPTIONAL rental-fleet-file
           ASSIGN TO "rental-fleet"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  vch-parts-cost      pic 9(7)v99.
           05  vch-labor-cost      pic 9(7)v99.
           05  vch-total-cost      pic 9(7)v99.
           05  vch-incident-no     pic 9(6).
       fd  cost-report.
       01  print-rec.
           05 pic x(132).
       fd  fuel-price-file.
       01  fuel-price-rec.
           05  fuel-price-in       pic 9(2)v99.
       fd  accident-cost-file.
           COPY ACCCOST.
       fd  vehicle-master-file.
       01  vehicle-master-rec.
           05  vm-VIN               pic x(10).
           05  vm-desc              pic x(10).
           05  vm-cumulative-miles  pic 9(7).
           05  vm-last-service-miles pic 9(7).
       fd  rental-fleet-file.
       01  rental-fleet-rec.
           05  flt-unit-no          pic x(5).
           05 pic x(51).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-fuel-records        picture xxx value 'yes'.
       01  more-accident-records    picture xxx value 'yes'.
       01  more-master-records      picture xxx value 'yes'.
       01  more-fleet-records       picture xxx value 'yes'.
       01  price-per-gallon         pic 9(2)v99 value 0.
       01  vehicle-table-idx        pic 9(3) comp.
       01  vehicle-table-count      pic 9(3) value 0.
       01  vehicle-table.
           05  vehicle-entry OCCURS 200 TIMES.
               10  vct-VIN          pic x(10).
               10  vct-fleet        pic x(1).
               10  vct-miles        pic 9(7).
               10  vct-order-count  pic 9(4).
               10  vct-parts-cost   pic 9(9)v99.
               10  vct-labor-cost   pic 9(9)v99.
               10  vct-total-cost   pic 9(9)v99.
               10  vct-fuel-cost    pic 9(9)v99.
               10  vct-accident-net pic s9(9)v99.
       01  history-read             pic 9(7) value 0.
       01  fleet-maint-cost         pic 9(11)v99 value 0.
       01  fleet-fuel-cost          pic 9(11)v99 value 0.
       01  fleet-accident-net       pic s9(11)v99 value 0.
       01  taxi-maint-cost          pic 9(11)v99 value 0.
       01  taxi-miles               pic 9(9) value 0.
       01  rental-maint-cost        pic 9(11)v99 value 0.
       01  rental-miles             pic 9(9) value 0.
       01  maint-per-mile-work      pic 9(4)v999.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(32) value "VEHICLE MAINTENANCE COST REPORT ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(10) value "VIN".
           05 pic x(3) value "  F".
           05 pic x(2) value spaces.
           05 pic x(6) value "ORDERS".
           05 pic x(2) value spaces.
           05 pic x(12) value "      LABOR ".
           05 pic x(12) value "      MAINT ".
           05 pic x(12) value "       FUEL ".
           05 pic x(14) value "  ACCIDENT NET".
           05 pic x(10) value "     MILES".
           05 pic x(10) value "  MAINT/MI".
       01  blank-line               pic x value space.
       01  cost-detail-line.
           05  detail-VIN-out          pic x(10).
           05 pic x(2) value spaces.
           05  detail-fleet-out        pic x(1).
           05 pic x(2) value spaces.
           05  detail-orders-out       pic zz,zz9.
           05 pic x(2) value spaces.
           05  detail-parts-out        pic zzz,zz9.99.
           05  detail-total-out        pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-fuel-out         pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-accident-out     pic -z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-miles-out        pic z,zzz,zz9.
           05 pic x(2) value spaces.
           05  detail-per-mile-out     pic zzz9.999.
       01  trailer-line.
           05 pic x(9) value "VEHICLES ".
           05  vehicles-out            pic zz9.
           05  fleet-maint-out         pic zz,zzz,zz9.99.
           05 pic x(9) value "  FUEL $ ".
           05  fleet-fuel-out          pic zz,zzz,zz9.99.
           05 pic x(13) value "  ACCIDENT $ ".
           05  fleet-accident-out      pic -zz,zzz,zz9.99.
       01  per-mile-trailer.
           05 pic x(18) value "TAXI MAINT/MILE $ ".
           05  taxi-per-mile-out       pic zzz9.999.
           05 pic x(22) value "  RENTAL MAINT/MILE $ ".
           05  rental-per-mile-out     pic zzz9.999.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-fuel-price
           perform 200-accumulate-history
           perform 300-accumulate-fuel
           perform 320-accumulate-accident-cost
           perform 330-accumulate-miles
           perform 340-mark-rental-units
           open output cost-report
                extend run-log-file
           move business-date-work to header-date-out
           move vehicle-table-count to vehicles-out
           move fleet-maint-cost to fleet-maint-out
           move fleet-fuel-cost to fleet-fuel-out
           move fleet-accident-net to fleet-accident-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 450-print-per-mile-trailer
           perform 900-write-run-log
           close cost-report
                 run-log-file
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to history-read
                       if vch-incident-no is not numeric
                          or vch-incident-no = 0
                          perform 250-add-maintenance-order
                       end-if
              end-read
           end-perform
           close cost-history-file.
       250-add-maintenance-order.
           move vch-VIN to lookup-VIN
           perform 350-find-vehicle-entry
           add 1 to vct-order-count(vehicle-found-idx)
           add vch-parts-cost to vct-parts-cost(vehicle-found-idx)
           add vch-labor-cost to vct-labor-cost(vehicle-found-idx)
           add vch-total-cost to vct-total-cost(vehicle-found-idx)
           add vch-total-cost to fleet-maint-cost.
       300-accumulate-fuel.
           open input Taxi-INFO
           perform until more-fuel-records = 'no '
              end-read
           end-perform
           close Taxi-INFO.
       320-accumulate-accident-cost.
           open input accident-cost-file
           perform until more-accident-records = 'no '
              read accident-cost-file
                    at end
                       move 'no ' to more-accident-records
                    not at end
                       move acc-vehicle-id to lookup-VIN
                       perform 350-find-vehicle-entry
                       compute vct-accident-net(vehicle-found-idx) =
                          vct-accident-net(vehicle-found-idx)
                          + acc-repair-cost - acc-recovered
                       compute fleet-accident-net =
                          fleet-accident-net
                          + acc-repair-cost - acc-recovered
              end-read
           end-perform
           close accident-cost-file.
       330-accumulate-miles.
           open input vehicle-master-file
           perform until more-master-records = 'no '
              read vehicle-master-file next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       move vm-VIN to lookup-VIN
                       perform 350-find-vehicle-entry
                       move vm-cumulative-miles
                         to vct-miles(vehicle-found-idx)
              end-read
           end-perform
           close vehicle-master-file.
      *> a rental unit shows only if it has cost or miles to report
       340-mark-rental-units.
           open input rental-fleet-file
           perform until more-fleet-records = 'no '
              read rental-fleet-file
                    at end
                       move 'no ' to more-fleet-records
                    not at end
                       perform varying vehicle-table-idx from 1 by 1
                               until vehicle-table-idx >
                                     vehicle-table-count
                          if vct-VIN(vehicle-table-idx) = flt-unit-no
                             move 'R' to vct-fleet(vehicle-table-idx)
                          end-if
                       end-perform
              end-read
           end-perform
           close rental-fleet-file.
       350-find-vehicle-entry.
           move 0 to vehicle-found-idx
           perform varying vehicle-table-idx from 1 by 1
              add 1 to vehicle-table-count
              move vehicle-table-count to vehicle-found-idx
              move lookup-VIN to vct-VIN(vehicle-found-idx)
              move 'T' to vct-fleet(vehicle-found-idx)
              move 0 to vct-miles(vehicle-found-idx)
              move 0 to vct-order-count(vehicle-found-idx)
              move 0 to vct-parts-cost(vehicle-found-idx)
              move 0 to vct-labor-cost(vehicle-found-idx)
              move 0 to vct-total-cost(vehicle-found-idx)
              move 0 to vct-fuel-cost(vehicle-found-idx)
              move 0 to vct-accident-net(vehicle-found-idx)
           end-if.
       400-print-vehicle-line.
           move spaces to cost-detail-line
           move vct-total-cost(vehicle-table-idx)
             to detail-total-out
           move vct-fuel-cost(vehicle-table-idx) to detail-fuel-out
           move vct-accident-net(vehicle-table-idx)
             to detail-accident-out
           move vct-fleet(vehicle-table-idx) to detail-fleet-out
           move vct-miles(vehicle-table-idx) to detail-miles-out
           move 0 to maint-per-mile-work
           if vct-miles(vehicle-table-idx) > 0
              compute maint-per-mile-work ROUNDED =
                 vct-total-cost(vehicle-table-idx)
                 / vct-miles(vehicle-table-idx)
           end-if
           move maint-per-mile-work to detail-per-mile-out
           if vct-fleet(vehicle-table-idx) = 'R'
              add vct-total-cost(vehicle-table-idx)
                to rental-maint-cost
              add vct-miles(vehicle-table-idx) to rental-miles
           else
              add vct-total-cost(vehicle-table-idx) to taxi-maint-cost
              add vct-miles(vehicle-table-idx) to taxi-miles
           end-if
           write print-rec from cost-detail-line.
       450-print-per-mile-trailer.
           move 0 to maint-per-mile-work
           if taxi-miles > 0
              compute maint-per-mile-work ROUNDED =
                 taxi-maint-cost / taxi-miles
           end-if
           move maint-per-mile-work to taxi-per-mile-out
           move 0 to maint-per-mile-work
           if rental-miles > 0
              compute maint-per-mile-work ROUNDED =
                 rental-maint-cost / rental-miles
           end-if
           move maint-per-mile-work to rental-per-mile-out
           write print-rec from per-mile-trailer.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "VEHCOST " to RL-PROGRAM-NAME
