       IDENTIFICATION DIVISION.
       PROGRAM-ID. METERREC.
      *> Taximeter reconciliation.  Totals the meter system's trip
      *> file (meter-trip) by driver, VIN and shift date and sets the
      *> totals against the revenue and miles the drivers report on
      *> shift-dat, where DRVSETL and SHIFTPRF take them from:
      *>   shifts short -- every shift whose reported fare revenue
      *>      falls short of the metered fares and extras by more
      *>      than the tolerance, and every metered shift not
      *>      reported at all
      *>   revenue by driver -- reported against metered for the
      *>      period, with the fares paid by card
      *>   miles by vehicle -- the shift miles split into paid
      *>      (metered) and deadhead miles
      *> The card fares of each shift are written to meter-card so
      *> DRVSETL can net the card-processing fee.  Trips with a bad
      *> amount, date or payment type divert to the suspense file.
      *> Run by hand on the same shift-dat before DRVSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT meter-trip-file ASSIGN TO meter-trip
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT shift-file ASSIGN TO shift-dat
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT driver-master-file ASSIGN TO drv-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT meter-card-file ASSIGN TO meter-card
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reconcile-report ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO meter-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  meter-trip-file.
           COPY METRTRIP.
       fd  shift-file.
       01  shift-rec.
           05  sh-driver-id        pic x(5).
           05  sh-VIN              pic x(10).
           05  sh-date             pic 9(8).
           05  sh-miles            pic 9(5).
           05  sh-fare-revenue     pic 9(5)v99.
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
       fd  meter-card-file.
           COPY METRCARD.
       fd  reconcile-report.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-trip-records        picture xxx value 'yes'.
       01  more-shift-records       picture xxx value 'yes'.
       01  more-driver-records      picture xxx value 'yes'.
       01  short-tolerance          pic 9(3)v99 value 5.00.
       01  driver-table-idx         pic 9(3) comp.
       01  driver-table-count       pic 9(3) value 0.
       01  driver-found-idx         pic 9(3) comp value 0.
       01  driver-table.
           05  driver-table-entry OCCURS 200 TIMES.
               10  drt-driver-id    pic x(5).
               10  drt-driver-name  pic x(20).
               10  drt-shifts       pic 9(4).
               10  drt-trips        pic 9(5).
               10  drt-reported     pic 9(7)v99.
               10  drt-metered      pic 9(7)v99.
               10  drt-card-fares   pic 9(7)v99.
       01  shift-table-idx          pic 9(4) comp.
       01  shift-table-count        pic 9(4) value 0.
       01  shift-found-idx          pic 9(4) comp value 0.
       01  shift-table.
           05  shift-entry OCCURS 2000 TIMES.
               10  sst-driver-id    pic x(5).
               10  sst-VIN          pic x(10).
               10  sst-date         pic 9(8).
               10  sst-reported-sw  pic x(1).
                   88  sst-reported         value 'Y'.
               10  sst-miles        pic 9(5).
               10  sst-revenue      pic 9(7)v99.
               10  sst-trips        pic 9(4).
               10  sst-paid-miles   pic 9(5)v9.
               10  sst-metered      pic 9(7)v99.
               10  sst-card-trips   pic 9(4).
               10  sst-card-fares   pic 9(7)v99.
       01  vehicle-table-idx        pic 9(3) comp.
       01  vehicle-table-count      pic 9(3) value 0.
       01  vehicle-found-idx        pic 9(3) comp value 0.
       01  vehicle-table.
           05  vehicle-entry OCCURS 200 TIMES.
               10  vmt-VIN          pic x(10).
               10  vmt-shift-miles  pic 9(7).
               10  vmt-paid-miles   pic 9(7)v9.
       01  lookup-driver-id         pic x(5).
       01  lookup-VIN               pic x(10).
       01  lookup-date              pic 9(8).
       01  trip-amount              pic 9(5)v99.
       01  revenue-short            pic s9(7)v99.
       01  deadhead-miles           pic s9(7)v9.
       01  paid-percent             pic 9(3)v9.
       01  reject-reason            pic x(40).
       01  trips-read               pic 9(7) value 0.
       01  trips-rejected           pic 9(7) value 0.
       01  shifts-short             pic 9(5) value 0.
       01  total-short              pic 9(9)v99 value 0.
       01  total-reported           pic 9(9)v99 value 0.
       01  total-metered            pic 9(9)v99 value 0.
       01  total-card-fares         pic 9(9)v99 value 0.
       01  total-shift-miles        pic 9(9) value 0.
       01  total-paid-miles         pic 9(9)v9 value 0.
       01  card-records-out         pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(30) value "METER RECONCILIATION -- AS OF ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  short-title.
           05 pic x(45)
              value "SHIFTS SHORT OF METERED REVENUE -- TOLERANCE ".
           05  short-tolerance-out     pic $$9.99.
       01  short-column-header.
           05 pic x(5) value "DRVR".
           05 pic x(2) value spaces.
           05 pic x(20) value "NAME".
           05 pic x(2) value spaces.
           05 pic x(10) value "VIN".
           05 pic x(2) value spaces.
           05 pic x(8) value "SHIFT".
           05 pic x(2) value spaces.
           05 pic x(5) value "TRIPS".
           05 pic x(2) value spaces.
           05 pic x(10) value "  REPORTED".
           05 pic x(2) value spaces.
           05 pic x(10) value "   METERED".
           05 pic x(2) value spaces.
           05 pic x(10) value "     SHORT".
       01  short-detail-line.
           05  sdl-driver-out          pic x(5).
           05 pic x(2) value spaces.
           05  sdl-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  sdl-VIN-out             pic x(10).
           05 pic x(2) value spaces.
           05  sdl-date-out            pic 9(8).
           05 pic x(2) value spaces.
           05  sdl-trips-out           pic zzzz9.
           05 pic x(2) value spaces.
           05  sdl-reported-out        pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  sdl-metered-out         pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  sdl-short-out           pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  sdl-note-out            pic x(22).
       01  short-trailer-line.
           05 pic x(13) value "SHIFTS SHORT ".
           05  shifts-short-out        pic zz,zz9.
           05 pic x(10) value "  SHORT $ ".
           05  total-short-out         pic zzz,zzz,zz9.99.
       01  driver-title             pic x(38)
              value "REPORTED AND METERED REVENUE BY DRIVER".
       01  driver-column-header.
           05 pic x(5) value "DRVR".
           05 pic x(2) value spaces.
           05 pic x(20) value "NAME".
           05 pic x(2) value spaces.
           05 pic x(6) value "SHIFTS".
           05 pic x(2) value spaces.
           05 pic x(6) value " TRIPS".
           05 pic x(2) value spaces.
           05 pic x(12) value "    REPORTED".
           05 pic x(2) value spaces.
           05 pic x(12) value "     METERED".
           05 pic x(2) value spaces.
           05 pic x(13) value "   DIFFERENCE".
           05 pic x(2) value spaces.
           05 pic x(12) value "  CARD FARES".
       01  driver-detail-line.
           05  ddl-driver-out          pic x(5).
           05 pic x(2) value spaces.
           05  ddl-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  ddl-shifts-out          pic zz,zz9.
           05 pic x(2) value spaces.
           05  ddl-trips-out           pic zz,zz9.
           05 pic x(2) value spaces.
           05  ddl-reported-out        pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  ddl-metered-out         pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  ddl-difference-out      pic -z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  ddl-card-out            pic z,zzz,zz9.99.
       01  driver-trailer-line.
           05 pic x(13) value "REPORTED $   ".
           05  total-reported-out      pic zzz,zzz,zz9.99.
           05 pic x(13) value "  METERED $  ".
           05  total-metered-out       pic zzz,zzz,zz9.99.
           05 pic x(16) value "  CARD FARES $  ".
           05  total-card-out          pic zzz,zzz,zz9.99.
       01  vehicle-title            pic x(34)
              value "PAID AND DEADHEAD MILES BY VEHICLE".
       01  vehicle-column-header.
           05 pic x(10) value "VIN".
           05 pic x(2) value spaces.
           05 pic x(11) value "SHIFT MILES".
           05 pic x(2) value spaces.
           05 pic x(11) value " PAID MILES".
           05 pic x(2) value spaces.
           05 pic x(11) value "   DEADHEAD".
           05 pic x(2) value spaces.
           05 pic x(6) value "PAID %".
       01  vehicle-detail-line.
           05  vdl-VIN-out             pic x(10).
           05 pic x(4) value spaces.
           05  vdl-shift-miles-out     pic z,zzz,zz9.
           05 pic x(4) value spaces.
           05  vdl-paid-miles-out      pic zzz,zz9.9.
           05 pic x(4) value spaces.
           05  vdl-deadhead-out        pic -zz,zz9.9.
           05 pic x(3) value spaces.
           05  vdl-percent-out         pic zz9.9.
       01  vehicle-trailer-line.
           05 pic x(16) value "SHIFT MILES     ".
           05  total-shift-miles-out   pic zzz,zzz,zz9.
           05 pic x(14) value "  PAID MILES  ".
           05  total-paid-miles-out    pic zzz,zzz,zz9.9.
       01  trip-trailer-line.
           05 pic x(11) value "TRIPS READ ".
           05  trips-read-out          pic z,zzz,zz9.
           05 pic x(12) value "  REJECTED  ".
           05  trips-rejected-out      pic z,zzz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-driver-master
           perform 120-load-shifts
           open output reject-listing
           perform 200-accumulate-trips
           open output reconcile-report
                output meter-card-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           perform 300-list-short-shifts
           perform 400-list-driver-totals
           perform 500-list-vehicle-miles
           move trips-read to trips-read-out
           move trips-rejected to trips-rejected-out
           write print-rec from blank-line
           write print-rec from trip-trailer-line
           perform 900-write-run-log
           close reconcile-report
                 reject-listing
                 meter-card-file
                 run-log-file
           stop run.
       110-load-driver-master.
           open input driver-master-file
           perform until more-driver-records = 'no '
              read driver-master-file
                    at end
                       move 'no ' to more-driver-records
                    not at end
                       add 1 to driver-table-count
                       if driver-table-count > 200
                          display "METERREC: DRIVER-MASTER-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close driver-master-file
                          stop run
                       end-if
                       move dr-driver-id
                         to drt-driver-id(driver-table-count)
                       move dr-driver-name
                         to drt-driver-name(driver-table-count)
                       move 0 to drt-shifts(driver-table-count)
                       move 0 to drt-trips(driver-table-count)
                       move 0 to drt-reported(driver-table-count)
                       move 0 to drt-metered(driver-table-count)
                       move 0 to drt-card-fares(driver-table-count)
              end-read
           end-perform
           close driver-master-file.
      *> a driver reporting the same VIN twice on one date is
      *> carried as one shift
       120-load-shifts.
           open input shift-file
           perform until more-shift-records = 'no '
              read shift-file
                    at end
                       move 'no ' to more-shift-records
                    not at end
                       move sh-driver-id to lookup-driver-id
                       move sh-VIN to lookup-VIN
                       move sh-date to lookup-date
                       perform 150-find-shift-entry
                       move 'Y' to sst-reported-sw(shift-found-idx)
                       add sh-miles to sst-miles(shift-found-idx)
                       add sh-fare-revenue
                         to sst-revenue(shift-found-idx)
              end-read
           end-perform
           close shift-file.
       150-find-shift-entry.
           move 0 to shift-found-idx
           perform varying shift-table-idx from 1 by 1
                   until shift-table-idx > shift-table-count
              if lookup-driver-id = sst-driver-id(shift-table-idx)
                 and lookup-VIN = sst-VIN(shift-table-idx)
                 and lookup-date = sst-date(shift-table-idx)
                 move shift-table-idx to shift-found-idx
              end-if
           end-perform
           if shift-found-idx = 0
              if shift-table-count > 1999
                 display "METERREC: MORE THAN 2000 SHIFTS -- "
                    "TABLE FULL"
                 stop run
              end-if
              add 1 to shift-table-count
              move shift-table-count to shift-found-idx
              move lookup-driver-id to sst-driver-id(shift-found-idx)
              move lookup-VIN to sst-VIN(shift-found-idx)
              move lookup-date to sst-date(shift-found-idx)
              move 'N' to sst-reported-sw(shift-found-idx)
              move 0 to sst-miles(shift-found-idx)
              move 0 to sst-revenue(shift-found-idx)
              move 0 to sst-trips(shift-found-idx)
              move 0 to sst-paid-miles(shift-found-idx)
              move 0 to sst-metered(shift-found-idx)
              move 0 to sst-card-trips(shift-found-idx)
              move 0 to sst-card-fares(shift-found-idx)
           end-if.
       200-accumulate-trips.
           open input meter-trip-file
           perform until more-trip-records = 'no '
              read meter-trip-file
                    at end
                       move 'no ' to more-trip-records
                    not at end
                       add 1 to trips-read
                       perform 250-validate-trip
                       if reject-reason = spaces
                          perform 260-post-trip
                       else
                          perform 700-reject-trip
                       end-if
              end-read
           end-perform
           close meter-trip-file.
       250-validate-trip.
           move spaces to reject-reason
           evaluate true
              when mt-VIN = spaces
                 move "VIN MISSING" to reject-reason
              when mt-driver-id = spaces
                 move "DRIVER MISSING" to reject-reason
              when mt-start-date is not numeric
                 or mt-start-date = 0
                 move "TRIP START DATE MISSING" to reject-reason
              when mt-start-time is not numeric
                 or mt-end-date is not numeric
                 or mt-end-time is not numeric
                 move "TRIP START OR END TIME NOT NUMERIC"
                   to reject-reason
              when mt-end-date < mt-start-date
                 or (mt-end-date = mt-start-date
                     and mt-end-time < mt-start-time)
                 move "TRIP ENDS BEFORE IT STARTS" to reject-reason
              when mt-paid-miles is not numeric
                 move "PAID MILES NOT NUMERIC" to reject-reason
              when mt-fare is not numeric
                 or mt-extras is not numeric
                 move "FARE OR EXTRAS NOT NUMERIC" to reject-reason
              when not mt-valid-payment
                 move "PAYMENT TYPE NOT C, K OR A" to reject-reason
              when other
                 continue
           end-evaluate.
      *> the trip belongs to the shift on its start date
       260-post-trip.
           move mt-driver-id to lookup-driver-id
           move mt-VIN to lookup-VIN
           move mt-start-date to lookup-date
           perform 150-find-shift-entry
           compute trip-amount = mt-fare + mt-extras
           add 1 to sst-trips(shift-found-idx)
           add mt-paid-miles to sst-paid-miles(shift-found-idx)
           add trip-amount to sst-metered(shift-found-idx)
           if mt-card-trip
              add 1 to sst-card-trips(shift-found-idx)
              add trip-amount to sst-card-fares(shift-found-idx)
           end-if.
      *> each shift is also posted here to the driver and vehicle
      *> totals, and its card fares written to meter-card
       300-list-short-shifts.
           move short-tolerance to short-tolerance-out
           write print-rec from short-title
           write print-rec from blank-line
           write print-rec from short-column-header
           write print-rec from blank-line
           perform varying shift-table-idx from 1 by 1
                   until shift-table-idx > shift-table-count
              perform 310-post-driver-total
              perform 320-post-vehicle-miles
              perform 330-write-card-fares
              compute revenue-short =
                 sst-metered(shift-table-idx)
                 - sst-revenue(shift-table-idx)
              if revenue-short > short-tolerance
                 perform 350-print-short-shift
              end-if
           end-perform
           move shifts-short to shifts-short-out
           move total-short to total-short-out
           write print-rec from blank-line
           write print-rec from short-trailer-line
           write print-rec from blank-line.
       310-post-driver-total.
           move 0 to driver-found-idx
           perform varying driver-table-idx from 1 by 1
                   until driver-table-idx > driver-table-count
              if sst-driver-id(shift-table-idx)
                    = drt-driver-id(driver-table-idx)
                 move driver-table-idx to driver-found-idx
              end-if
           end-perform
           if driver-found-idx = 0
              if driver-table-count > 199
                 display "METERREC: MORE THAN 200 DRIVERS -- "
                    "TABLE FULL"
                 stop run
              end-if
              add 1 to driver-table-count
              move driver-table-count to driver-found-idx
              move sst-driver-id(shift-table-idx)
                to drt-driver-id(driver-found-idx)
              move "** NOT ON DRV-MAST"
                to drt-driver-name(driver-found-idx)
              move 0 to drt-shifts(driver-found-idx)
              move 0 to drt-trips(driver-found-idx)
              move 0 to drt-reported(driver-found-idx)
              move 0 to drt-metered(driver-found-idx)
              move 0 to drt-card-fares(driver-found-idx)
           end-if
           add 1 to drt-shifts(driver-found-idx)
           add sst-trips(shift-table-idx) to drt-trips(driver-found-idx)
           add sst-revenue(shift-table-idx)
             to drt-reported(driver-found-idx)
           add sst-metered(shift-table-idx)
             to drt-metered(driver-found-idx)
           add sst-card-fares(shift-table-idx)
             to drt-card-fares(driver-found-idx).
       320-post-vehicle-miles.
           move 0 to vehicle-found-idx
           perform varying vehicle-table-idx from 1 by 1
                   until vehicle-table-idx > vehicle-table-count
              if sst-VIN(shift-table-idx) = vmt-VIN(vehicle-table-idx)
                 move vehicle-table-idx to vehicle-found-idx
              end-if
           end-perform
           if vehicle-found-idx = 0
              if vehicle-table-count > 199
                 display "METERREC: MORE THAN 200 VEHICLES -- "
                    "TABLE FULL"
                 stop run
              end-if
              add 1 to vehicle-table-count
              move vehicle-table-count to vehicle-found-idx
              move sst-VIN(shift-table-idx)
                to vmt-VIN(vehicle-found-idx)
              move 0 to vmt-shift-miles(vehicle-found-idx)
              move 0 to vmt-paid-miles(vehicle-found-idx)
           end-if
           add sst-miles(shift-table-idx)
             to vmt-shift-miles(vehicle-found-idx)
           add sst-paid-miles(shift-table-idx)
             to vmt-paid-miles(vehicle-found-idx).
       330-write-card-fares.
           if sst-card-fares(shift-table-idx) > 0
              move sst-driver-id(shift-table-idx) to mc-driver-id
              move sst-VIN(shift-table-idx) to mc-VIN
              move sst-date(shift-table-idx) to mc-shift-date
              move sst-card-trips(shift-table-idx) to mc-card-trips
              move sst-card-fares(shift-table-idx) to mc-card-fares
              write meter-card-rec
              add 1 to card-records-out
           end-if.
       350-print-short-shift.
           add 1 to shifts-short
           add revenue-short to total-short
           move sst-driver-id(shift-table-idx) to sdl-driver-out
           move drt-driver-name(driver-found-idx) to sdl-name-out
           move sst-VIN(shift-table-idx) to sdl-VIN-out
           move sst-date(shift-table-idx) to sdl-date-out
           move sst-trips(shift-table-idx) to sdl-trips-out
           move sst-revenue(shift-table-idx) to sdl-reported-out
           move sst-metered(shift-table-idx) to sdl-metered-out
           move revenue-short to sdl-short-out
           move spaces to sdl-note-out
           if not sst-reported(shift-table-idx)
              move "** SHIFT NOT REPORTED" to sdl-note-out
           end-if
           write print-rec from short-detail-line.
       400-list-driver-totals.
           write print-rec from driver-title
           write print-rec from blank-line
           write print-rec from driver-column-header
           write print-rec from blank-line
           perform varying driver-table-idx from 1 by 1
                   until driver-table-idx > driver-table-count
              if drt-shifts(driver-table-idx) > 0
                 perform 450-print-driver-line
              end-if
           end-perform
           move total-reported to total-reported-out
           move total-metered to total-metered-out
           move total-card-fares to total-card-out
           write print-rec from blank-line
           write print-rec from driver-trailer-line
           write print-rec from blank-line.
       450-print-driver-line.
           add drt-reported(driver-table-idx) to total-reported
           add drt-metered(driver-table-idx) to total-metered
           add drt-card-fares(driver-table-idx) to total-card-fares
           move drt-driver-id(driver-table-idx) to ddl-driver-out
           move drt-driver-name(driver-table-idx) to ddl-name-out
           move drt-shifts(driver-table-idx) to ddl-shifts-out
           move drt-trips(driver-table-idx) to ddl-trips-out
           move drt-reported(driver-table-idx) to ddl-reported-out
           move drt-metered(driver-table-idx) to ddl-metered-out
           compute ddl-difference-out =
              drt-reported(driver-table-idx)
              - drt-metered(driver-table-idx)
           move drt-card-fares(driver-table-idx) to ddl-card-out
           write print-rec from driver-detail-line.
      *> deadhead is the shift miles the meter was not running; a
      *> negative figure means more paid miles than were reported
       500-list-vehicle-miles.
           write print-rec from vehicle-title
           write print-rec from blank-line
           write print-rec from vehicle-column-header
           write print-rec from blank-line
           perform varying vehicle-table-idx from 1 by 1
                   until vehicle-table-idx > vehicle-table-count
              perform 550-print-vehicle-line
           end-perform
           move total-shift-miles to total-shift-miles-out
           move total-paid-miles to total-paid-miles-out
           write print-rec from blank-line
           write print-rec from vehicle-trailer-line.
       550-print-vehicle-line.
           add vmt-shift-miles(vehicle-table-idx) to total-shift-miles
           add vmt-paid-miles(vehicle-table-idx) to total-paid-miles
           compute deadhead-miles =
              vmt-shift-miles(vehicle-table-idx)
              - vmt-paid-miles(vehicle-table-idx)
           move 0 to paid-percent
           if vmt-shift-miles(vehicle-table-idx) > 0
              and vmt-paid-miles(vehicle-table-idx)
                 not > vmt-shift-miles(vehicle-table-idx)
              compute paid-percent ROUNDED =
                 vmt-paid-miles(vehicle-table-idx) * 100
                 / vmt-shift-miles(vehicle-table-idx)
           end-if
           move vmt-VIN(vehicle-table-idx) to vdl-VIN-out
           move vmt-shift-miles(vehicle-table-idx)
             to vdl-shift-miles-out
           move vmt-paid-miles(vehicle-table-idx)
             to vdl-paid-miles-out
           move deadhead-miles to vdl-deadhead-out
           move paid-percent to vdl-percent-out
           write print-rec from vehicle-detail-line.
       700-reject-trip.
           add 1 to trips-rejected
           move spaces to SUSPENSE-REC
           move "METERREC" to SUSP-SOURCE-PROGRAM
           move mt-VIN to SUSP-KEY-FIELD(1:10)
           move mt-driver-id to SUSP-KEY-FIELD(12:5)
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "METERREC" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move trips-read to RL-RECORDS-IN
           move card-records-out to RL-RECORDS-OUT
           move trips-rejected to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       950-get-business-date.
           move 0 to business-date-work
           open input business-date-file
           read business-date-file
                at end
                   continue
                not at end
                   if BUS-DATE is numeric
                      move BUS-DATE to business-date-work
                   end-if
           end-read
           close business-date-file
           if business-date-work = 0
              ACCEPT business-date-work FROM DATE YYYYMMDD
           end-if.
