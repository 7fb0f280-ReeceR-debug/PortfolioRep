       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTUTIL.
      *> Rental fleet utilization by car class for the month of the
      *> business date.  For each type of car on rate-tbl:
      *>   units on rental-fleet (sold units left out) and the unit-
      *>      days they were available in the month to date
      *>   days rented and rentals, revenue and average length of
      *>      rental from the rentals 338_1 billed (rental-hist) with
      *>      a return date in the month
      *>   utilization percent and revenue per available unit-day
      *>   overdue days -- days late on the month's returns plus the
      *>      days past due of units still out
      *>   turned-away demand -- renters RENTRES refused a reservation
      *>      or could not give a car to (lost-dmd) in the month
      *> Run by hand on the last business day of the month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT rate-table-file ASSIGN TO rate-tbl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rental-fleet-file
           ASSIGN TO "rental-fleet"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL rental-history-file
           ASSIGN TO "rental-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL lost-demand-file
           ASSIGN TO "lost-dmd"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT utilization-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  rate-table-file.
       01  rate-table-rec.
           05  rt-type-of-car       pic x(1).
           05  rt-car-name          pic x(10).
           05  rt-daily-price       pic 9(2).
           05  rt-per-mile          pic 9(1)v9(2).
           05  rt-weekly-daily-price pic 9(2).
       fd  rental-fleet-file.
       01  rental-fleet-rec.
           05  flt-unit-no         pic x(5).
           05  flt-type-of-car     pic x(1).
           05  flt-status          pic x(1).
           05  flt-out-date        pic 9(8).
           05  flt-due-date        pic 9(8).
           05  flt-out-miles       pic 9(6).
           05  flt-renter-last     pic x(20).
           05  flt-renter-first    pic x(1).
           05  flt-account-no      pic x(6).
       fd  rental-history-file.
           COPY RENTHIST.
       fd  lost-demand-file.
           COPY LOSTDMD.
       fd  utilization-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  business-date-parts redefines business-date-work.
           05  report-month         pic 9(6).
           05  report-day           pic 9(2).
       01  more-rate-records        picture xxx value 'yes'.
       01  more-fleet-records       picture xxx value 'yes'.
       01  more-history-records     picture xxx value 'yes'.
       01  more-demand-records      picture xxx value 'yes'.
       01  class-table-idx          pic 9(2) comp.
       01  class-table-count        pic 9(2) value 0.
       01  class-found-idx          pic 9(2) comp value 0.
       01  lookup-type              pic x(1).
       01  class-table.
           05  class-entry OCCURS 20 TIMES.
               10  cls-type          pic x(1).
               10  cls-name          pic x(10).
               10  cls-units         pic 9(4).
               10  cls-avail-days    pic 9(7).
               10  cls-rented-days   pic 9(7).
               10  cls-rentals       pic 9(5).
               10  cls-revenue       pic 9(9)v99.
               10  cls-overdue-days  pic 9(6).
               10  cls-turned-away   pic 9(5).
       01  total-units              pic 9(5) value 0.
       01  total-avail-days         pic 9(8) value 0.
       01  total-rented-days        pic 9(8) value 0.
       01  total-rentals            pic 9(6) value 0.
       01  total-revenue            pic 9(11)v99 value 0.
       01  total-overdue-days       pic 9(7) value 0.
       01  total-turned-away        pic 9(6) value 0.
       01  utilization-pct          pic 9(3)v9.
       01  average-length           pic 9(3)v9.
       01  revenue-per-day          pic 9(5)v99.
       01  date-to-convert          pic 9(8).
       01  date-parts redefines date-to-convert.
           05  conv-year            pic 9(4).
           05  conv-month           pic 9(2).
           05  conv-day             pic 9(2).
       01  converted-days           pic 9(7).
       01  leap-work                pic 9(7).
       01  month-subscript          pic 9(2) comp.
       01  cumulative-month-values.
           05 pic 9(3) value 000.
           05 pic 9(3) value 031.
           05 pic 9(3) value 059.
           05 pic 9(3) value 090.
           05 pic 9(3) value 120.
           05 pic 9(3) value 151.
           05 pic 9(3) value 181.
           05 pic 9(3) value 212.
           05 pic 9(3) value 243.
           05 pic 9(3) value 273.
           05 pic 9(3) value 304.
           05 pic 9(3) value 334.
       01  cumulative-month-table
               redefines cumulative-month-values.
           05  days-before-month OCCURS 12 TIMES pic 9(3).
       01  business-days            pic 9(7).
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(40)
              value "RENTAL FLEET UTILIZATION -- MONTH TO    ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(10) value "CLASS".
           05 pic x(2) value spaces.
           05 pic x(5) value "UNITS".
           05 pic x(2) value spaces.
           05 pic x(7) value "  AVAIL".
           05 pic x(2) value spaces.
           05 pic x(7) value " RENTED".
           05 pic x(2) value spaces.
           05 pic x(5) value "UTIL%".
           05 pic x(2) value spaces.
           05 pic x(7) value "RENTALS".
           05 pic x(2) value spaces.
           05 pic x(5) value "AVG L".
           05 pic x(2) value spaces.
           05 pic x(14) value "       REVENUE".
           05 pic x(2) value spaces.
           05 pic x(9) value "REV/AVAIL".
           05 pic x(2) value spaces.
           05 pic x(7) value "OVERDUE".
           05 pic x(2) value spaces.
           05 pic x(7) value " TURNED".
       01  column-header-2.
           05 pic x(19) value spaces.
           05 pic x(7) value "   DAYS".
           05 pic x(2) value spaces.
           05 pic x(7) value "   DAYS".
           05 pic x(25) value spaces.
           05 pic x(14) value spaces.
           05 pic x(2) value spaces.
           05 pic x(9) value "      DAY".
           05 pic x(2) value spaces.
           05 pic x(7) value "   DAYS".
           05 pic x(2) value spaces.
           05 pic x(7) value "   AWAY".
       01  blank-line               pic x value space.
       01  detail-line.
           05  det-name-out            pic x(10).
           05 pic x(1) value space.
           05  det-units-out           pic zz,zz9.
           05 pic x(1) value space.
           05  det-avail-out           pic zzzz,zz9.
           05 pic x(1) value space.
           05  det-rented-out          pic zzzz,zz9.
           05 pic x(2) value spaces.
           05  det-util-out            pic zz9.9.
           05 pic x(2) value spaces.
           05  det-rentals-out         pic zzz,zz9.
           05 pic x(2) value spaces.
           05  det-avg-length-out      pic zz9.9.
           05 pic x(3) value spaces.
           05  det-revenue-out         pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  det-rev-per-day-out     pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  det-overdue-out         pic zzz,zz9.
           05 pic x(2) value spaces.
           05  det-turned-out          pic zzz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work to date-to-convert
           perform 600-convert-date-to-days
           move converted-days to business-days
           perform 110-load-classes
           perform 200-count-fleet
           perform 300-accumulate-rentals
           perform 400-accumulate-lost-demand
           open output utilization-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from column-header-2
           write print-rec from blank-line
           perform varying class-table-idx from 1 by 1
                   until class-table-idx > class-table-count
              perform 500-print-class-line
           end-perform
           perform 550-print-total-line
           perform 900-write-run-log
           close utilization-report
                 run-log-file
           stop run.
       110-load-classes.
           open input rate-table-file
           perform until more-rate-records = 'no '
              read rate-table-file
                    at end
                       move 'no ' to more-rate-records
                    not at end
                       move rt-type-of-car to lookup-type
                       perform 150-find-class-entry
                       move rt-car-name to cls-name(class-found-idx)
              end-read
           end-perform
           close rate-table-file.
      *> a type of car not on rate-tbl still gets a line
       150-find-class-entry.
           move 0 to class-found-idx
           perform varying class-table-idx from 1 by 1
                   until class-table-idx > class-table-count
              if lookup-type = cls-type(class-table-idx)
                 move class-table-idx to class-found-idx
              end-if
           end-perform
           if class-found-idx = 0
              if class-table-count > 19
                 display "RENTUTIL: MORE THAN 20 CAR CLASSES -- "
                    "TABLE FULL"
                 stop run
              end-if
              add 1 to class-table-count
              move class-table-count to class-found-idx
              move lookup-type to cls-type(class-found-idx)
              move "CLASS " to cls-name(class-found-idx)
              move lookup-type to cls-name(class-found-idx)(7:1)
              move 0 to cls-units(class-found-idx)
              move 0 to cls-avail-days(class-found-idx)
              move 0 to cls-rented-days(class-found-idx)
              move 0 to cls-rentals(class-found-idx)
              move 0 to cls-revenue(class-found-idx)
              move 0 to cls-overdue-days(class-found-idx)
              move 0 to cls-turned-away(class-found-idx)
           end-if.
      *> every unit not sold was available each day of the month to
      *> date; a unit still out past its due date adds its days late
       200-count-fleet.
           open input rental-fleet-file
           perform until more-fleet-records = 'no '
              read rental-fleet-file
                    at end
                       move 'no ' to more-fleet-records
                    not at end
                       add 1 to run-log-records-in
                       if flt-status not = 'S'
                          move flt-type-of-car to lookup-type
                          perform 150-find-class-entry
                          add 1 to cls-units(class-found-idx)
                          add report-day
                            to cls-avail-days(class-found-idx)
                          if flt-status = 'O'
                             and flt-due-date < business-date-work
                             move flt-due-date to date-to-convert
                             perform 600-convert-date-to-days
                             compute cls-overdue-days(class-found-idx)
                                = cls-overdue-days(class-found-idx)
                                + business-days - converted-days
                          end-if
                       end-if
              end-read
           end-perform
           close rental-fleet-file.
       300-accumulate-rentals.
           open input rental-history-file
           perform until more-history-records = 'no '
              read rental-history-file
                    at end
                       move 'no ' to more-history-records
                    not at end
                       add 1 to run-log-records-in
                       if rh-return-date(1:6) = report-month
                          move rh-type-of-car to lookup-type
                          perform 150-find-class-entry
                          add rh-days-rented
                            to cls-rented-days(class-found-idx)
                          if rh-days-rented > 0
                             add 1 to cls-rentals(class-found-idx)
                          end-if
                          add rh-revenue
                            to cls-revenue(class-found-idx)
                          add rh-late-days
                            to cls-overdue-days(class-found-idx)
                       end-if
              end-read
           end-perform
           close rental-history-file.
       400-accumulate-lost-demand.
           open input lost-demand-file
           perform until more-demand-records = 'no '
              read lost-demand-file
                    at end
                       move 'no ' to more-demand-records
                    not at end
                       add 1 to run-log-records-in
                       if ld-date(1:6) = report-month
                          move ld-type-of-car to lookup-type
                          perform 150-find-class-entry
                          add 1 to cls-turned-away(class-found-idx)
                       end-if
              end-read
           end-perform
           close lost-demand-file.
       500-print-class-line.
           move cls-name(class-table-idx) to det-name-out
           move cls-units(class-table-idx) to det-units-out
           move cls-avail-days(class-table-idx) to det-avail-out
           move cls-rented-days(class-table-idx) to det-rented-out
           move cls-rentals(class-table-idx) to det-rentals-out
           move cls-revenue(class-table-idx) to det-revenue-out
           move cls-overdue-days(class-table-idx) to det-overdue-out
           move cls-turned-away(class-table-idx) to det-turned-out
           move 0 to utilization-pct
           move 0 to revenue-per-day
           if cls-avail-days(class-table-idx) > 0
              compute utilization-pct ROUNDED =
                 cls-rented-days(class-table-idx) * 100
                 / cls-avail-days(class-table-idx)
              compute revenue-per-day ROUNDED =
                 cls-revenue(class-table-idx)
                 / cls-avail-days(class-table-idx)
           end-if
           move 0 to average-length
           if cls-rentals(class-table-idx) > 0
              compute average-length ROUNDED =
                 cls-rented-days(class-table-idx)
                 / cls-rentals(class-table-idx)
           end-if
           move utilization-pct to det-util-out
           move revenue-per-day to det-rev-per-day-out
           move average-length to det-avg-length-out
           write print-rec from detail-line
           add cls-units(class-table-idx) to total-units
           add cls-avail-days(class-table-idx) to total-avail-days
           add cls-rented-days(class-table-idx) to total-rented-days
           add cls-rentals(class-table-idx) to total-rentals
           add cls-revenue(class-table-idx) to total-revenue
           add cls-overdue-days(class-table-idx)
             to total-overdue-days
           add cls-turned-away(class-table-idx) to total-turned-away.
       550-print-total-line.
           move "FLEET" to det-name-out
           move total-units to det-units-out
           move total-avail-days to det-avail-out
           move total-rented-days to det-rented-out
           move total-rentals to det-rentals-out
           move total-revenue to det-revenue-out
           move total-overdue-days to det-overdue-out
           move total-turned-away to det-turned-out
           move 0 to utilization-pct
           move 0 to revenue-per-day
           if total-avail-days > 0
              compute utilization-pct ROUNDED =
                 total-rented-days * 100 / total-avail-days
              compute revenue-per-day ROUNDED =
                 total-revenue / total-avail-days
           end-if
           move 0 to average-length
           if total-rentals > 0
              compute average-length ROUNDED =
                 total-rented-days / total-rentals
           end-if
           move utilization-pct to det-util-out
           move revenue-per-day to det-rev-per-day-out
           move average-length to det-avg-length-out
           write print-rec from blank-line
           write print-rec from detail-line.
       600-convert-date-to-days.
           compute converted-days = conv-year * 365
           compute leap-work = (conv-year - 1) / 4
           add leap-work to converted-days
           compute leap-work = (conv-year - 1) / 100
           subtract leap-work from converted-days
           compute leap-work = (conv-year - 1) / 400
           add leap-work to converted-days
           move conv-month to month-subscript
           add days-before-month(month-subscript) to converted-days
           if conv-month > 2
              divide conv-year by 4 giving leap-work
              if conv-year = leap-work * 4
                 divide conv-year by 100 giving leap-work
                 if conv-year not = leap-work * 100
                    add 1 to converted-days
                 else
                    divide conv-year by 400 giving leap-work
                    if conv-year = leap-work * 400
                       add 1 to converted-days
                    end-if
                 end-if
              end-if
           end-if
           add conv-day to converted-days.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "RENTUTIL" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move run-log-records-in to RL-RECORDS-IN
           move class-table-count to RL-RECORDS-OUT
           move 0 to RL-RECORDS-REJECTED
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
