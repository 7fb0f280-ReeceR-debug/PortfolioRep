       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHCDUE.
      *> Vehicle compliance due-soon report.  Reads every item on the
      *> veh-comply calendar against the business date and lists each
      *> registration, state inspection, medallion and insurance card
      *> already expired -- the vehicle is out of service until it is
      *> renewed -- and each coming due within the next 30 days, so
      *> the fleet office can renew before the vehicle is pulled.
      *> Taxis on VEH-MASTER and units on rental-fleet with a required
      *> item not on the calendar at all are listed as missing (the
      *> medallion is required of taxis only).  A rental unit also
      *> registered on VEH-MASTER for maintenance is treated as a
      *> rental.  Run by hand weekly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT OPTIONAL vehicle-comply-file
           ASSIGN TO "veh-comply"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vc-key.
                     SELECT OPTIONAL vehicle-master-file
           ASSIGN TO "VEH-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vm-VIN.
                     SELECT OPTIONAL rental-fleet-file
           ASSIGN TO "rental-fleet"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT due-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  vehicle-comply-file.
           COPY VEHCOMP.
       fd  vehicle-master-file.
       01  vehicle-master-rec.
           05  vm-VIN               pic x(10).
           05  vm-desc              pic x(10).
           05  vm-cumulative-miles  pic 9(7).
           05  vm-last-service-miles pic 9(7).
       fd  rental-fleet-file.
       01  rental-fleet-rec.
           05  flt-unit-no         pic x(5).
           05  flt-type-of-car     pic x(1).
           05 pic x(50).
       fd  due-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-comply-records      picture xxx value 'yes'.
       01  more-vehicle-records     picture xxx value 'yes'.
       01  more-fleet-records       picture xxx value 'yes'.
       01  due-soon-days            pic 9(3) value 30.
       01  vehicle-table-idx        pic 9(3) comp.
       01  vehicle-table-count      pic 9(3) value 0.
       01  vehicle-found-idx        pic 9(3) comp value 0.
       01  vehicle-table.
           05  vehicle-entry OCCURS 400 TIMES.
               10  vht-fleet        pic x(1).
               10  vht-vehicle-id   pic x(10).
               10  vht-desc         pic x(10).
               10  vht-rg-sw        pic x(1).
               10  vht-si-sw        pic x(1).
               10  vht-md-sw        pic x(1).
               10  vht-ic-sw        pic x(1).
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
       01  days-to-expiry           pic s9(7).
       01  expired-count            pic 9(5) value 0.
       01  due-soon-count           pic 9(5) value 0.
       01  missing-count            pic 9(5) value 0.
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  run-log-records-out      pic 9(7) value 0.
       01  run-log-records-rejected pic 9(7) value 0.
       01  report-header.
           05 pic x(40)
              value "VEHICLE COMPLIANCE DUE -- AS OF         ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(5) value "FLEET".
           05 pic x(2) value spaces.
           05 pic x(10) value "VEHICLE".
           05 pic x(2) value spaces.
           05 pic x(10) value "DESC".
           05 pic x(2) value spaces.
           05 pic x(4) value "ITEM".
           05 pic x(2) value spaces.
           05 pic x(15) value "REFERENCE".
           05 pic x(2) value spaces.
           05 pic x(8) value "EXPIRES".
           05 pic x(2) value spaces.
           05 pic x(6) value "  DAYS".
           05 pic x(2) value spaces.
           05 pic x(25) value "STATUS".
       01  blank-line               pic x value space.
       01  detail-line.
           05 pic x(2) value spaces.
           05  det-fleet-out           pic x(1).
           05 pic x(4) value spaces.
           05  det-vehicle-out         pic x(10).
           05 pic x(2) value spaces.
           05  det-desc-out            pic x(10).
           05 pic x(2) value spaces.
           05  det-item-out            pic x(2).
           05 pic x(4) value spaces.
           05  det-reference-out       pic x(15).
           05 pic x(2) value spaces.
           05  det-expiry-out          pic 9(8).
           05 pic x(2) value spaces.
           05  det-days-out            pic -----9.
           05 pic x(2) value spaces.
           05  det-status-out          pic x(25).
       01  missing-line.
           05 pic x(2) value spaces.
           05  mis-fleet-out           pic x(1).
           05 pic x(4) value spaces.
           05  mis-vehicle-out         pic x(10).
           05 pic x(2) value spaces.
           05  mis-desc-out            pic x(10).
           05 pic x(2) value spaces.
           05  mis-item-out            pic x(2).
           05 pic x(4) value spaces.
           05 pic x(15) value "** NONE ON FILE".
           05 pic x(20) value spaces.
           05 pic x(25) value "MISSING".
       01  trailer-line.
           05 pic x(8) value "EXPIRED ".
           05  expired-out             pic zz,zz9.
           05 pic x(16) value "  DUE IN 30 DAYS".
           05  due-soon-out            pic zz,zz9.
           05 pic x(10) value "  MISSING ".
           05  missing-out             pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-taxi-fleet
           perform 120-load-rental-fleet
           move business-date-work to date-to-convert
           perform 600-convert-date-to-days
           move converted-days to business-days
           open input vehicle-comply-file
                output due-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until more-comply-records = 'no '
              read vehicle-comply-file next record
                    at end
                       move 'no ' to more-comply-records
                    not at end
                       add 1 to run-log-records-in
                       perform 200-check-item
              end-read
           END-PERFORM
           perform varying vehicle-table-idx from 1 by 1
                   until vehicle-table-idx > vehicle-table-count
              perform 300-list-missing-items
           end-perform
           move expired-count to expired-out
           move due-soon-count to due-soon-out
           move missing-count to missing-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close vehicle-comply-file
                 due-report
                 run-log-file
           stop run.
       110-load-taxi-fleet.
           open input vehicle-master-file
           perform until more-vehicle-records = 'no '
              read vehicle-master-file next record
                    at end
                       move 'no ' to more-vehicle-records
                    not at end
                       perform 130-add-vehicle-entry
                       move 'T' to vht-fleet(vehicle-table-count)
                       move vm-VIN
                         to vht-vehicle-id(vehicle-table-count)
                       move vm-desc to vht-desc(vehicle-table-count)
              end-read
           END-PERFORM
           close vehicle-master-file.
       120-load-rental-fleet.
           open input rental-fleet-file
           perform until more-fleet-records = 'no '
              read rental-fleet-file
                    at end
                       move 'no ' to more-fleet-records
                    not at end
                       perform 125-add-rental-entry
              end-read
           END-PERFORM
           close rental-fleet-file.
      *> a rental unit registered on VEH-MASTER for maintenance was
      *> loaded as a taxi; it is carried once, as a rental
       125-add-rental-entry.
           move 0 to vehicle-found-idx
           perform varying vehicle-table-idx from 1 by 1
                   until vehicle-table-idx > vehicle-table-count
              if vht-fleet(vehicle-table-idx) = 'T'
                 and vht-vehicle-id(vehicle-table-idx) = flt-unit-no
                 move vehicle-table-idx to vehicle-found-idx
              end-if
           end-perform
           if vehicle-found-idx = 0
              perform 130-add-vehicle-entry
              move vehicle-table-count to vehicle-found-idx
           end-if
           move 'R' to vht-fleet(vehicle-found-idx)
           move flt-unit-no to vht-vehicle-id(vehicle-found-idx)
           move "RENTAL" to vht-desc(vehicle-found-idx)
           move flt-type-of-car to vht-desc(vehicle-found-idx)(8:1).
       130-add-vehicle-entry.
           add 1 to vehicle-table-count
           if vehicle-table-count > 400
              display "VEHCDUE: MORE THAN 400 VEHICLES -- TABLE FULL"
              stop run
           end-if
           move 'N' to vht-rg-sw(vehicle-table-count)
           move 'N' to vht-si-sw(vehicle-table-count)
           move 'N' to vht-md-sw(vehicle-table-count)
           move 'N' to vht-ic-sw(vehicle-table-count).
       200-check-item.
           move 0 to vehicle-found-idx
           perform varying vehicle-table-idx from 1 by 1
                   until vehicle-table-idx > vehicle-table-count
              if vc-fleet = vht-fleet(vehicle-table-idx)
                 and vc-vehicle-id = vht-vehicle-id(vehicle-table-idx)
                 move vehicle-table-idx to vehicle-found-idx
              end-if
           end-perform
           move spaces to detail-line
           if vehicle-found-idx = 0
              move "** NOT IN FLEET" to det-desc-out
           else
              move vht-desc(vehicle-found-idx) to det-desc-out
              evaluate true
                 when vc-registration
                    move 'Y' to vht-rg-sw(vehicle-found-idx)
                 when vc-state-inspection
                    move 'Y' to vht-si-sw(vehicle-found-idx)
                 when vc-medallion
                    move 'Y' to vht-md-sw(vehicle-found-idx)
                 when vc-insurance-card
                    move 'Y' to vht-ic-sw(vehicle-found-idx)
              end-evaluate
           end-if
           move vc-expiry-date to date-to-convert
           perform 600-convert-date-to-days
           compute days-to-expiry = converted-days - business-days
           evaluate true
              when vc-expiry-date < business-date-work
                 add 1 to expired-count
                 move "EXPIRED -- OUT OF SERVICE" to det-status-out
              when days-to-expiry not > due-soon-days
                 add 1 to due-soon-count
                 move "DUE WITHIN 30 DAYS" to det-status-out
           end-evaluate
           if det-status-out not = spaces
              move vc-fleet to det-fleet-out
              move vc-vehicle-id to det-vehicle-out
              move vc-item to det-item-out
              move vc-reference to det-reference-out
              move vc-expiry-date to det-expiry-out
              move days-to-expiry to det-days-out
              write print-rec from detail-line
              add 1 to run-log-records-out
           end-if.
       300-list-missing-items.
           move vht-fleet(vehicle-table-idx) to mis-fleet-out
           move vht-vehicle-id(vehicle-table-idx) to mis-vehicle-out
           move vht-desc(vehicle-table-idx) to mis-desc-out
           if vht-rg-sw(vehicle-table-idx) = 'N'
              move "RG" to mis-item-out
              perform 350-write-missing-line
           end-if
           if vht-si-sw(vehicle-table-idx) = 'N'
              move "SI" to mis-item-out
              perform 350-write-missing-line
           end-if
           if vht-md-sw(vehicle-table-idx) = 'N'
              and vht-fleet(vehicle-table-idx) = 'T'
              move "MD" to mis-item-out
              perform 350-write-missing-line
           end-if
           if vht-ic-sw(vehicle-table-idx) = 'N'
              move "IC" to mis-item-out
              perform 350-write-missing-line
           end-if.
       350-write-missing-line.
           write print-rec from missing-line
           add 1 to missing-count
           add 1 to run-log-records-out.
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
           move "VEHCDUE " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move run-log-records-in to RL-RECORDS-IN
           move run-log-records-out to RL-RECORDS-OUT
           move run-log-records-rejected to RL-RECORDS-REJECTED
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
