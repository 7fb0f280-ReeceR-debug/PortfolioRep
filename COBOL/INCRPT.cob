       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRPT.
      *> Accident and claim report.  From the incident and inc-claim
      *> files kept by INCIDENT and the work orders on wo-mast:
      *>   open claims -- every claim not yet settled or denied, with
      *>      what is still outstanding and how long it has been open
      *>   net accident cost by vehicle -- the closed repair orders
      *>      linked to the vehicle's incidents less the recoveries
      *>      on their claims, also written to acc-cost for VEHCOST
      *>   incident frequency by driver or renter -- incidents and
      *>      how many of them were our driver's or renter's fault
      *> Run by hand after INCIDENT and before VEHCOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT OPTIONAL incident-file
           ASSIGN TO "incident"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL claim-file
           ASSIGN TO "inc-claim"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL work-order-master-file
           ASSIGN TO "wo-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT driver-master-file ASSIGN TO drv-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT accident-cost-file ASSIGN TO acc-cost
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT incident-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  incident-file.
           COPY INCMAST.
       fd  claim-file.
           COPY INCCLAIM.
       fd  work-order-master-file.
       01  work-order-master-rec.
           05  wo-number           pic 9(6).
           05  wo-VIN              pic x(10).
           05  wo-status           pic x(1).
           05  wo-open-date        pic 9(8).
           05  wo-desc             pic x(15).
           05  wo-parts-cost       pic 9(7)v99.
           05  wo-labor-hours      pic 9(4)v9.
           05  wo-labor-cost       pic 9(7)v99.
           05  wo-total-cost       pic 9(7)v99.
           05  wo-close-date       pic 9(8).
           05  wo-incident-no      pic 9(6).
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
       fd  accident-cost-file.
           COPY ACCCOST.
       fd  incident-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-incident-records    picture xxx value 'yes'.
       01  more-claim-records       picture xxx value 'yes'.
       01  more-order-records       picture xxx value 'yes'.
       01  more-driver-records      picture xxx value 'yes'.
       01  driver-table-idx         pic 9(3) comp.
       01  driver-table-count       pic 9(3) value 0.
       01  driver-table.
           05  driver-table-entry OCCURS 200 TIMES.
               10  drt-driver-id    pic x(5).
               10  drt-driver-name  pic x(20).
       01  incident-table-idx       pic 9(4) comp.
       01  incident-table-count     pic 9(4) value 0.
       01  incident-found-idx       pic 9(4) comp value 0.
       01  incident-table.
           05  incident-entry OCCURS 1000 TIMES.
               10  int-number       pic 9(6).
               10  int-fleet        pic x(1).
               10  int-vehicle-id   pic x(10).
               10  int-party-id     pic x(6).
               10  int-party-name   pic x(20).
               10  int-fault        pic x(1).
               10  int-repair-cost  pic 9(9)v99.
               10  int-recovered    pic 9(9)v99.
       01  vehicle-table-idx        pic 9(3) comp.
       01  vehicle-table-count      pic 9(3) value 0.
       01  vehicle-found-idx        pic 9(3) comp value 0.
       01  vehicle-table.
           05  vehicle-entry OCCURS 200 TIMES.
               10  vst-fleet        pic x(1).
               10  vst-vehicle-id   pic x(10).
               10  vst-incidents    pic 9(4).
               10  vst-repair-cost  pic 9(9)v99.
               10  vst-recovered    pic 9(9)v99.
       01  party-table-idx          pic 9(3) comp.
       01  party-table-count        pic 9(3) value 0.
       01  party-found-idx          pic 9(3) comp value 0.
       01  party-table.
           05  party-entry OCCURS 500 TIMES.
               10  pty-fleet        pic x(1).
               10  pty-party-id     pic x(6).
               10  pty-party-name   pic x(20).
               10  pty-incidents    pic 9(4).
               10  pty-at-fault     pic 9(4).
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
       01  days-open                pic s9(7).
       01  claim-outstanding        pic s9(9)v99.
       01  vehicle-net-cost         pic s9(9)v99.
       01  open-claim-count         pic 9(5) value 0.
       01  total-outstanding        pic s9(11)v99 value 0.
       01  total-repair-cost        pic 9(11)v99 value 0.
       01  total-recovered          pic 9(11)v99 value 0.
       01  total-net-cost           pic s9(11)v99 value 0.
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(40)
              value "ACCIDENTS AND CLAIMS -- AS OF           ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  open-claims-title        pic x(11) value "OPEN CLAIMS".
       01  claim-column-header.
           05 pic x(9) value "INCIDENT".
           05 pic x(2) value spaces.
           05 pic x(1) value "F".
           05 pic x(1) value space.
           05 pic x(10) value "VEHICLE".
           05 pic x(2) value spaces.
           05 pic x(1) value "P".
           05 pic x(1) value space.
           05 pic x(20) value "PARTY".
           05 pic x(2) value spaces.
           05 pic x(15) value "REFERENCE".
           05 pic x(2) value spaces.
           05 pic x(8) value "FILED".
           05 pic x(2) value spaces.
           05 pic x(12) value "     CLAIMED".
           05 pic x(2) value spaces.
           05 pic x(12) value "   RECOVERED".
           05 pic x(2) value spaces.
           05 pic x(13) value "  OUTSTANDING".
           05 pic x(2) value spaces.
           05 pic x(5) value " DAYS".
       01  claim-detail-line.
           05  cdl-incident-out        pic 9(6).
           05 pic x(1) value "/".
           05  cdl-seq-out             pic 99.
           05 pic x(2) value spaces.
           05  cdl-fleet-out           pic x(1).
           05 pic x(1) value space.
           05  cdl-vehicle-out         pic x(10).
           05 pic x(2) value spaces.
           05  cdl-party-type-out      pic x(1).
           05 pic x(1) value space.
           05  cdl-party-name-out      pic x(20).
           05 pic x(2) value spaces.
           05  cdl-reference-out       pic x(15).
           05 pic x(2) value spaces.
           05  cdl-filed-out           pic 9(8).
           05 pic x(2) value spaces.
           05  cdl-claimed-out         pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  cdl-recovered-out       pic z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  cdl-outstanding-out     pic -z,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  cdl-days-out            pic ----9.
       01  claim-trailer-line.
           05 pic x(12) value "OPEN CLAIMS ".
           05  open-claims-out         pic zz,zz9.
           05 pic x(16) value "  OUTSTANDING $ ".
           05  total-outstanding-out   pic -zz,zzz,zz9.99.
       01  vehicle-title            pic x(28)
              value "NET ACCIDENT COST BY VEHICLE".
       01  vehicle-column-header.
           05 pic x(1) value "F".
           05 pic x(1) value space.
           05 pic x(10) value "VEHICLE".
           05 pic x(2) value spaces.
           05 pic x(9) value "INCIDENTS".
           05 pic x(2) value spaces.
           05 pic x(13) value "       REPAIR".
           05 pic x(2) value spaces.
           05 pic x(13) value "    RECOVERED".
           05 pic x(2) value spaces.
           05 pic x(14) value "      NET COST".
       01  vehicle-detail-line.
           05  veh-fleet-out           pic x(1).
           05 pic x(1) value space.
           05  veh-vehicle-out         pic x(10).
           05 pic x(2) value spaces.
           05 pic x(4) value spaces.
           05  veh-incidents-out       pic zz,zz9.
           05 pic x(1) value space.
           05  veh-repair-out          pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  veh-recovered-out       pic zz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  veh-net-out             pic -zz,zzz,zz9.99.
       01  vehicle-trailer-line.
           05 pic x(9) value "VEHICLES ".
           05  vehicles-out            pic zz9.
           05 pic x(11) value "  REPAIR $ ".
           05  total-repair-out        pic zz,zzz,zzz,zz9.99.
           05 pic x(14) value "  RECOVERED $ ".
           05  total-recovered-out     pic zz,zzz,zzz,zz9.99.
           05 pic x(8) value "  NET $ ".
           05  total-net-out           pic -zz,zzz,zzz,zz9.99.
       01  party-title              pic x(38)
              value "INCIDENT FREQUENCY BY DRIVER OR RENTER".
       01  party-column-header.
           05 pic x(1) value "F".
           05 pic x(1) value space.
           05 pic x(6) value "ID".
           05 pic x(2) value spaces.
           05 pic x(20) value "DRIVER OR RENTER".
           05 pic x(2) value spaces.
           05 pic x(9) value "INCIDENTS".
           05 pic x(2) value spaces.
           05 pic x(9) value " AT FAULT".
       01  party-detail-line.
           05  pty-fleet-out           pic x(1).
           05 pic x(1) value space.
           05  pty-id-out              pic x(6).
           05 pic x(2) value spaces.
           05  pty-name-out            pic x(20).
           05 pic x(2) value spaces.
           05 pic x(3) value spaces.
           05  pty-incidents-out       pic zz,zz9.
           05 pic x(2) value spaces.
           05 pic x(3) value spaces.
           05  pty-at-fault-out        pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work to date-to-convert
           perform 600-convert-date-to-days
           move converted-days to business-days
           perform 110-load-driver-master
           perform 120-load-incidents
           perform 130-accumulate-repairs
           open output incident-report
                output accident-cost-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           perform 200-list-open-claims
           perform 300-summarize-incidents
           perform 400-list-vehicle-cost
           perform 500-list-party-frequency
           perform 900-write-run-log
           close incident-report
                 accident-cost-file
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
                          display "INCRPT: DRIVER-MASTER-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close driver-master-file
                          stop run
                       end-if
                       move dr-driver-id
                         to drt-driver-id(driver-table-count)
                       move dr-driver-name
                         to drt-driver-name(driver-table-count)
              end-read
           end-perform
           close driver-master-file.
      *> the driver or renter is carried as the party charged with
      *> the incident; a taxi driver's name comes from drv-mast
       120-load-incidents.
           open input incident-file
           perform until more-incident-records = 'no '
              read incident-file
                    at end
                       move 'no ' to more-incident-records
                    not at end
                       add 1 to run-log-records-in
                       add 1 to incident-table-count
                       if incident-table-count > 1000
                          display "INCRPT: MORE THAN 1000 "
                             "INCIDENTS -- TABLE FULL"
                          close incident-file
                          stop run
                       end-if
                       perform 125-store-incident
              end-read
           end-perform
           close incident-file.
       125-store-incident.
           move inc-number to int-number(incident-table-count)
           move inc-fleet to int-fleet(incident-table-count)
           move inc-vehicle-id to int-vehicle-id(incident-table-count)
           move inc-fault to int-fault(incident-table-count)
           move 0 to int-repair-cost(incident-table-count)
           move 0 to int-recovered(incident-table-count)
           if inc-taxi-fleet
              move inc-driver-id to int-party-id(incident-table-count)
              move "** NOT ON DRV-MAST"
                to int-party-name(incident-table-count)
              perform varying driver-table-idx from 1 by 1
                      until driver-table-idx > driver-table-count
                 if inc-driver-id = drt-driver-id(driver-table-idx)
                    move drt-driver-name(driver-table-idx)
                      to int-party-name(incident-table-count)
                 end-if
              end-perform
           else
              move inc-renter-account
                to int-party-id(incident-table-count)
              move inc-renter-name
                to int-party-name(incident-table-count)
           end-if.
      *> only a closed work order has a final cost to charge
       130-accumulate-repairs.
           open input work-order-master-file
           perform until more-order-records = 'no '
              read work-order-master-file
                    at end
                       move 'no ' to more-order-records
                    not at end
                       if wo-incident-no is numeric
                          and wo-incident-no > 0
                          and wo-status = 'C'
                          perform 140-find-incident-entry
                          if incident-found-idx > 0
                             add wo-total-cost
                               to int-repair-cost(incident-found-idx)
                          end-if
                       end-if
              end-read
           end-perform
           close work-order-master-file.
       140-find-incident-entry.
           move 0 to incident-found-idx
           perform varying incident-table-idx from 1 by 1
                   until incident-table-idx > incident-table-count
              if wo-incident-no = int-number(incident-table-idx)
                 move incident-table-idx to incident-found-idx
              end-if
           end-perform.
       200-list-open-claims.
           write print-rec from open-claims-title
           write print-rec from blank-line
           write print-rec from claim-column-header
           write print-rec from blank-line
           open input claim-file
           perform until more-claim-records = 'no '
              read claim-file
                    at end
                       move 'no ' to more-claim-records
                    not at end
                       add 1 to run-log-records-in
                       perform 220-find-claim-incident
                       if incident-found-idx > 0
                          add clm-recovered-amount
                            to int-recovered(incident-found-idx)
                       end-if
                       if clm-open
                          perform 250-print-open-claim
                       end-if
              end-read
           end-perform
           close claim-file
           move open-claim-count to open-claims-out
           move total-outstanding to total-outstanding-out
           write print-rec from blank-line
           write print-rec from claim-trailer-line
           write print-rec from blank-line.
       220-find-claim-incident.
           move 0 to incident-found-idx
           perform varying incident-table-idx from 1 by 1
                   until incident-table-idx > incident-table-count
              if clm-incident-no = int-number(incident-table-idx)
                 move incident-table-idx to incident-found-idx
              end-if
           end-perform.
       250-print-open-claim.
           move spaces to cdl-fleet-out
           move spaces to cdl-vehicle-out
           move clm-incident-no to cdl-incident-out
           move clm-seq to cdl-seq-out
           if incident-found-idx > 0
              move int-fleet(incident-found-idx) to cdl-fleet-out
              move int-vehicle-id(incident-found-idx)
                to cdl-vehicle-out
           end-if
           move clm-party-type to cdl-party-type-out
           move clm-party-name to cdl-party-name-out
           move clm-reference to cdl-reference-out
           move clm-filed-date to cdl-filed-out
           move clm-claimed-amount to cdl-claimed-out
           move clm-recovered-amount to cdl-recovered-out
           compute claim-outstanding =
              clm-claimed-amount - clm-recovered-amount
           move claim-outstanding to cdl-outstanding-out
           add claim-outstanding to total-outstanding
           move 0 to days-open
           if clm-filed-date is numeric and clm-filed-date > 0
              move clm-filed-date to date-to-convert
              perform 600-convert-date-to-days
              compute days-open = business-days - converted-days
           end-if
           move days-open to cdl-days-out
           write print-rec from claim-detail-line
           add 1 to open-claim-count.
      *> rolls each incident up to its vehicle and to its driver or
      *> renter
       300-summarize-incidents.
           perform varying incident-table-idx from 1 by 1
                   until incident-table-idx > incident-table-count
              perform 320-add-to-vehicle
              perform 340-add-to-party
           end-perform.
       320-add-to-vehicle.
           move 0 to vehicle-found-idx
           perform varying vehicle-table-idx from 1 by 1
                   until vehicle-table-idx > vehicle-table-count
              if int-fleet(incident-table-idx)
                    = vst-fleet(vehicle-table-idx)
                 and int-vehicle-id(incident-table-idx)
                    = vst-vehicle-id(vehicle-table-idx)
                 move vehicle-table-idx to vehicle-found-idx
              end-if
           end-perform
           if vehicle-found-idx = 0
              if vehicle-table-count > 199
                 display "INCRPT: MORE THAN 200 VEHICLES -- "
                    "TABLE FULL"
                 stop run
              end-if
              add 1 to vehicle-table-count
              move vehicle-table-count to vehicle-found-idx
              move int-fleet(incident-table-idx)
                to vst-fleet(vehicle-found-idx)
              move int-vehicle-id(incident-table-idx)
                to vst-vehicle-id(vehicle-found-idx)
              move 0 to vst-incidents(vehicle-found-idx)
              move 0 to vst-repair-cost(vehicle-found-idx)
              move 0 to vst-recovered(vehicle-found-idx)
           end-if
           add 1 to vst-incidents(vehicle-found-idx)
           add int-repair-cost(incident-table-idx)
             to vst-repair-cost(vehicle-found-idx)
           add int-recovered(incident-table-idx)
             to vst-recovered(vehicle-found-idx).
       340-add-to-party.
           move 0 to party-found-idx
           perform varying party-table-idx from 1 by 1
                   until party-table-idx > party-table-count
              if int-fleet(incident-table-idx)
                    = pty-fleet(party-table-idx)
                 and int-party-id(incident-table-idx)
                    = pty-party-id(party-table-idx)
                 and int-party-name(incident-table-idx)
                    = pty-party-name(party-table-idx)
                 move party-table-idx to party-found-idx
              end-if
           end-perform
           if party-found-idx = 0
              if party-table-count > 499
                 display "INCRPT: MORE THAN 500 DRIVERS AND "
                    "RENTERS -- TABLE FULL"
                 stop run
              end-if
              add 1 to party-table-count
              move party-table-count to party-found-idx
              move int-fleet(incident-table-idx)
                to pty-fleet(party-found-idx)
              move int-party-id(incident-table-idx)
                to pty-party-id(party-found-idx)
              move int-party-name(incident-table-idx)
                to pty-party-name(party-found-idx)
              move 0 to pty-incidents(party-found-idx)
              move 0 to pty-at-fault(party-found-idx)
           end-if
           add 1 to pty-incidents(party-found-idx)
           if int-fault(incident-table-idx) = 'D'
              add 1 to pty-at-fault(party-found-idx)
           end-if.
       400-list-vehicle-cost.
           write print-rec from vehicle-title
           write print-rec from blank-line
           write print-rec from vehicle-column-header
           write print-rec from blank-line
           perform varying vehicle-table-idx from 1 by 1
                   until vehicle-table-idx > vehicle-table-count
              compute vehicle-net-cost =
                 vst-repair-cost(vehicle-table-idx)
                 - vst-recovered(vehicle-table-idx)
              move spaces to vehicle-detail-line
              move vst-fleet(vehicle-table-idx) to veh-fleet-out
              move vst-vehicle-id(vehicle-table-idx)
                to veh-vehicle-out
              move vst-incidents(vehicle-table-idx)
                to veh-incidents-out
              move vst-repair-cost(vehicle-table-idx)
                to veh-repair-out
              move vst-recovered(vehicle-table-idx)
                to veh-recovered-out
              move vehicle-net-cost to veh-net-out
              write print-rec from vehicle-detail-line
              add vst-repair-cost(vehicle-table-idx)
                to total-repair-cost
              add vst-recovered(vehicle-table-idx) to total-recovered
              add vehicle-net-cost to total-net-cost
              move vst-fleet(vehicle-table-idx) to acc-fleet
              move vst-vehicle-id(vehicle-table-idx)
                to acc-vehicle-id
              move vst-incidents(vehicle-table-idx) to acc-incidents
              move vst-repair-cost(vehicle-table-idx)
                to acc-repair-cost
              move vst-recovered(vehicle-table-idx) to acc-recovered
              write accident-cost-rec
           end-perform
           move vehicle-table-count to vehicles-out
           move total-repair-cost to total-repair-out
           move total-recovered to total-recovered-out
           move total-net-cost to total-net-out
           write print-rec from blank-line
           write print-rec from vehicle-trailer-line
           write print-rec from blank-line.
       500-list-party-frequency.
           write print-rec from party-title
           write print-rec from blank-line
           write print-rec from party-column-header
           write print-rec from blank-line
           perform varying party-table-idx from 1 by 1
                   until party-table-idx > party-table-count
              move spaces to party-detail-line
              move pty-fleet(party-table-idx) to pty-fleet-out
              move pty-party-id(party-table-idx) to pty-id-out
              move pty-party-name(party-table-idx) to pty-name-out
              move pty-incidents(party-table-idx)
                to pty-incidents-out
              move pty-at-fault(party-table-idx) to pty-at-fault-out
              write print-rec from party-detail-line
           end-perform.
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
           move "INCRPT  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move run-log-records-in to RL-RECORDS-IN
           move vehicle-table-count to RL-RECORDS-OUT
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
