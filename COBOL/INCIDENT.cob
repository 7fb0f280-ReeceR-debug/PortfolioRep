       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.
      *> Vehicle accident and claim processing.  Actions on the
      *> inc-trans feed:
      *>   N  report a new incident -- numbered from inc-ctl, the taxi
      *>      checked on VEH-MASTER and its driver on drv-mast, or
      *>      the rental unit checked on rental-fleet with the renter
      *>      taken from the transaction or, when blank, from the
      *>      contract the unit is out on
      *>   U  update the police report number, fault or description
      *>      of an open incident
      *>   F  file a claim for an incident against an insurer, the
      *>      renter or another party (numbered within the incident)
      *>   R  post a recovery received against an open claim
      *>   S  close a claim as settled, D close it as denied
      *>   X  close the incident once its claims and its repair work
      *>      orders (wo-mast) are all closed
      *> The incident and claim files are carried between runs;
      *> INCRPT reports from them.  Rejects go to suspense.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT incident-trans-file ASSIGN TO inc-trans
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT incident-register ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO inc-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL incident-file
           ASSIGN TO "incident"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL claim-file
           ASSIGN TO "inc-claim"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL incident-control-file
           ASSIGN TO "inc-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL vehicle-master-file
           ASSIGN TO "VEH-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vm-VIN.
                     SELECT OPTIONAL rental-fleet-file
           ASSIGN TO "rental-fleet"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT driver-master-file ASSIGN TO drv-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL work-order-master-file
           ASSIGN TO "wo-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  incident-trans-file.
       01  incident-trans-rec.
           05  itr-action          pic x(1).
               88  inc-action-new      value 'N'.
               88  inc-action-update   value 'U'.
               88  inc-action-claim    value 'F'.
               88  inc-action-recovery value 'R'.
               88  inc-action-settle   value 'S'.
               88  inc-action-deny     value 'D'.
               88  inc-action-close    value 'X'.
           05  itr-incident-no     pic 9(6).
           05  itr-claim-seq       pic 9(2).
           05  itr-date            pic 9(8).
           05  itr-fleet           pic x(1).
           05  itr-vehicle-id      pic x(10).
           05  itr-driver-id       pic x(5).
           05  itr-renter-account  pic x(6).
           05  itr-renter-name     pic x(20).
           05  itr-police-report   pic x(12).
           05  itr-fault           pic x(1).
               88  itr-valid-fault     value 'D' 'O' 'S' 'U' ' '.
           05  itr-desc            pic x(20).
           05  itr-party-type      pic x(1).
               88  itr-valid-party     value 'I' 'R' 'T'.
           05  itr-party-name      pic x(20).
           05  itr-reference       pic x(15).
           05  itr-amount          pic 9(7)v99.
       fd  incident-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  incident-file.
           COPY INCMAST.
       fd  claim-file.
           COPY INCCLAIM.
       fd  incident-control-file.
       01  incident-control-rec.
           05  ctl-next-incident-no pic 9(6).
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
           05  flt-status          pic x(1).
           05  flt-out-date        pic 9(8).
           05  flt-due-date        pic 9(8).
           05  flt-out-miles       pic 9(6).
           05  flt-renter-last     pic x(20).
           05  flt-renter-first    pic x(1).
           05  flt-account-no      pic x(6).
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
       fd  work-order-master-file.
       01  work-order-master-rec.
           05  wo-number           pic 9(6).
           05  wo-VIN              pic x(10).
           05  wo-status           pic x(1).
           05 pic x(63).
           05  wo-incident-no      pic 9(6).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-incident-records    picture xxx value 'yes'.
       01  more-claim-records       picture xxx value 'yes'.
       01  more-fleet-records       picture xxx value 'yes'.
       01  more-driver-records      picture xxx value 'yes'.
       01  more-order-records       picture xxx value 'yes'.
       01  next-incident-no         pic 9(6) value 1.
       01  incident-table-idx       pic 9(4) comp.
       01  incident-table-count     pic 9(4) value 0.
       01  incident-found-idx       pic 9(4) comp value 0.
       01  incident-table.
           05  incident-entry OCCURS 1000 TIMES.
               10  int-record       pic x(98).
       01  claim-table-idx          pic 9(4) comp.
       01  claim-table-count        pic 9(4) value 0.
       01  claim-found-idx          pic 9(4) comp value 0.
       01  claim-table.
           05  claim-entry OCCURS 2000 TIMES.
               10  clt-record       pic x(79).
       01  fleet-table-idx          pic 9(3) comp.
       01  fleet-table-count        pic 9(3) value 0.
       01  fleet-found-idx          pic 9(3) comp value 0.
       01  fleet-table.
           05  fleet-entry OCCURS 200 TIMES.
               10  flet-unit-no      pic x(5).
               10  flet-status       pic x(1).
               10  flet-renter-last  pic x(20).
               10  flet-account-no   pic x(6).
       01  driver-table-idx         pic 9(3) comp.
       01  driver-table-count       pic 9(3) value 0.
       01  driver-table.
           05  driver-table-entry OCCURS 200 TIMES.
               10  drt-driver-id    pic x(5).
       01  order-table-idx          pic 9(4) comp.
       01  order-table-count        pic 9(4) value 0.
       01  order-table.
           05  order-entry OCCURS 500 TIMES.
               10  ord-status       pic x(1).
               10  ord-incident-no  pic 9(6).
       01  vehicle-found-sw         pic x value 'N'.
           88  vehicle-found            value 'Y'.
       01  driver-found-sw          pic x value 'N'.
           88  driver-found             value 'Y'.
       01  open-claims-count        pic 9(4).
       01  open-orders-count        pic 9(4).
       01  last-claim-seq           pic 9(2).
       01  reject-reason            pic x(40).
       01  trans-read               pic 9(7) value 0.
       01  trans-applied            pic 9(7) value 0.
       01  trans-rejected           pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(32) value "INCIDENT AND CLAIM REGISTER     ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  register-detail-line.
           05  reg-action-out          pic x(9).
           05 pic x(2) value spaces.
           05 pic x(4) value "INC ".
           05  reg-incident-out        pic 9(6).
           05 pic x(1) value "/".
           05  reg-seq-out             pic 99.
           05 pic x(2) value spaces.
           05  reg-fleet-out           pic x(1).
           05 pic x(1) value space.
           05  reg-vehicle-out         pic x(10).
           05 pic x(2) value spaces.
           05  reg-detail-out          pic x(30).
           05 pic x(2) value spaces.
           05  reg-amount-out          pic z,zzz,zz9.99.
       01  trailer-line.
           05 pic x(6) value "TRANS ".
           05  trans-read-out          pic zz,zz9.
           05 pic x(9) value "  APPLIED".
           05  trans-applied-out       pic zz,zz9.
           05 pic x(10) value "  REJECTED".
           05  trans-rejected-out      pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-driver-master
           perform 120-load-rental-fleet
           perform 130-load-incidents
           perform 135-load-claims
           perform 140-load-inc-control
           perform 145-load-work-orders
           open input incident-trans-file
                input vehicle-master-file
                output incident-register
                output reject-listing
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read incident-trans-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to trans-read
                       perform 200-process-one-trans
              end-read
           END-PERFORM
           move trans-read to trans-read-out
           move trans-applied to trans-applied-out
           move trans-rejected to trans-rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close incident-trans-file
                 vehicle-master-file
                 incident-register
                 reject-listing
                 run-log-file
           perform 180-save-incidents
           perform 185-save-claims
           perform 190-save-inc-control
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
                          display "INCIDENT: DRIVER-MASTER-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close driver-master-file
                          stop run
                       end-if
                       move dr-driver-id
                         to drt-driver-id(driver-table-count)
              end-read
           end-perform
           close driver-master-file.
       120-load-rental-fleet.
           open input rental-fleet-file
           perform until more-fleet-records = 'no '
              read rental-fleet-file
                    at end
                       move 'no ' to more-fleet-records
                    not at end
                       add 1 to fleet-table-count
                       if fleet-table-count > 200
                          display "INCIDENT: MORE THAN 200 FLEET "
                             "UNITS -- TABLE FULL"
                          close rental-fleet-file
                          stop run
                       end-if
                       move flt-unit-no
                         to flet-unit-no(fleet-table-count)
                       move flt-status
                         to flet-status(fleet-table-count)
                       move flt-renter-last
                         to flet-renter-last(fleet-table-count)
                       move flt-account-no
                         to flet-account-no(fleet-table-count)
              end-read
           end-perform
           close rental-fleet-file.
       130-load-incidents.
           open input incident-file
           perform until more-incident-records = 'no '
              read incident-file
                    at end
                       move 'no ' to more-incident-records
                    not at end
                       add 1 to incident-table-count
                       if incident-table-count > 1000
                          display "INCIDENT: MORE THAN 1000 "
                             "INCIDENTS -- TABLE FULL"
                          close incident-file
                          stop run
                       end-if
                       move incident-rec
                         to int-record(incident-table-count)
              end-read
           end-perform
           close incident-file.
       135-load-claims.
           open input claim-file
           perform until more-claim-records = 'no '
              read claim-file
                    at end
                       move 'no ' to more-claim-records
                    not at end
                       add 1 to claim-table-count
                       if claim-table-count > 2000
                          display "INCIDENT: MORE THAN 2000 "
                             "CLAIMS -- TABLE FULL"
                          close claim-file
                          stop run
                       end-if
                       move incident-claim-rec
                         to clt-record(claim-table-count)
              end-read
           end-perform
           close claim-file.
       140-load-inc-control.
           open input incident-control-file
           read incident-control-file
                at end
                   continue
                not at end
                   if ctl-next-incident-no is numeric
                      and ctl-next-incident-no > 0
                      move ctl-next-incident-no to next-incident-no
                   end-if
           end-read
           close incident-control-file.
       145-load-work-orders.
           open input work-order-master-file
           perform until more-order-records = 'no '
              read work-order-master-file
                    at end
                       move 'no ' to more-order-records
                    not at end
                       add 1 to order-table-count
                       if order-table-count > 500
                          display "INCIDENT: MORE THAN 500 WORK "
                             "ORDERS -- TABLE FULL"
                          close work-order-master-file
                          stop run
                       end-if
                       move wo-status
                         to ord-status(order-table-count)
                       if wo-incident-no is numeric
                          move wo-incident-no
                            to ord-incident-no(order-table-count)
                       else
                          move 0 to ord-incident-no(order-table-count)
                       end-if
              end-read
           end-perform
           close work-order-master-file.
       180-save-incidents.
           open output incident-file
           perform varying incident-table-idx from 1 by 1
                   until incident-table-idx > incident-table-count
              move int-record(incident-table-idx) to incident-rec
              write incident-rec
           end-perform
           close incident-file.
       185-save-claims.
           open output claim-file
           perform varying claim-table-idx from 1 by 1
                   until claim-table-idx > claim-table-count
              move clt-record(claim-table-idx) to incident-claim-rec
              write incident-claim-rec
           end-perform
           close claim-file.
       190-save-inc-control.
           open output incident-control-file
           move next-incident-no to ctl-next-incident-no
           write incident-control-rec
           close incident-control-file.
       200-process-one-trans.
           move spaces to reg-detail-out
           evaluate true
              when inc-action-new
                 perform 300-new-incident
              when inc-action-update
                 perform 400-update-incident
              when inc-action-claim
                 perform 500-file-claim
              when inc-action-recovery
                 perform 550-post-recovery
              when inc-action-settle or inc-action-deny
                 perform 600-close-claim
              when inc-action-close
                 perform 650-close-incident
              when other
                 move "INVALID INCIDENT ACTION CODE" to reject-reason
                 perform 700-reject-trans
           end-evaluate.
      *> leaves the incident in incident-rec when it is found
       250-find-incident.
           move 0 to incident-found-idx
           perform varying incident-table-idx from 1 by 1
                   until incident-table-idx > incident-table-count
              if itr-incident-no = int-record(incident-table-idx)(1:6)
                 move incident-table-idx to incident-found-idx
              end-if
           end-perform
           if incident-found-idx > 0
              move int-record(incident-found-idx) to incident-rec
           end-if.
      *> leaves the claim in incident-claim-rec when it is found
       260-find-claim.
           move 0 to claim-found-idx
           perform varying claim-table-idx from 1 by 1
                   until claim-table-idx > claim-table-count
              move clt-record(claim-table-idx) to incident-claim-rec
              if clm-incident-no = itr-incident-no
                 and clm-seq = itr-claim-seq
                 move claim-table-idx to claim-found-idx
              end-if
           end-perform
           if claim-found-idx > 0
              move clt-record(claim-found-idx) to incident-claim-rec
           end-if.
       300-new-incident.
           perform 310-check-vehicle-and-driver
           evaluate true
              when itr-date is not numeric or itr-date = 0
                 or itr-date > business-date-work
                 move "INCIDENT DATE MISSING OR IN FUTURE"
                   to reject-reason
                 perform 700-reject-trans
              when itr-fleet not = 'T' and not = 'R'
                 move "INVALID FLEET CODE" to reject-reason
                 perform 700-reject-trans
              when not vehicle-found and itr-fleet = 'T'
                 move "VIN NOT ON VEHICLE MASTER" to reject-reason
                 perform 700-reject-trans
              when not vehicle-found
                 move "UNIT NOT ON RENTAL FLEET" to reject-reason
                 perform 700-reject-trans
              when not driver-found and itr-fleet = 'T'
                 move "DRIVER NOT ON DRIVER MASTER" to reject-reason
                 perform 700-reject-trans
              when not driver-found
                 move "NO RENTER CONTRACT FOR UNIT" to reject-reason
                 perform 700-reject-trans
              when not itr-valid-fault
                 move "INVALID FAULT CODE" to reject-reason
                 perform 700-reject-trans
              when other
                 perform 350-add-incident
           end-evaluate.
      *> for a rental the renter stands in for the driver; a blank
      *> renter is taken from the contract the unit is out on
       310-check-vehicle-and-driver.
           move 'N' to vehicle-found-sw
           move 'N' to driver-found-sw
           evaluate itr-fleet
              when 'T'
                 move itr-vehicle-id to vm-VIN
                 read vehicle-master-file
                      invalid key
                         continue
                      not invalid key
                         move 'Y' to vehicle-found-sw
                 end-read
                 perform varying driver-table-idx from 1 by 1
                         until driver-table-idx > driver-table-count
                    if itr-driver-id = drt-driver-id(driver-table-idx)
                       and itr-driver-id not = spaces
                       move 'Y' to driver-found-sw
                    end-if
                 end-perform
              when 'R'
                 move 0 to fleet-found-idx
                 perform varying fleet-table-idx from 1 by 1
                         until fleet-table-idx > fleet-table-count
                    if itr-vehicle-id = flet-unit-no(fleet-table-idx)
                       move fleet-table-idx to fleet-found-idx
                       move 'Y' to vehicle-found-sw
                    end-if
                 end-perform
                 if itr-renter-name = spaces
                    and fleet-found-idx > 0
                    and flet-status(fleet-found-idx) = 'O'
                    move flet-renter-last(fleet-found-idx)
                      to itr-renter-name
                    move flet-account-no(fleet-found-idx)
                      to itr-renter-account
                 end-if
                 if itr-renter-name not = spaces
                    move 'Y' to driver-found-sw
                 end-if
           end-evaluate.
       350-add-incident.
           if incident-table-count > 999
              display "INCIDENT: INCIDENT TABLE FULL"
              stop run
           end-if
           move spaces to incident-rec
           move next-incident-no to inc-number
           move itr-date to inc-date
           move itr-fleet to inc-fleet
           move itr-vehicle-id to inc-vehicle-id
           if inc-taxi-fleet
              move itr-driver-id to inc-driver-id
           else
              move itr-renter-account to inc-renter-account
              move itr-renter-name to inc-renter-name
           end-if
           move itr-police-report to inc-police-report
           move itr-fault to inc-fault
           if inc-fault = space
              move 'U' to inc-fault
           end-if
           move itr-desc to inc-desc
           move 'O' to inc-status
           move 0 to inc-close-date
           add 1 to incident-table-count
           move incident-rec to int-record(incident-table-count)
           add 1 to next-incident-no
           add 1 to trans-applied
           move "REPORTED " to reg-action-out
           move inc-number to reg-incident-out
           move 0 to reg-seq-out
           move inc-fleet to reg-fleet-out
           move inc-vehicle-id to reg-vehicle-out
           if inc-taxi-fleet
              move "DRIVER" to reg-detail-out(1:6)
              move inc-driver-id to reg-detail-out(8:5)
           else
              move inc-renter-name to reg-detail-out
           end-if
           move inc-fault to reg-detail-out(22:1)
           move "FAULT" to reg-detail-out(24:5)
           move 0 to reg-amount-out
           write print-rec from register-detail-line.
       400-update-incident.
           perform 250-find-incident
           evaluate true
              when incident-found-idx = 0
                 move "INCIDENT NOT ON FILE" to reject-reason
                 perform 700-reject-trans
              when not inc-open
                 move "INCIDENT ALREADY CLOSED" to reject-reason
                 perform 700-reject-trans
              when not itr-valid-fault
                 move "INVALID FAULT CODE" to reject-reason
                 perform 700-reject-trans
              when other
                 if itr-police-report not = spaces
                    move itr-police-report to inc-police-report
                 end-if
                 if itr-fault not = space
                    move itr-fault to inc-fault
                 end-if
                 if itr-desc not = spaces
                    move itr-desc to inc-desc
                 end-if
                 move incident-rec to int-record(incident-found-idx)
                 add 1 to trans-applied
                 move "UPDATED  " to reg-action-out
                 move inc-number to reg-incident-out
                 move 0 to reg-seq-out
                 move inc-fleet to reg-fleet-out
                 move inc-vehicle-id to reg-vehicle-out
                 move "POLICE" to reg-detail-out(1:6)
                 move inc-police-report to reg-detail-out(8:12)
                 move inc-fault to reg-detail-out(22:1)
                 move "FAULT" to reg-detail-out(24:5)
                 move 0 to reg-amount-out
                 write print-rec from register-detail-line
           end-evaluate.
       500-file-claim.
           perform 250-find-incident
           evaluate true
              when incident-found-idx = 0
                 move "INCIDENT NOT ON FILE" to reject-reason
                 perform 700-reject-trans
              when not inc-open
                 move "INCIDENT ALREADY CLOSED" to reject-reason
                 perform 700-reject-trans
              when not itr-valid-party
                 move "INVALID CLAIM PARTY TYPE" to reject-reason
                 perform 700-reject-trans
              when itr-amount is not numeric or itr-amount = 0
                 move "CLAIM AMOUNT MISSING" to reject-reason
                 perform 700-reject-trans
              when other
                 perform 520-add-claim
           end-evaluate.
       520-add-claim.
           if claim-table-count > 1999
              display "INCIDENT: CLAIM TABLE FULL"
              stop run
           end-if
           move 0 to last-claim-seq
           perform varying claim-table-idx from 1 by 1
                   until claim-table-idx > claim-table-count
              move clt-record(claim-table-idx) to incident-claim-rec
              if clm-incident-no = itr-incident-no
                 and clm-seq > last-claim-seq
                 move clm-seq to last-claim-seq
              end-if
           end-perform
           move spaces to incident-claim-rec
           move itr-incident-no to clm-incident-no
           compute clm-seq = last-claim-seq + 1
           move itr-party-type to clm-party-type
           move itr-party-name to clm-party-name
           if clm-party-name = spaces and itr-party-type = 'R'
              move inc-renter-name to clm-party-name
           end-if
           move itr-reference to clm-reference
           move business-date-work to clm-filed-date
           move itr-amount to clm-claimed-amount
           move 0 to clm-recovered-amount
           move 'O' to clm-status
           move 0 to clm-close-date
           add 1 to claim-table-count
           move incident-claim-rec to clt-record(claim-table-count)
           add 1 to trans-applied
           move "CLAIMED  " to reg-action-out
           move clm-incident-no to reg-incident-out
           move clm-seq to reg-seq-out
           move inc-fleet to reg-fleet-out
           move inc-vehicle-id to reg-vehicle-out
           move clm-party-type to reg-detail-out(1:1)
           move clm-party-name to reg-detail-out(3:20)
           move clm-claimed-amount to reg-amount-out
           write print-rec from register-detail-line.
       550-post-recovery.
           perform 250-find-incident
           perform 260-find-claim
           evaluate true
              when claim-found-idx = 0
                 move "CLAIM NOT ON FILE" to reject-reason
                 perform 700-reject-trans
              when not clm-open
                 move "CLAIM ALREADY CLOSED" to reject-reason
                 perform 700-reject-trans
              when itr-amount is not numeric or itr-amount = 0
                 move "RECOVERY AMOUNT MISSING" to reject-reason
                 perform 700-reject-trans
              when other
                 add itr-amount to clm-recovered-amount
                 move incident-claim-rec
                   to clt-record(claim-found-idx)
                 add 1 to trans-applied
                 move "RECOVERED" to reg-action-out
                 move clm-incident-no to reg-incident-out
                 move clm-seq to reg-seq-out
                 move inc-fleet to reg-fleet-out
                 move inc-vehicle-id to reg-vehicle-out
                 move clm-party-type to reg-detail-out(1:1)
                 move clm-party-name to reg-detail-out(3:20)
                 move itr-amount to reg-amount-out
                 write print-rec from register-detail-line
           end-evaluate.
       600-close-claim.
           perform 250-find-incident
           perform 260-find-claim
           evaluate true
              when claim-found-idx = 0
                 move "CLAIM NOT ON FILE" to reject-reason
                 perform 700-reject-trans
              when not clm-open
                 move "CLAIM ALREADY CLOSED" to reject-reason
                 perform 700-reject-trans
              when other
                 if inc-action-settle
                    move 'S' to clm-status
                    move "SETTLED  " to reg-action-out
                 else
                    move 'D' to clm-status
                    move "DENIED   " to reg-action-out
                 end-if
                 move business-date-work to clm-close-date
                 move incident-claim-rec
                   to clt-record(claim-found-idx)
                 add 1 to trans-applied
                 move clm-incident-no to reg-incident-out
                 move clm-seq to reg-seq-out
                 move inc-fleet to reg-fleet-out
                 move inc-vehicle-id to reg-vehicle-out
                 move "RECOVERED" to reg-detail-out(1:9)
                 move clm-recovered-amount to reg-amount-out
                 write print-rec from register-detail-line
           end-evaluate.
       650-close-incident.
           perform 250-find-incident
           move 0 to open-claims-count
           perform varying claim-table-idx from 1 by 1
                   until claim-table-idx > claim-table-count
              move clt-record(claim-table-idx) to incident-claim-rec
              if clm-incident-no = itr-incident-no and clm-open
                 add 1 to open-claims-count
              end-if
           end-perform
           move 0 to open-orders-count
           perform varying order-table-idx from 1 by 1
                   until order-table-idx > order-table-count
              if ord-incident-no(order-table-idx) = itr-incident-no
                 and ord-status(order-table-idx) = 'O'
                 add 1 to open-orders-count
              end-if
           end-perform
           evaluate true
              when incident-found-idx = 0
                 move "INCIDENT NOT ON FILE" to reject-reason
                 perform 700-reject-trans
              when not inc-open
                 move "INCIDENT ALREADY CLOSED" to reject-reason
                 perform 700-reject-trans
              when open-claims-count > 0
                 move "CLAIMS STILL OPEN FOR INCIDENT"
                   to reject-reason
                 perform 700-reject-trans
              when open-orders-count > 0
                 move "REPAIR ORDERS STILL OPEN FOR INCIDENT"
                   to reject-reason
                 perform 700-reject-trans
              when other
                 move 'C' to inc-status
                 move business-date-work to inc-close-date
                 move incident-rec to int-record(incident-found-idx)
                 add 1 to trans-applied
                 move "CLOSED   " to reg-action-out
                 move inc-number to reg-incident-out
                 move 0 to reg-seq-out
                 move inc-fleet to reg-fleet-out
                 move inc-vehicle-id to reg-vehicle-out
                 move 0 to reg-amount-out
                 write print-rec from register-detail-line
           end-evaluate.
       700-reject-trans.
           add 1 to trans-rejected
           move spaces to SUSPENSE-REC
           move "INCIDENT" to SUSP-SOURCE-PROGRAM
           move itr-action to SUSP-KEY-FIELD(1:1)
           if inc-action-new
              move itr-vehicle-id to SUSP-KEY-FIELD(3:10)
           else
              move itr-incident-no to SUSP-KEY-FIELD(3:6)
              move itr-claim-seq to SUSP-KEY-FIELD(10:2)
           end-if
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "INCIDENT" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move trans-read to RL-RECORDS-IN
           move trans-applied to RL-RECORDS-OUT
           move trans-rejected to RL-RECORDS-REJECTED
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
