       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHCMNT.
      *> Vehicle compliance calendar maintenance.  Adds, changes and
      *> deletes the registration, state inspection, medallion and
      *> insurance card expiry dates on veh-comply for the taxi fleet
      *> (by VIN, which must be on VEH-MASTER) and the rental fleet
      *> (by unit, which must be on rental-fleet), and journals every
      *> applied change to upd-journal with its before and after
      *> images like the other master maintenance programs.  A
      *> renewal is a change carrying the new expiry date.  An add or
      *> change with an unknown item, a medallion for a rental unit,
      *> or a missing or invalid expiry date goes to suspense instead
      *> of the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT maint-trans-file ASSIGN TO vcmp-maint
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT audit-listing  ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO vcmp-rej
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
                     SELECT OPTIONAL rental-fleet-file
           ASSIGN TO "rental-fleet"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  maint-trans-file.
       01  maint-trans-rec.
           05  maint-action-code       pic X(1).
               88  maint-action-add        value 'A'.
               88  maint-action-change     value 'C'.
               88  maint-action-delete     value 'D'.
           05  maint-fleet             pic X(1).
               88  maint-taxi-fleet        value 'T'.
               88  maint-rental-fleet      value 'R'.
           05  maint-vehicle-id        pic X(10).
           05  maint-item              pic X(2).
               88  maint-valid-item        value 'RG' 'SI' 'MD' 'IC'.
               88  maint-medallion         value 'MD'.
           05  maint-reference         pic X(15).
           05  maint-expiry-date       pic 9(8).
       fd  audit-listing.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
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
       fd  run-log-file.
           COPY RUNLOG.
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-fleet-records       picture xxx value 'yes'.
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  vehicle-known-sw         pic x value 'N'.
           88  vehicle-known            value 'Y'.
       01  comply-valid-sw          pic x value 'Y'.
           88  comply-valid             value 'Y'.
       01  fleet-table-idx          pic 9(3) comp.
       01  fleet-table-count        pic 9(3) value 0.
       01  fleet-table.
           05  fleet-entry OCCURS 200 TIMES.
               10  flet-unit-no      pic x(5).
               10  flet-type         pic x(1).
       01  vehicle-desc-save        pic x(10) value spaces.
       01  audit-tag                pic x(8).
       01  journal-operator         pic x(3) value spaces.
       01  journal-action           pic x(7).
       01  before-image-work        pic x(132).
       01  after-image-work         pic x(132).
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  run-log-records-out      pic 9(7) value 0.
       01  run-log-records-rejected pic 9(7) value 0.
       01  adds-applied             pic 9(6) value 0.
       01  changes-applied          pic 9(6) value 0.
       01  deletes-applied          pic 9(6) value 0.
       01  audit-header.
           05 pic x(40)
              value "VEHICLE COMPLIANCE MAINTENANCE AUDIT    ".
           05  header-date-out         pic 9(8).
       01  audit-detail-line.
           05  audit-tag-out           pic x(8).
           05 pic x(1).
           05  audit-action-out        pic x(6).
           05 pic x(2).
           05  audit-fleet-out         pic x(1).
           05 pic x(2).
           05  audit-vehicle-out       pic x(10).
           05 pic x(2).
           05  audit-desc-out          pic x(10).
           05 pic x(2).
           05  audit-item-out          pic x(2).
           05 pic x(2).
           05  audit-reference-out     pic x(15).
           05 pic x(2).
           05  audit-expiry-label      pic x(7).
           05 pic x(1).
           05  audit-expiry-out        pic 9(8).
       01  blank-line               pic x value space.
       01  trailer-line.
           05 pic x(7) value "APPLIED".
           05 pic x(2) value spaces.
           05  adds-applied-out        pic zz,zz9.
           05 pic x(5) value " ADDS".
           05 pic x(2) value spaces.
           05  changes-applied-out     pic zz,zz9.
           05 pic x(8) value " CHANGES".
           05 pic x(2) value spaces.
           05  deletes-applied-out     pic zz,zz9.
           05 pic x(8) value " DELETES".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 110-load-rental-fleet
           open input maint-trans-file
                input vehicle-master-file
                output audit-listing
                output reject-listing
                i-o vehicle-comply-file
                extend update-journal-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from audit-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read maint-trans-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 115-lookup-vehicle
                       perform 150-lookup-master
                       perform 160-validate-comply
                       evaluate true
                          when not vehicle-known
                             perform 700-reject-routine
                          when maint-action-add
                             perform 200-add-routine
                          when maint-action-change
                             perform 300-change-routine
                          when maint-action-delete
                             perform 400-delete-routine
                          when other
                             perform 700-reject-routine
                       end-evaluate
              end-read
           END-PERFORM
           move adds-applied to adds-applied-out
           move changes-applied to changes-applied-out
           move deletes-applied to deletes-applied-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close maint-trans-file
                 vehicle-master-file
                 audit-listing
                 reject-listing
                 vehicle-comply-file
                 update-journal-file
                 run-log-file
           stop run.
       110-load-rental-fleet.
           open input rental-fleet-file
           perform until more-fleet-records = 'no '
              read rental-fleet-file
                    at end
                       move 'no ' to more-fleet-records
                    not at end
                       add 1 to fleet-table-count
                       if fleet-table-count > 200
                          display "VEHCMNT: MORE THAN 200 FLEET "
                             "UNITS -- TABLE FULL"
                          close rental-fleet-file
                          stop run
                       end-if
                       move flt-unit-no
                         to flet-unit-no(fleet-table-count)
                       move flt-type-of-car
                         to flet-type(fleet-table-count)
              end-read
           END-PERFORM
           close rental-fleet-file.
       115-lookup-vehicle.
           move 'N' to vehicle-known-sw
           move spaces to vehicle-desc-save
           evaluate true
              when maint-vehicle-id = spaces
                 continue
              when maint-taxi-fleet
                 move maint-vehicle-id to vm-VIN
                 read vehicle-master-file
                      invalid key
                         continue
                      not invalid key
                         move 'Y' to vehicle-known-sw
                         move vm-desc to vehicle-desc-save
                 end-read
              when maint-rental-fleet
                 perform varying fleet-table-idx from 1 by 1
                         until fleet-table-idx > fleet-table-count
                    if flet-unit-no(fleet-table-idx)
                       = maint-vehicle-id
                       move 'Y' to vehicle-known-sw
                       move "RENTAL" to vehicle-desc-save
                       move flet-type(fleet-table-idx)
                         to vehicle-desc-save(8:1)
                    end-if
                 end-perform
           end-evaluate.
       150-lookup-master.
           move 'N' to master-found-sw
           move spaces to before-image-work
           if vehicle-known
              move maint-fleet to vc-fleet
              move maint-vehicle-id to vc-vehicle-id
              move maint-item to vc-item
              read vehicle-comply-file
                   invalid key
                      continue
                   not invalid key
                      move 'Y' to master-found-sw
                      move vehicle-comply-rec to before-image-work
              end-read
           end-if.
       160-validate-comply.
           move 'Y' to comply-valid-sw
           if maint-action-add or maint-action-change
              if not maint-valid-item
                 or (maint-medallion and not maint-taxi-fleet)
                 or maint-expiry-date is not numeric
                 move 'N' to comply-valid-sw
              else
                 if maint-expiry-date = 0
                    or maint-expiry-date(5:2) < "01"
                    or maint-expiry-date(5:2) > "12"
                    move 'N' to comply-valid-sw
                 end-if
              end-if
           end-if.
       200-add-routine.
           if master-found or not comply-valid
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 550-print-no-master-line
              perform 500-build-comply-from-trans
              write vehicle-comply-rec
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to adds-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 600-print-master-line
                       write print-rec from blank-line
                       move "ADD    " to journal-action
                       move vehicle-comply-rec to after-image-work
                       perform 680-write-update-journal
              end-write
           end-if.
       300-change-routine.
           if not master-found or not comply-valid
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              perform 500-build-comply-from-trans
              rewrite vehicle-comply-rec
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to changes-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 600-print-master-line
                       write print-rec from blank-line
                       move "CHANGE " to journal-action
                       move vehicle-comply-rec to after-image-work
                       perform 680-write-update-journal
              end-rewrite
           end-if.
       400-delete-routine.
           if not master-found
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              delete vehicle-comply-file
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to deletes-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 550-print-no-master-line
                       write print-rec from blank-line
                       move "DELETE " to journal-action
                       move spaces to after-image-work
                       perform 680-write-update-journal
              end-delete
           end-if.
       500-build-comply-from-trans.
           move maint-fleet to vc-fleet
           move maint-vehicle-id to vc-vehicle-id
           move maint-item to vc-item
           move maint-reference to vc-reference
           move maint-expiry-date to vc-expiry-date.
       550-print-no-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move maint-fleet to audit-fleet-out
           move maint-vehicle-id to audit-vehicle-out
           move vehicle-desc-save to audit-desc-out
           move maint-item to audit-item-out
           move "** NOT ON MASTER **" to audit-detail-line(49:19)
           write print-rec from audit-detail-line.
       600-print-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move vc-fleet to audit-fleet-out
           move vc-vehicle-id to audit-vehicle-out
           move vehicle-desc-save to audit-desc-out
           move vc-item to audit-item-out
           move vc-reference to audit-reference-out
           move "EXPIRES" to audit-expiry-label
           move vc-expiry-date to audit-expiry-out
           write print-rec from audit-detail-line.
       650-move-action-word.
           evaluate true
              when maint-action-add
                 move "ADD   " to audit-action-out
              when maint-action-change
                 move "CHANGE" to audit-action-out
              when maint-action-delete
                 move "DELETE" to audit-action-out
              when other
                 move "??????" to audit-action-out
           end-evaluate.
       700-reject-routine.
           add 1 to run-log-records-rejected
           move spaces to SUSPENSE-REC
           move "VEHCMNT " to SUSP-SOURCE-PROGRAM
           move maint-fleet to SUSP-KEY-FIELD(1:1)
           move maint-vehicle-id to SUSP-KEY-FIELD(3:10)
           move maint-item to SUSP-KEY-FIELD(14:2)
           evaluate true
              when not vehicle-known
                 move "VEHICLE NOT ON VEH-MASTER/RENTAL-FLEET"
                   to SUSP-REASON
              when maint-action-add and master-found
                 move "ADD FOR ITEM ALREADY ON MASTER"
                   to SUSP-REASON
              when (maint-action-change or maint-action-delete)
                   and not master-found
                 move "NO COMPLIANCE ITEM ON MASTER FOR VEHICLE"
                   to SUSP-REASON
              when (maint-action-add or maint-action-change)
                   and not comply-valid
                 move "INVALID COMPLIANCE ITEM OR EXPIRY DATE"
                   to SUSP-REASON
              when maint-action-add or maint-action-change
                 or maint-action-delete
                 move "MASTER FILE I-O ERROR" to SUSP-REASON
              when other
                 move "INVALID MAINTENANCE ACTION CODE" to SUSP-REASON
           end-evaluate
           write SUSPENSE-REC.
       680-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "VEHCMNT " to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move journal-operator to UJ-OPERATOR
           move "veh-comply  " to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           move maint-fleet to UJ-RECORD-KEY(1:1)
           move maint-vehicle-id to UJ-RECORD-KEY(2:10)
           move maint-item to UJ-RECORD-KEY(12:2)
           move before-image-work to UJ-BEFORE-IMAGE
           move after-image-work to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
       955-get-operator-card.
           open input operator-card-file
           read operator-card-file
                at end
                   continue
                not at end
                   move oc-operator-id to journal-operator
           end-read
           close operator-card-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "VEHCMNT " to RL-PROGRAM-NAME
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
