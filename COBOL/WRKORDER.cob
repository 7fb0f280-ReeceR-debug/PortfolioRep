      *>   L  record labor hours at the shop labor rate
      *>   C  close the order with its total cost and append it to
      *>      the per-vehicle maintenance cost history
      *>   I  link an open order to the accident it is repairing
      *> An accident repair names its incident (INCIDENT) on the O or
      *> I action; the incident must be open and for the same
      *> vehicle, and its number is carried on the order and on the
      *> cost history so INCRPT and VEHCOST can separate accident
      *> repairs from routine maintenance.
      *> Bad VINs, unknown parts, short stock and actions against
      *> missing or closed orders divert to the suspense file.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vm-VIN.
                     SELECT OPTIONAL incident-file
           ASSIGN TO "incident"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT inventory-master ASSIGN TO "inv-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
               88  wo-action-parts     value 'P'.
               88  wo-action-labor     value 'L'.
               88  wo-action-close     value 'C'.
               88  wo-action-incident  value 'I'.
           05  wot-wo-number       pic 9(6).
           05  wot-VIN             pic x(10).
           05  wot-part-no         pic x(5).
           05  wot-quantity        pic 9(3).
           05  wot-labor-hours     pic 9(2)v9.
           05  wot-desc            pic x(15).
           05  wot-incident-no     pic 9(6).
       fd  work-order-register.
       01  print-rec.
           05 pic x(132).
           05  wo-labor-cost       pic 9(7)v99.
           05  wo-total-cost       pic 9(7)v99.
           05  wo-close-date       pic 9(8).
           05  wo-incident-no      pic 9(6).
       fd  work-order-control-file.
       01  work-order-control-rec.
           05  ctl-next-wo-number  pic 9(6).
           05  vm-desc              pic x(10).
           05  vm-cumulative-miles  pic 9(7).
           05  vm-last-service-miles pic 9(7).
       fd  incident-file.
           COPY INCMAST.
       fd  inventory-master.
           COPY INVMAST.
       fd  cost-history-file.
           05  vch-parts-cost      pic 9(7)v99.
           05  vch-labor-cost      pic 9(7)v99.
           05  vch-total-cost      pic 9(7)v99.
           05  vch-incident-no     pic 9(6).
       fd  run-log-file.
           COPY RUNLOG.
       fd  master-lock-file.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-order-records       picture xxx value 'yes'.
       01  more-incident-records    picture xxx value 'yes'.
       01  shop-labor-rate          pic 9(3)v99 value 35.00.
       01  next-wo-number           pic 9(6) value 1.
       01  order-table-idx          pic 9(4) comp.
               10  ord-labor-cost   pic 9(7)v99.
               10  ord-total-cost   pic 9(7)v99.
               10  ord-close-date   pic 9(8).
               10  ord-incident-no  pic 9(6).
       01  incident-table-idx       pic 9(4) comp.
       01  incident-table-count     pic 9(4) value 0.
       01  incident-found-idx       pic 9(4) comp value 0.
       01  incident-table.
           05  incident-entry OCCURS 1000 TIMES.
               10  int-number       pic 9(6).
               10  int-vehicle-id   pic x(10).
               10  int-status       pic x(1).
       01  order-incident-work      pic 9(6).
       01  order-vehicle-work       pic x(10).
       01  vehicle-found-sw         pic x value 'N'.
           88  vehicle-found            value 'Y'.
       01  part-found-sw            pic x value 'N'.
           perform 950-get-business-date
           perform 910-take-master-lock
           perform 120-load-order-master
           perform 130-load-incidents
           perform 140-load-wo-control
           open input work-order-trans-file
                output work-order-register
                         to ord-total-cost(order-table-count)
                       move wo-close-date
                         to ord-close-date(order-table-count)
                       if wo-incident-no is numeric
                          move wo-incident-no
                            to ord-incident-no(order-table-count)
                       else
                          move 0 to ord-incident-no(order-table-count)
                       end-if
              end-read
           end-perform
           close work-order-master-file.
       130-load-incidents.
           open input incident-file
           perform until more-incident-records = 'no '
              read incident-file
                    at end
                       move 'no ' to more-incident-records
                    not at end
                       add 1 to incident-table-count
                       if incident-table-count > 1000
                          display "WRKORDER: MORE THAN 1000 "
                             "INCIDENTS -- TABLE FULL"
                          close incident-file
                          stop run
                       end-if
                       move inc-number
                         to int-number(incident-table-count)
                       move inc-vehicle-id
                         to int-vehicle-id(incident-table-count)
                       move inc-status
                         to int-status(incident-table-count)
              end-read
           end-perform
           close incident-file.
       180-save-order-master.
           open output work-order-master-file
           perform varying order-table-idx from 1 by 1
              move ord-labor-cost(order-table-idx) to wo-labor-cost
              move ord-total-cost(order-table-idx) to wo-total-cost
              move ord-close-date(order-table-idx) to wo-close-date
              move ord-incident-no(order-table-idx) to wo-incident-no
              write work-order-master-rec
           end-perform
           close work-order-master-file.
                 perform 500-record-labor
              when wo-action-close
                 perform 600-close-order
              when wo-action-incident
                 perform 650-link-incident
              when other
                 move "INVALID WORK ORDER ACTION CODE"
                   to reject-reason
                 move order-table-idx to order-found-idx
              end-if
           end-perform.
      *> the incident must be open and be for the order's vehicle
       260-find-incident.
           move 0 to incident-found-idx
           if order-incident-work > 0
              perform varying incident-table-idx from 1 by 1
                      until incident-table-idx > incident-table-count
                 if order-incident-work
                    = int-number(incident-table-idx)
                    and int-status(incident-table-idx) = 'O'
                    and order-vehicle-work
                        = int-vehicle-id(incident-table-idx)
                    move incident-table-idx to incident-found-idx
                 end-if
              end-perform
           end-if.
       300-open-order.
           move 'N' to vehicle-found-sw
           move wot-VIN to vm-VIN
                not invalid key
                   move 'Y' to vehicle-found-sw
           end-read
           move 0 to order-incident-work
           if wot-incident-no is numeric
              move wot-incident-no to order-incident-work
           end-if
           move wot-VIN to order-vehicle-work
           perform 260-find-incident
           evaluate true
              when not vehicle-found
                 move "VIN NOT ON VEHICLE MASTER" to reject-reason
                 perform 700-reject-trans
              when order-incident-work > 0
                   and incident-found-idx = 0
                 move "NO OPEN INCIDENT FOR THIS VEHICLE"
                   to reject-reason
                 perform 700-reject-trans
              when other
                 perform 350-add-order
           end-evaluate.
       350-add-order.
           if order-table-count > 499
              display "WRKORDER: WORK ORDER TABLE FULL"
              stop run
           end-if
           add 1 to order-table-count
           move next-wo-number to ord-number(order-table-count)
           move wot-VIN to ord-VIN(order-table-count)
           move 'O' to ord-status(order-table-count)
           move business-date-work
             to ord-open-date(order-table-count)
           move wot-desc to ord-desc(order-table-count)
           move 0 to ord-parts-cost(order-table-count)
           move 0 to ord-labor-hours(order-table-count)
           move 0 to ord-labor-cost(order-table-count)
           move 0 to ord-total-cost(order-table-count)
           move 0 to ord-close-date(order-table-count)
           move order-incident-work
             to ord-incident-no(order-table-count)
           add 1 to trans-applied
           move "OPENED " to reg-action-out
           move next-wo-number to reg-wo-out
           move wot-VIN to reg-VIN-out
           move wot-desc to reg-detail-out
           move 0 to reg-amount-out
           write print-rec from register-detail-line
           move spaces to register-detail-line
           add 1 to next-wo-number.
       400-issue-parts.
           perform 250-find-order
           if order-found-idx = 0
                to vch-labor-cost
              move ord-total-cost(order-found-idx)
                to vch-total-cost
              move ord-incident-no(order-found-idx)
                to vch-incident-no
              write cost-history-rec
              add 1 to trans-applied
              move "CLOSED " to reg-action-out
              write print-rec from register-detail-line
              move spaces to register-detail-line
           end-if.
       650-link-incident.
           perform 250-find-order
           move 0 to order-incident-work
           if wot-incident-no is numeric
              move wot-incident-no to order-incident-work
           end-if
           move spaces to order-vehicle-work
           if order-found-idx > 0
              move ord-VIN(order-found-idx) to order-vehicle-work
           end-if
           perform 260-find-incident
           evaluate true
              when order-found-idx = 0
                 or ord-status(order-found-idx) not = 'O'
                 move "LINK FOR MISSING OR CLOSED ORDER"
                   to reject-reason
                 perform 700-reject-trans
              when incident-found-idx = 0
                 move "NO OPEN INCIDENT FOR THIS VEHICLE"
                   to reject-reason
                 perform 700-reject-trans
              when other
                 move order-incident-work
                   to ord-incident-no(order-found-idx)
                 add 1 to trans-applied
                 move "LINKED " to reg-action-out
                 move wot-wo-number to reg-wo-out
                 move ord-VIN(order-found-idx) to reg-VIN-out
                 move "INCIDENT" to reg-detail-out(1:8)
                 move order-incident-work to reg-detail-out(10:6)
                 move 0 to reg-amount-out
                 write print-rec from register-detail-line
                 move spaces to register-detail-line
           end-evaluate.
       700-reject-trans.
           add 1 to trans-rejected
           move spaces to SUSPENSE-REC
