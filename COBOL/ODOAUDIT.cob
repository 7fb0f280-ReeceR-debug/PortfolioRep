      *>     implausible mileage jump;
      *>   - the accumulated shift miles and fueling miles agree
      *>     within tolerance, and neither exceeds the cumulative
      *>     miles VEHMAINT has posted to the master;
      *>   - no shift was driven in a taxi that was out of service
      *>     that day for an expired registration, inspection,
      *>     medallion or insurance card on veh-comply.
      *> Discrepancies print by VIN; these mis-entries skew both the
      *> MPG report and the service-due flags.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vm-VIN.
                     SELECT OPTIONAL vehicle-comply-file
           ASSIGN TO "veh-comply"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vc-key.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           05  vm-desc              pic x(10).
           05  vm-cumulative-miles  pic 9(7).
           05  vm-last-service-miles pic 9(7).
       fd  vehicle-comply-file.
           COPY VEHCOMP.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
               10  vat-last-date    pic 9(8).
               10  vat-date-errors  pic 9(4).
               10  vat-jump-errors  pic 9(4).
               10  vat-comply-errors pic 9(4).
       01  miles-difference         pic s9(9).
       01  tolerance-miles          pic 9(9).
       01  vehicle-in-service-sw    pic x value 'Y'.
           88  vehicle-in-service       value 'Y'.
       01  comply-check-item        pic x(2).
       01  expired-comply-item      pic x(2).
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  events-read              pic 9(7) value 0.
           open input shift-file
                input Taxi-INFO
                input vehicle-master-file
                input vehicle-comply-file
                output audit-report
                extend run-log-file
           move business-date-work to header-date-out
           close shift-file
                 Taxi-INFO
                 vehicle-master-file
                 vehicle-comply-file
                 audit-report
                 run-log-file
           stop run.
              move sh-miles to evt-miles-out
              write print-rec from event-error-line
           end-if
           perform 250-check-vehicle-in-service
           if not vehicle-in-service
              add 1 to vat-comply-errors(vehicle-found-idx)
              move sh-VIN to evt-VIN-out
              move sh-date to evt-date-out
              move "OUT OF SERVICE -- XX EXPIRED" to evt-reason-out
              move expired-comply-item to evt-reason-out(19:2)
              move sh-miles to evt-miles-out
              write print-rec from event-error-line
           end-if
           add sh-miles to vat-shift-miles(vehicle-found-idx).
      *> a taxi with any compliance item expired before the shift
      *> date was out of service when it was driven
       250-check-vehicle-in-service.
           move 'Y' to vehicle-in-service-sw
           move "RG" to comply-check-item
           perform 260-check-one-comply-item
           move "SI" to comply-check-item
           perform 260-check-one-comply-item
           move "MD" to comply-check-item
           perform 260-check-one-comply-item
           move "IC" to comply-check-item
           perform 260-check-one-comply-item.
       260-check-one-comply-item.
           if vehicle-in-service
              move 'T' to vc-fleet
              move sh-VIN to vc-vehicle-id
              move comply-check-item to vc-item
              read vehicle-comply-file
                   invalid key
                      continue
                   not invalid key
                      if vc-expiry-date < sh-date
                         move 'N' to vehicle-in-service-sw
                         move comply-check-item to expired-comply-item
                      end-if
              end-read
           end-if.
       300-audit-fuel-event.
           move fuel-VIN to lookup-VIN
           perform 350-find-vehicle-entry
              move 0 to vat-last-date(vehicle-found-idx)
              move 0 to vat-date-errors(vehicle-found-idx)
              move 0 to vat-jump-errors(vehicle-found-idx)
              move 0 to vat-comply-errors(vehicle-found-idx)
           end-if.
       400-summarize-vehicle.
           move 'Y' to vin-clean-sw
           evaluate true
              when vat-date-errors(vehicle-table-idx) > 0
                 or vat-jump-errors(vehicle-table-idx) > 0
                 or vat-comply-errors(vehicle-table-idx) > 0
                 move "** EVENT ERRORS -- SEE ABOVE" to sum-flag-out
                 move 'N' to vin-clean-sw
              when not master-found
