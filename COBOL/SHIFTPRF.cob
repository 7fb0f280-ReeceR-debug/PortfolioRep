           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT driver-master-file ASSIGN TO drv-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL driver-qual-file
           ASSIGN TO "drv-qual"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS dq-key.
                     SELECT OPTIONAL vehicle-comply-file
           ASSIGN TO "veh-comply"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vc-key.
                     SELECT Taxi-INFO ASSIGN TO Taxi-in
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT fuel-price-file ASSIGN TO FUEL-PRICE
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  driver-qual-file.
           COPY DRVQUAL.
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
       fd  vehicle-comply-file.
           COPY VEHCOMP.
       fd  Taxi-INFO.
       01  fueling-rec.
           05  fuel-VIN            pic X(10).
       01  driver-table-idx         pic 9(3) comp.
       01  driver-table-count       pic 9(3) value 0.
       01  driver-found-idx         pic 9(3) comp value 0.
       01  driver-qualified-sw      pic x value 'Y'.
           88  driver-qualified         value 'Y'.
       01  qual-check-type          pic x(2).
       01  qual-reject-reason.
           05 pic x(24) value "DRIVER NOT QUALIFIED -- ".
           05  qrr-cred-type           pic x(2).
           05 pic x(1) value space.
           05  qrr-condition           pic x(13).
       01  driver-table.
           05  driver-table-entry OCCURS 200 TIMES.
               10  drt-driver-id    pic x(5).
               10  vht-revenue      pic 9(7)v99.
               10  vht-fuel-miles   pic 9(7).
               10  vht-fuel-cost    pic 9(7)v99.
               10  vht-oos-shifts   pic 9(3).
       01  vehicle-in-service-sw    pic x value 'Y'.
           88  vehicle-in-service       value 'Y'.
       01  comply-check-item        pic x(2).
       01  expired-comply-item      pic x(2).
       01  lookup-VIN               pic x(10).
       01  revenue-per-mile         pic 9(3)v9(3).
       01  cost-per-mile            pic 9(3)v9(3).
           05  veh-cost-per-mile-out   pic zz9.999.
           05 pic x(2) value spaces.
           05  veh-loss-flag-out       pic x(13).
           05 pic x(2) value spaces.
           05  veh-oos-flag-out        pic x(20).
           05  veh-oos-shifts-out      pic zz9.
       01  driver-detail-line.
           05  drv-id-out              pic x(5).
           05 pic x(2) value spaces.
           perform 120-load-driver-master
           perform 130-accumulate-fuel-data
           open input shift-file
                input driver-qual-file
                input vehicle-comply-file
                output profit-report
                output reject-listing
                extend run-log-file
           perform 500-print-driver-section
           perform 900-write-run-log
           close shift-file
                 driver-qual-file
                 vehicle-comply-file
                 profit-report
                 reject-listing
                 run-log-file
              move "DRIVER NOT ON DRIVER MASTER" to SUSP-REASON
              write SUSPENSE-REC
           else
              perform 250-check-driver-qualified
              if not driver-qualified
                 add 1 to run-log-records-rejected
                 move spaces to SUSPENSE-REC
                 move "SHIFTPRF" to SUSP-SOURCE-PROGRAM
                 move sh-driver-id to SUSP-KEY-FIELD(1:5)
                 move sh-VIN to SUSP-KEY-FIELD(7:10)
                 move qual-reject-reason to SUSP-REASON
                 write SUSPENSE-REC
              else
                 add sh-miles to drt-miles(driver-found-idx)
                 add sh-fare-revenue to drt-revenue(driver-found-idx)
                 move sh-VIN to lookup-VIN
                 perform 350-find-vehicle-entry
                 add sh-miles to vht-shift-miles(vehicle-found-idx)
                 add sh-fare-revenue to vht-revenue(vehicle-found-idx)
                 perform 270-check-vehicle-in-service
                 if not vehicle-in-service
                    add 1 to vht-oos-shifts(vehicle-found-idx)
                 end-if
                 add 1 to run-log-records-out
              end-if
           end-if.
      *> a driver works a shift only on a date inside the issue
      *> and expiry dates of each of the three required credentials
       250-check-driver-qualified.
           move 'Y' to driver-qualified-sw
           move "HL" to qual-check-type
           perform 260-check-one-credential
           move "MC" to qual-check-type
           perform 260-check-one-credential
           move "IE" to qual-check-type
           perform 260-check-one-credential.
       260-check-one-credential.
           if driver-qualified
              move sh-driver-id to dq-driver-id
              move qual-check-type to dq-cred-type
              read driver-qual-file
                   invalid key
                      move 'N' to driver-qualified-sw
                      move "MISSING" to qrr-condition
                   not invalid key
                      if sh-date > dq-expiry-date
                         move 'N' to driver-qualified-sw
                         move "EXPIRED" to qrr-condition
                      end-if
                      if sh-date < dq-issue-date
                         move 'N' to driver-qualified-sw
                         move "NOT YET VALID" to qrr-condition
                      end-if
              end-read
              if not driver-qualified
                 move qual-check-type to qrr-cred-type
              end-if
           end-if.
      *> a taxi with any compliance item expired before the shift
      *> date was out of service when it was driven
       270-check-vehicle-in-service.
           move 'Y' to vehicle-in-service-sw
           move "RG" to comply-check-item
           perform 280-check-one-comply-item
           move "SI" to comply-check-item
           perform 280-check-one-comply-item
           move "MD" to comply-check-item
           perform 280-check-one-comply-item
           move "IC" to comply-check-item
           perform 280-check-one-comply-item.
       280-check-one-comply-item.
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
       350-find-vehicle-entry.
           move 0 to vehicle-found-idx
              move 0 to vht-revenue(vehicle-found-idx)
              move 0 to vht-fuel-miles(vehicle-found-idx)
              move 0 to vht-fuel-cost(vehicle-found-idx)
              move 0 to vht-oos-shifts(vehicle-found-idx)
           end-if.
       400-print-vehicle-section.
           write print-rec from report-header
           if revenue-per-mile < cost-per-mile
              move "** LOSING  **" to veh-loss-flag-out
           end-if
           move spaces to veh-oos-flag-out
           if vht-oos-shifts(vehicle-table-idx) > 0
              move "** OUT OF SVC SHIFTS" to veh-oos-flag-out
           end-if
           move vht-oos-shifts(vehicle-table-idx) to veh-oos-shifts-out
           move vht-VIN(vehicle-table-idx) to veh-VIN-out
           move vht-shift-miles(vehicle-table-idx) to veh-miles-out
           move vht-revenue(vehicle-table-idx) to veh-revenue-out
