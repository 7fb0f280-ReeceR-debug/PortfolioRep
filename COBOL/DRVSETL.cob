      *> gross-to-net, withholding and direct-deposit path as
      *> everyone else.  The payroll run skips "**" trailer names, so
      *> appending behind the sales-commission extract is safe.
      *> Each settlement is also kept on drv-setl-hist for the
      *> year-end 1099 run (YR1099).  Lease and commission drivers
      *> are independent contractors, so drv-mast carries each
      *> driver's taxpayer ID and 1099 switch.  Fares the meter
      *> system shows paid by card (meter-card, from METERREC) carry
      *> the card-processing fee at the CARD-FEE rate, which comes
      *> off the driver's net earnings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT shift-file ASSIGN TO shift-dat
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT driver-master-file ASSIGN TO drv-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL driver-qual-file
           ASSIGN TO "drv-qual"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS dq-key.
                     SELECT pay-plan-file ASSIGN TO "drv-payplan"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL commission-pay-file
           ASSIGN TO "comm-pay"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL settlement-history-file
           ASSIGN TO "drv-setl-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL meter-card-file
           ASSIGN TO meter-card
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL card-fee-file
           ASSIGN TO CARD-FEE
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  driver-qual-file.
           COPY DRVQUAL.
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
           05  dr-tax-id           pic x(9).
           05  dr-1099-sw          pic x(1).
               88  dr-1099-reportable  value 'Y'.
       fd  pay-plan-file.
       01  pay-plan-rec.
           05  pp-driver-id        pic x(5).
       01  commission-pay-rec.
           05  cp-emp-name           pic x(20).
           05  cp-amount             pic 9(5)v99.
       fd  settlement-history-file.
           COPY DRVHIST.
       fd  meter-card-file.
           COPY METRCARD.
       fd  card-fee-file.
       01  card-fee-rec.
           05  card-fee-rate-in    pic 9v9(4).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-driver-records      picture xxx value 'yes'.
       01  more-plan-records        picture xxx value 'yes'.
       01  more-card-records        picture xxx value 'yes'.
       01  card-fee-rate            pic 9v9(4) value 0.
       01  card-fee                 pic 9(7)v99.
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
               10  drt-driver-name  pic x(20).
               10  drt-miles        pic 9(7).
               10  drt-revenue      pic 9(7)v99.
               10  drt-card-fares   pic 9(7)v99.
       01  plan-table-idx           pic 9(3) comp.
       01  plan-table-count         pic 9(3) value 0.
       01  plan-found-idx           pic 9(3) comp value 0.
           05  stmt-revenue-out        pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  stmt-plan-out           pic x(22).
       01  statement-card-line.
           05 pic x(11) value "CARD FARES ".
           05  stmt-card-fares-out     pic zzz,zz9.99.
           05 pic x(12) value "  CARD FEE  ".
           05  stmt-card-fee-out       pic zzz,zz9.99.
       01  statement-line-3.
           05 pic x(13) value "NET EARNINGS ".
           05  stmt-net-out            pic zzz,zz9.99.
           perform 950-get-business-date
           perform 120-load-driver-master
           perform 130-load-pay-plans
           open output reject-listing
           perform 150-accumulate-shifts
           perform 160-load-card-fee-rate
           perform 170-accumulate-card-fares
           open output settlement-report
                extend commission-pay-file
                extend settlement-history-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from statement-header
           close settlement-report
                 reject-listing
                 commission-pay-file
                 settlement-history-file
                 run-log-file
           stop run.
       120-load-driver-master.
                         to drt-driver-name(driver-table-count)
                       move 0 to drt-miles(driver-table-count)
                       move 0 to drt-revenue(driver-table-count)
                       move 0 to drt-card-fares(driver-table-count)
              end-read
           end-perform
           close driver-master-file.
           close pay-plan-file.
       150-accumulate-shifts.
           open input shift-file
                input driver-qual-file
           perform until are-there-more-records = 'no '
              read shift-file
                    at end
                       perform 200-post-shift
              end-read
           end-perform
           close shift-file
                 driver-qual-file.
       160-load-card-fee-rate.
           open input card-fee-file
           read card-fee-file
                at end
                   continue
                not at end
                   move card-fee-rate-in to card-fee-rate
           end-read
           close card-fee-file.
       170-accumulate-card-fares.
           open input meter-card-file
           perform until more-card-records = 'no '
              read meter-card-file
                    at end
                       move 'no ' to more-card-records
                    not at end
                       perform varying driver-table-idx from 1 by 1
                               until driver-table-idx >
                                     driver-table-count
                          if mc-driver-id
                                = drt-driver-id(driver-table-idx)
                             add mc-card-fares
                               to drt-card-fares(driver-table-idx)
                          end-if
                       end-perform
              end-read
           end-perform
           close meter-card-file.
       200-post-shift.
           move 0 to driver-found-idx
           perform varying driver-table-idx from 1 by 1
              move "DRIVER NOT ON DRIVER MASTER" to SUSP-REASON
              write SUSPENSE-REC
           else
              perform 250-check-driver-qualified
              if not driver-qualified
                 move spaces to SUSPENSE-REC
                 move "DRVSETL " to SUSP-SOURCE-PROGRAM
                 move sh-driver-id to SUSP-KEY-FIELD(1:5)
                 move sh-date to SUSP-KEY-FIELD(7:8)
                 move qual-reject-reason to SUSP-REASON
                 write SUSPENSE-REC
              else
                 add sh-miles to drt-miles(driver-found-idx)
                 add sh-fare-revenue to drt-revenue(driver-found-idx)
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
       300-settle-one-driver.
           move 0 to plan-found-idx
           move spaces to stmt-plan-out
           move spaces to stmt-note-out
           move 0 to lease-shortfall
           compute card-fee ROUNDED =
              drt-card-fares(driver-table-idx) * card-fee-rate
           if plt-plan-type(plan-found-idx) = 'L'
              move "WEEKLY LEASE" to stmt-plan-out
              compute net-earnings =
                 drt-revenue(driver-table-idx)
                 - plt-lease-amount(plan-found-idx)
                 - card-fee
              if net-earnings < 0
                 compute lease-shortfall = 0 - net-earnings
                 move 0 to net-earnings
              compute net-earnings ROUNDED =
                 drt-revenue(driver-table-idx)
                 * plt-commission-rate(plan-found-idx)
                 - card-fee
              if net-earnings < 0
                 move 0 to net-earnings
              end-if
           end-if
           add 1 to drivers-settled
           add net-earnings to total-net-settled
           move drt-miles(driver-table-idx) to stmt-miles-out
           move drt-revenue(driver-table-idx) to stmt-revenue-out
           write print-rec from statement-line-2
           if drt-card-fares(driver-table-idx) > 0
              move drt-card-fares(driver-table-idx)
                to stmt-card-fares-out
              move card-fee to stmt-card-fee-out
              write print-rec from statement-card-line
           end-if
           move net-earnings to stmt-net-out
           write print-rec from statement-line-3
           write print-rec from blank-line
              move drt-driver-name(driver-table-idx) to cp-emp-name
              move net-earnings to cp-amount
              write commission-pay-rec
              move drt-driver-id(driver-table-idx) to dsh-driver-id
              move business-date-work to dsh-settle-date
              move plt-plan-type(plan-found-idx) to dsh-plan-type
              move drt-revenue(driver-table-idx) to dsh-revenue
              move net-earnings to dsh-net-paid
              write driver-settle-hist-rec
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
