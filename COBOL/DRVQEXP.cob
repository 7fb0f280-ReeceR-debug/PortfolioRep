       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVQEXP.
      *> Expiring driver credentials.  Reads every hack license,
      *> medical card and insurance endorsement on drv-qual against
      *> the business date and lists each one already expired, each
      *> expiring within 30 days and each expiring in 31 to 60 days,
      *> so dispatch can get renewals in before SHIFTPRF and DRVSETL
      *> start rejecting the driver's shifts.  Any of the three
      *> credentials a driver on drv-mast has no record for at all is
      *> listed as missing.  Run by hand weekly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT OPTIONAL driver-qual-file
           ASSIGN TO "drv-qual"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS dq-key.
                     SELECT driver-master-file ASSIGN TO drv-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT expiry-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  driver-qual-file.
           COPY DRVQUAL.
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
       fd  expiry-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-qual-records        picture xxx value 'yes'.
       01  more-driver-records      picture xxx value 'yes'.
       01  driver-table-idx         pic 9(3) comp.
       01  driver-table-count       pic 9(3) value 0.
       01  driver-found-idx         pic 9(3) comp value 0.
       01  driver-table.
           05  driver-table-entry OCCURS 200 TIMES.
               10  drt-driver-id    pic x(5).
               10  drt-driver-name  pic x(20).
               10  drt-hl-sw        pic x(1).
               10  drt-mc-sw        pic x(1).
               10  drt-ie-sw        pic x(1).
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
       01  within-30-count          pic 9(5) value 0.
       01  within-60-count          pic 9(5) value 0.
       01  missing-count            pic 9(5) value 0.
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  run-log-records-out      pic 9(7) value 0.
       01  run-log-records-rejected pic 9(7) value 0.
       01  report-header.
           05 pic x(40)
              value "DRIVER CREDENTIALS EXPIRING -- AS OF    ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(5) value "DRVR ".
           05 pic x(2) value spaces.
           05 pic x(20) value "NAME".
           05 pic x(2) value spaces.
           05 pic x(4) value "TYPE".
           05 pic x(2) value spaces.
           05 pic x(15) value "CREDENTIAL NO".
           05 pic x(2) value spaces.
           05 pic x(8) value "EXPIRES".
           05 pic x(2) value spaces.
           05 pic x(6) value "  DAYS".
           05 pic x(2) value spaces.
           05 pic x(22) value "STATUS".
       01  blank-line               pic x value space.
       01  detail-line.
           05  det-driver-id-out       pic x(5).
           05 pic x(2) value spaces.
           05  det-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  det-type-out            pic x(2).
           05 pic x(4) value spaces.
           05  det-number-out          pic x(15).
           05 pic x(2) value spaces.
           05  det-expiry-out          pic 9(8).
           05 pic x(2) value spaces.
           05  det-days-out            pic -----9.
           05 pic x(2) value spaces.
           05  det-status-out          pic x(22).
       01  missing-line.
           05  mis-driver-id-out       pic x(5).
           05 pic x(2) value spaces.
           05  mis-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  mis-type-out            pic x(2).
           05 pic x(4) value spaces.
           05 pic x(15) value "** NONE ON FILE".
           05 pic x(22) value spaces.
           05 pic x(22) value "MISSING".
       01  trailer-line.
           05 pic x(8) value "EXPIRED ".
           05  expired-out             pic zz,zz9.
           05 pic x(13) value "  WITHIN 30  ".
           05  within-30-out           pic zz,zz9.
           05 pic x(13) value "  31-60 DAYS ".
           05  within-60-out           pic zz,zz9.
           05 pic x(10) value "  MISSING ".
           05  missing-out             pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-driver-master
           move business-date-work to date-to-convert
           perform 600-convert-date-to-days
           move converted-days to business-days
           open input driver-qual-file
                output expiry-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until more-qual-records = 'no '
              read driver-qual-file next record
                    at end
                       move 'no ' to more-qual-records
                    not at end
                       add 1 to run-log-records-in
                       perform 200-check-credential
              end-read
           END-PERFORM
           perform varying driver-table-idx from 1 by 1
                   until driver-table-idx > driver-table-count
              perform 300-list-missing-credentials
           end-perform
           move expired-count to expired-out
           move within-30-count to within-30-out
           move within-60-count to within-60-out
           move missing-count to missing-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close driver-qual-file
                 expiry-report
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
                          display "DRVQEXP: DRIVER-MASTER-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close driver-master-file
                          stop run
                       end-if
                       move dr-driver-id
                         to drt-driver-id(driver-table-count)
                       move dr-driver-name
                         to drt-driver-name(driver-table-count)
                       move 'N' to drt-hl-sw(driver-table-count)
                       move 'N' to drt-mc-sw(driver-table-count)
                       move 'N' to drt-ie-sw(driver-table-count)
              end-read
           END-PERFORM
           close driver-master-file.
       200-check-credential.
           move 0 to driver-found-idx
           perform varying driver-table-idx from 1 by 1
                   until driver-table-idx > driver-table-count
              if dq-driver-id = drt-driver-id(driver-table-idx)
                 move driver-table-idx to driver-found-idx
              end-if
           end-perform
           move spaces to detail-line
           if driver-found-idx = 0
              move "** NOT ON DRV-MAST" to det-name-out
           else
              move drt-driver-name(driver-found-idx) to det-name-out
              evaluate true
                 when dq-hack-license
                    move 'Y' to drt-hl-sw(driver-found-idx)
                 when dq-medical-card
                    move 'Y' to drt-mc-sw(driver-found-idx)
                 when dq-insurance-endorsement
                    move 'Y' to drt-ie-sw(driver-found-idx)
              end-evaluate
           end-if
           move dq-expiry-date to date-to-convert
           perform 600-convert-date-to-days
           compute days-to-expiry = converted-days - business-days
           evaluate true
              when dq-expiry-date < business-date-work
                 add 1 to expired-count
                 move "EXPIRED" to det-status-out
              when days-to-expiry not > 30
                 add 1 to within-30-count
                 move "EXPIRES WITHIN 30 DAYS" to det-status-out
              when days-to-expiry not > 60
                 add 1 to within-60-count
                 move "EXPIRES IN 31-60 DAYS" to det-status-out
           end-evaluate
           if det-status-out not = spaces
              move dq-driver-id to det-driver-id-out
              move dq-cred-type to det-type-out
              move dq-cred-number to det-number-out
              move dq-expiry-date to det-expiry-out
              move days-to-expiry to det-days-out
              write print-rec from detail-line
              add 1 to run-log-records-out
           end-if.
       300-list-missing-credentials.
           move drt-driver-id(driver-table-idx) to mis-driver-id-out
           move drt-driver-name(driver-table-idx) to mis-name-out
           if drt-hl-sw(driver-table-idx) = 'N'
              move "HL" to mis-type-out
              perform 350-write-missing-line
           end-if
           if drt-mc-sw(driver-table-idx) = 'N'
              move "MC" to mis-type-out
              perform 350-write-missing-line
           end-if
           if drt-ie-sw(driver-table-idx) = 'N'
              move "IE" to mis-type-out
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
           move "DRVQEXP " to RL-PROGRAM-NAME
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
