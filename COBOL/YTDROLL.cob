       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDROLL.
      *> Payroll calendar-year rollover.  Run by the job stream when
      *> the processing calendar flags a year end, or by hand in early
      *> January if that night was missed.  The closing year's
      *> YTD-wages, ret-ytd and ded-arrears files are copied whole to
      *> <file>.<year> (W2EXTR and any W-2c corrections read the
      *> YTD-wages archive), then YTD-wages and ret-ytd are rewritten
      *> with every employee at zero so the Social Security wage base
      *> and the retirement contribution limit start over.  Deduction
      *> arrears are money still owed and carry into the new year as
      *> they stand; only the year-end snapshot is archived.
      *>
      *> The ytd-roll control carries the calendar year the YTD files
      *> are open for.  298_1 and SALPAY refuse to pay into any other
      *> year, so a January payroll cannot run until this has.  A
      *> second run for a year already rolled does nothing.  If an
      *> archive cannot be written the YTD files are left as they
      *> were and the run fails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT rollover-register ASSIGN TO printer.
                     SELECT OPTIONAL YTD-wages-file
           ASSIGN TO "YTD-wages"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL retirement-YTD-file
           ASSIGN TO "ret-ytd"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL arrears-file
           ASSIGN TO "ded-arrears"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT archive-file ASSIGN DYNAMIC archive-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS archive-status.
                     SELECT OPTIONAL rollover-control-file
           ASSIGN TO "ytd-roll"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-EMP-MASTER"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  rollover-register.
       01  print-rec.
           05 pic x(132).
       fd  YTD-wages-file.
       01  YTD-wages-rec.
           05  YTD-emp-name          pic x(15).
           05  YTD-gross-wages       pic 9(7)v99.
           05  YTD-emp-no            pic 9(5).
       fd  retirement-YTD-file.
       01  retirement-YTD-rec.
           05  rty-emp-name          pic x(15).
           05  rty-YTD-contrib       pic 9(7)v99.
           05  rty-emp-no            pic 9(5).
       fd  arrears-file.
       01  arrears-rec.
           05  arr-emp-name          pic x(15).
           05  arr-ded-code          pic x(3).
           05  arr-amount            pic 9(5)v99.
       fd  archive-file.
       01  archive-rec.
           05 pic x(40).
      *> the calendar year the YTD files are accumulating for, and
      *> the bus-date the last rollover ran
       fd  rollover-control-file.
       01  rollover-control-rec.
           05  yr-open-year          pic 9(4).
           05  yr-rolled-date        pic 9(8).
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder             pic x(8).
           05  lk-lock-date          pic 9(8).
           05  lk-lock-time          pic 9(6).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  business-date-parts redefines business-date-work.
           05  bd-year              pic 9(4).
           05  bd-month             pic 9(2).
           05  bd-day               pic 9(2).
       01  closing-year             pic 9(4) value 0.
       01  new-open-year            pic 9(4) value 0.
       01  control-on-file-sw       pic x value 'N'.
           88  control-on-file          value 'Y'.
       01  archive-name             pic x(40).
       01  archive-status           pic xx.
       01  lock-time-8              pic 9(8).
       01  run-log-time-8           pic 9(8).
       01  more-YTD-records         picture xxx value 'yes'.
       01  more-ret-YTD-records     picture xxx value 'yes'.
       01  more-arrears-records     picture xxx value 'yes'.
       01  YTD-table-idx            pic 9(4) comp.
       01  YTD-table-count          pic 9(4) value 0.
       01  YTD-table.
           05  YTD-table-entry OCCURS 500 TIMES.
               10  YTD-table-name   pic x(15).
               10  YTD-table-no     pic 9(5).
       01  ret-YTD-table-idx        pic 9(4) comp.
       01  ret-YTD-table-count      pic 9(4) value 0.
       01  ret-YTD-table.
           05  ret-YTD-entry OCCURS 500 TIMES.
               10  ryt-emp-name     pic x(15).
               10  ryt-emp-no       pic 9(5).
       01  file-records-copied      pic 9(5) value 0.
       01  file-amount-total        pic 9(9)v99 value 0.
       01  records-in-total         pic 9(7) value 0.
       01  register-header.
           05 pic x(31) value "PAYROLL YEAR-END ROLLOVER  TAX ".
           05 pic x(5) value "YEAR ".
           05  header-year-out        pic 9(4).
           05 pic x(11) value "   RUN DATE".
           05 pic x(1) value space.
           05  header-date-out        pic 9(8).
       01  blank-line               pic x value space.
       01  register-detail-line.
           05  detail-file-out        pic x(12).
           05 pic x(12) value "ARCHIVED TO ".
           05  detail-archive-out     pic x(17).
           05 pic x(9) value " RECORDS ".
           05  detail-records-out     pic zz,zz9.
           05 pic x(8) value "  TOTAL ".
           05  detail-total-out       pic zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-action-out      pic x(20).
       01  register-trailer-line.
           05 pic x(33) value "YTD FILES NOW OPEN FOR TAX YEAR  ".
           05  trailer-year-out       pic 9(4).
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-read-rollover-control
           perform 910-take-master-lock
           perform 120-load-YTD-names
           perform 130-load-retirement-names
           open output rollover-register
                extend run-log-file
           move closing-year to header-year-out
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from blank-line
      *>   every archive is written before anything is zeroed, so a
      *>   failed archive leaves the year exactly as it stood
           perform 200-archive-YTD-wages
           perform 210-archive-retirement-YTD
           perform 220-archive-arrears
           perform 300-reset-YTD-wages
           perform 310-reset-retirement-YTD
           perform 400-write-rollover-control
           move new-open-year to trailer-year-out
           write print-rec from blank-line
           write print-rec from register-trailer-line
           perform 900-write-run-log
           close rollover-register
                 run-log-file
           perform 920-release-master-lock
           stop run.
       110-read-rollover-control.
           open input rollover-control-file
           read rollover-control-file
                at end
                   continue
                not at end
                   if yr-open-year is numeric
                      move 'Y' to control-on-file-sw
                      move yr-open-year to closing-year
                   end-if
           end-read
           close rollover-control-file
      *>   with no control yet, a December run closes this year and a
      *>   January catch-up run closes last year
           if not control-on-file
              if bd-month = 12
                 move bd-year to closing-year
              else
                 compute closing-year = bd-year - 1
              end-if
           end-if
           if closing-year > bd-year
              display "YTDROLL: TAX YEAR " bd-year " IS ALREADY "
                 "ROLLED -- YTD FILES OPEN FOR " closing-year
              stop run
           end-if
           if closing-year = bd-year
              and bd-month not = 12
              display "YTDROLL: TAX YEAR " closing-year " IS NOT "
                 "OVER -- ROLLOVER REFUSED"
              move 8 to RETURN-CODE
              stop run
           end-if
           compute new-open-year = closing-year + 1.
       910-take-master-lock.
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "YTDROLL: EMP-MASTER IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "YTDROLL " to lk-holder
           move business-date-work to lk-lock-date
           ACCEPT lock-time-8 FROM TIME
           move lock-time-8(1:6) to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       920-release-master-lock.
           open output master-lock-file
           move spaces to lk-holder
           move 0 to lk-lock-date
           move 0 to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       120-load-YTD-names.
           open input YTD-wages-file
           perform until more-YTD-records = 'no '
              read YTD-wages-file
                    at end
                       move 'no ' to more-YTD-records
                    not at end
                       add 1 to YTD-table-count
                       if YTD-table-count > 500
                          display "YTDROLL: YTD-WAGES-FILE HAS MORE "
                             "THAN 500 RECORDS -- YTD TABLE FULL"
                          close YTD-wages-file
                          stop run
                       end-if
                       move YTD-emp-name
                         to YTD-table-name(YTD-table-count)
                       if YTD-emp-no is numeric
                          move YTD-emp-no
                            to YTD-table-no(YTD-table-count)
                       else
                          move 0 to YTD-table-no(YTD-table-count)
                       end-if
              end-read
           end-perform
           close YTD-wages-file.
       130-load-retirement-names.
           open input retirement-YTD-file
           perform until more-ret-YTD-records = 'no '
              read retirement-YTD-file
                    at end
                       move 'no ' to more-ret-YTD-records
                    not at end
                       add 1 to ret-YTD-table-count
                       if ret-YTD-table-count > 500
                          display "YTDROLL: RETIREMENT-YTD-FILE HAS "
                             "MORE THAN 500 RECORDS -- TABLE FULL"
                          close retirement-YTD-file
                          stop run
                       end-if
                       move rty-emp-name
                         to ryt-emp-name(ret-YTD-table-count)
                       if rty-emp-no is numeric
                          move rty-emp-no
                            to ryt-emp-no(ret-YTD-table-count)
                       else
                          move 0 to ryt-emp-no(ret-YTD-table-count)
                       end-if
              end-read
           end-perform
           close retirement-YTD-file.
       200-archive-YTD-wages.
           move "YTD-wages" to detail-file-out
           perform 250-open-archive
           move 'yes' to more-YTD-records
           open input YTD-wages-file
           perform until more-YTD-records = 'no '
              read YTD-wages-file
                    at end
                       move 'no ' to more-YTD-records
                    not at end
                       move spaces to archive-rec
                       move YTD-wages-rec to archive-rec
                       perform 260-write-archive-rec
                       add YTD-gross-wages to file-amount-total
              end-read
           end-perform
           close YTD-wages-file
           move "RESET TO ZERO" to detail-action-out
           perform 270-close-archive.
       210-archive-retirement-YTD.
           move "ret-ytd" to detail-file-out
           perform 250-open-archive
           move 'yes' to more-ret-YTD-records
           open input retirement-YTD-file
           perform until more-ret-YTD-records = 'no '
              read retirement-YTD-file
                    at end
                       move 'no ' to more-ret-YTD-records
                    not at end
                       move spaces to archive-rec
                       move retirement-YTD-rec to archive-rec
                       perform 260-write-archive-rec
                       add rty-YTD-contrib to file-amount-total
              end-read
           end-perform
           close retirement-YTD-file
           move "RESET TO ZERO" to detail-action-out
           perform 270-close-archive.
       220-archive-arrears.
           move "ded-arrears" to detail-file-out
           perform 250-open-archive
           open input arrears-file
           perform until more-arrears-records = 'no '
              read arrears-file
                    at end
                       move 'no ' to more-arrears-records
                    not at end
                       move spaces to archive-rec
                       move arrears-rec to archive-rec
                       perform 260-write-archive-rec
                       add arr-amount to file-amount-total
              end-read
           end-perform
           close arrears-file
           move "CARRIED FORWARD" to detail-action-out
           perform 270-close-archive.
       250-open-archive.
           move 0 to file-records-copied
           move 0 to file-amount-total
           move spaces to archive-name
           string detail-file-out delimited by space
                  "." delimited by size
                  closing-year delimited by size
                  into archive-name
           open output archive-file
           if archive-status not = "00"
              display "YTDROLL: CANNOT OPEN ARCHIVE " archive-name
                 " STATUS " archive-status " -- NOTHING ROLLED"
              move 12 to RETURN-CODE
              perform 920-release-master-lock
              stop run
           end-if.
       260-write-archive-rec.
           write archive-rec
           if archive-status not = "00"
              display "YTDROLL: WRITE TO ARCHIVE " archive-name
                 " FAILED STATUS " archive-status
                 " -- NOTHING ROLLED"
              move 12 to RETURN-CODE
              perform 920-release-master-lock
              stop run
           end-if
           add 1 to file-records-copied
           add 1 to records-in-total.
       270-close-archive.
           close archive-file
           move archive-name to detail-archive-out
           move file-records-copied to detail-records-out
           move file-amount-total to detail-total-out
           write print-rec from register-detail-line.
       300-reset-YTD-wages.
      *>   the employee rows stay, at zero, so the employee numbers
      *>   already carried on them are not lost
           open output YTD-wages-file
           perform varying YTD-table-idx from 1 by 1
                   until YTD-table-idx > YTD-table-count
              move YTD-table-name(YTD-table-idx) to YTD-emp-name
              move 0 to YTD-gross-wages
              move YTD-table-no(YTD-table-idx) to YTD-emp-no
              write YTD-wages-rec
           end-perform
           close YTD-wages-file.
       310-reset-retirement-YTD.
           open output retirement-YTD-file
           perform varying ret-YTD-table-idx from 1 by 1
                   until ret-YTD-table-idx > ret-YTD-table-count
              move ryt-emp-name(ret-YTD-table-idx) to rty-emp-name
              move 0 to rty-YTD-contrib
              move ryt-emp-no(ret-YTD-table-idx) to rty-emp-no
              write retirement-YTD-rec
           end-perform
           close retirement-YTD-file.
       400-write-rollover-control.
           open output rollover-control-file
           move new-open-year to yr-open-year
           move business-date-work to yr-rolled-date
           write rollover-control-rec
           close rollover-control-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "YTDROLL " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move records-in-total to RL-RECORDS-IN
           compute RL-RECORDS-OUT =
              YTD-table-count + ret-YTD-table-count
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
