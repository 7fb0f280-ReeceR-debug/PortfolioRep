       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTRPT.
      *> Section roster and enrollment against capacity, run after the
      *> registration billing (135_8).  For every course section on
      *> the catalog (course-cat) it lists the students enrolled, those
      *> promoted off the waitlist and not yet billed, and the
      *> waitlist in the order it will be promoted from
      *> (sect-roster), then summarizes each section's seats taken,
      *> seats open and students waiting against its capacity so the
      *> registrar can see full and overbooked sections before the
      *> term starts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT course-catalog-file ASSIGN TO "course-cat"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL section-roster-file
           ASSIGN TO "sect-roster"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT roster-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  course-catalog-file.
       01  course-catalog-rec.
           05  cc-course-no             pic X(6).
           05  cc-title                 pic X(20).
           05  cc-credit-hours          pic 99.
           05  cc-course-fee            pic 9(3).
           05  cc-section-no            pic X(2).
           05  cc-capacity              pic 9(3).
       fd  section-roster-file.
           COPY SECTROST.
       fd  roster-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-catalog-records     picture xxx value 'yes'.
       01  more-roster-records      picture xxx value 'yes'.
       01  catalog-table-idx        pic 9(3) comp.
       01  catalog-table-count      pic 9(3) value 0.
       01  catalog-table.
           05  catalog-table-entry OCCURS 200 TIMES.
               10  cat-course-no    pic x(6).
               10  cat-title        pic x(20).
               10  cat-section-no   pic x(2).
               10  cat-capacity     pic 9(3).
               10  cat-enrolled     pic 9(4).
               10  cat-promoted     pic 9(4).
               10  cat-waiting      pic 9(4).
       01  roster-table-idx         pic 9(4) comp.
       01  roster-table-count       pic 9(4) value 0.
       01  roster-table.
           05  roster-entry OCCURS 2000 TIMES.
               10  rst-course-no    pic x(6).
               10  rst-section-no   pic x(2).
               10  rst-student-name pic x(20).
               10  rst-status       pic x(1).
               10  rst-status-date  pic 9(8).
               10  rst-student-no   pic 9(7).
       01  seats-taken              pic 9(4).
       01  seats-open               pic s9(4).
       01  waitlist-position        pic 9(4).
       01  sections-listed          pic 9(5) value 0.
       01  sections-full            pic 9(5) value 0.
       01  total-enrolled           pic 9(7) value 0.
       01  total-waiting            pic 9(7) value 0.
       01  unmatched-roster         pic 9(5) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(40) value
              "SECTION ROSTER AND ENROLLMENT          ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  section-header-line.
           05 pic x(7) value "COURSE ".
           05  sect-course-out         pic x(6).
           05 pic x(5) value " SEC ".
           05  sect-section-out        pic x(2).
           05 pic x(2) value spaces.
           05  sect-title-out          pic x(20).
           05 pic x(11) value "  CAPACITY ".
           05  sect-capacity-out       pic x(8).
       01  roster-detail-line.
           05 pic x(4) value spaces.
           05  roster-position-out     pic zzzz9.
           05 pic x(1) value space.
           05  roster-name-out         pic x(20).
           05 pic x(1) value space.
           05  roster-student-no-out   pic 9(7).
           05 pic x(2) value spaces.
           05  roster-date-out         pic 9(8).
           05 pic x(2) value spaces.
           05  roster-status-out       pic x(22).
       01  summary-header-line.
           05 pic x(40) value
              "ENROLLMENT VERSUS CAPACITY              ".
       01  summary-column-line.
           05 pic x(7) value "COURSE ".
           05 pic x(5) value "SEC  ".
           05 pic x(22) value "TITLE                 ".
           05 pic x(9) value " CAPACITY".
           05 pic x(9) value " ENROLLED".
           05 pic x(9) value " PROMOTED".
           05 pic x(9) value "     OPEN".
           05 pic x(9) value " WAITLIST".
       01  summary-detail-line.
           05  sum-course-out          pic x(6).
           05 pic x(1) value space.
           05  sum-section-out         pic x(2).
           05 pic x(3) value spaces.
           05  sum-title-out           pic x(20).
           05 pic x(2) value spaces.
           05  sum-capacity-out        pic x(9).
           05  sum-enrolled-out        pic z(8)9.
           05  sum-promoted-out        pic z(8)9.
           05  sum-open-out            pic x(9).
           05  sum-waiting-out         pic z(8)9.
           05 pic x(2) value spaces.
           05  sum-flag-out            pic x(16).
       01  open-seats-edit          pic -(8)9.
       01  capacity-edit            pic z(8)9.
       01  header-capacity-edit     pic zz9.
       01  trailer-line.
           05 pic x(9) value "SECTIONS ".
           05  sections-out            pic zz,zz9.
           05 pic x(8) value "  FULL  ".
           05  full-out                pic zz,zz9.
           05 pic x(12) value "  ENROLLED  ".
           05  enrolled-out            pic z,zzz,zz9.
           05 pic x(12) value "  WAITING   ".
           05  waiting-out             pic z,zzz,zz9.
       01  unmatched-line.
           05 pic x(40) value
              "ROSTER ENTRIES FOR SECTIONS NOT ON THE  ".
           05 pic x(9) value "CATALOG ".
           05  unmatched-out           pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-course-catalog
           perform 120-load-section-roster
           open output roster-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           perform varying catalog-table-idx from 1 by 1
                   until catalog-table-idx > catalog-table-count
              perform 200-list-one-section
           end-perform
           write print-rec from blank-line
           write print-rec from summary-header-line
           write print-rec from blank-line
           write print-rec from summary-column-line
           perform varying catalog-table-idx from 1 by 1
                   until catalog-table-idx > catalog-table-count
              perform 300-summarize-one-section
           end-perform
           move sections-listed to sections-out
           move sections-full to full-out
           move total-enrolled to enrolled-out
           move total-waiting to waiting-out
           write print-rec from blank-line
           write print-rec from trailer-line
           if unmatched-roster > 0
              move unmatched-roster to unmatched-out
              write print-rec from unmatched-line
           end-if
           perform 900-write-run-log
           close roster-report
                 run-log-file
           stop run.
       110-load-course-catalog.
           open input course-catalog-file
           perform until more-catalog-records = 'no '
              read course-catalog-file
                    at end
                       move 'no ' to more-catalog-records
                    not at end
                       add 1 to catalog-table-count
                       if catalog-table-count > 200
                          display "SECTRPT: COURSE-CATALOG HAS MORE "
                             "THAN 200 RECORDS -- TABLE FULL"
                          close course-catalog-file
                          stop run
                       end-if
                       move cc-course-no
                         to cat-course-no(catalog-table-count)
                       move cc-title to cat-title(catalog-table-count)
                       move cc-section-no
                         to cat-section-no(catalog-table-count)
                       if cc-capacity is numeric
                          move cc-capacity
                            to cat-capacity(catalog-table-count)
                       else
                          move 0 to cat-capacity(catalog-table-count)
                       end-if
                       move 0 to cat-enrolled(catalog-table-count)
                       move 0 to cat-promoted(catalog-table-count)
                       move 0 to cat-waiting(catalog-table-count)
              end-read
           end-perform
           close course-catalog-file.
       120-load-section-roster.
           open input section-roster-file
           perform until more-roster-records = 'no '
              read section-roster-file
                    at end
                       move 'no ' to more-roster-records
                    not at end
                       add 1 to roster-table-count
                       if roster-table-count > 2000
                          display "SECTRPT: SECT-ROSTER HAS MORE THAN "
                             "2000 RECORDS -- TABLE FULL"
                          close section-roster-file
                          stop run
                       end-if
                       move srs-course-no
                         to rst-course-no(roster-table-count)
                       move srs-section-no
                         to rst-section-no(roster-table-count)
                       move srs-student-name
                         to rst-student-name(roster-table-count)
                       move srs-status
                         to rst-status(roster-table-count)
                       move srs-status-date
                         to rst-status-date(roster-table-count)
                       move srs-student-no
                         to rst-student-no(roster-table-count)
                       perform 130-count-roster-entry
              end-read
           end-perform
           close section-roster-file.
       130-count-roster-entry.
           if srs-enrolled or srs-promoted or srs-waitlisted
              add 1 to unmatched-roster
           end-if
           perform varying catalog-table-idx from 1 by 1
                   until catalog-table-idx > catalog-table-count
              if srs-course-no = cat-course-no(catalog-table-idx)
                 and srs-section-no = cat-section-no(catalog-table-idx)
                 evaluate true
                    when srs-enrolled
                       add 1 to cat-enrolled(catalog-table-idx)
                       subtract 1 from unmatched-roster
                    when srs-promoted
                       add 1 to cat-promoted(catalog-table-idx)
                       subtract 1 from unmatched-roster
                    when srs-waitlisted
                       add 1 to cat-waiting(catalog-table-idx)
                       subtract 1 from unmatched-roster
                    when other
                       continue
                 end-evaluate
              end-if
           end-perform.
       200-list-one-section.
           add 1 to sections-listed
           write print-rec from blank-line
           move cat-course-no(catalog-table-idx) to sect-course-out
           move cat-section-no(catalog-table-idx) to sect-section-out
           move cat-title(catalog-table-idx) to sect-title-out
           if cat-capacity(catalog-table-idx) = 0
              move "NO LIMIT" to sect-capacity-out
           else
              move cat-capacity(catalog-table-idx)
                to header-capacity-edit
              move header-capacity-edit to sect-capacity-out
           end-if
           write print-rec from section-header-line
      *>   enrolled and promoted first, then the waitlist -- the
      *>   roster is kept in the order students were added, which is
      *>   the order the waitlist is promoted from
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx > roster-table-count
              if rst-course-no(roster-table-idx)
                    = cat-course-no(catalog-table-idx)
                 and rst-section-no(roster-table-idx)
                    = cat-section-no(catalog-table-idx)
                 and (rst-status(roster-table-idx) = 'E' or 'P')
                 move spaces to roster-detail-line
                 move rst-student-name(roster-table-idx)
                   to roster-name-out
                 move rst-student-no(roster-table-idx)
                   to roster-student-no-out
                 move rst-status-date(roster-table-idx)
                   to roster-date-out
                 if rst-status(roster-table-idx) = 'E'
                    move "ENROLLED" to roster-status-out
                 else
                    move "PROMOTED -- TO BILL" to roster-status-out
                 end-if
                 write print-rec from roster-detail-line
              end-if
           end-perform
           move 0 to waitlist-position
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx > roster-table-count
              if rst-course-no(roster-table-idx)
                    = cat-course-no(catalog-table-idx)
                 and rst-section-no(roster-table-idx)
                    = cat-section-no(catalog-table-idx)
                 and rst-status(roster-table-idx) = 'W'
                 add 1 to waitlist-position
                 move spaces to roster-detail-line
                 move waitlist-position to roster-position-out
                 move rst-student-name(roster-table-idx)
                   to roster-name-out
                 move rst-student-no(roster-table-idx)
                   to roster-student-no-out
                 move rst-status-date(roster-table-idx)
                   to roster-date-out
                 move "WAITLISTED" to roster-status-out
                 write print-rec from roster-detail-line
              end-if
           end-perform.
       300-summarize-one-section.
           compute seats-taken =
              cat-enrolled(catalog-table-idx)
              + cat-promoted(catalog-table-idx)
           add seats-taken to total-enrolled
           add cat-waiting(catalog-table-idx) to total-waiting
           move spaces to summary-detail-line
           move cat-course-no(catalog-table-idx) to sum-course-out
           move cat-section-no(catalog-table-idx) to sum-section-out
           move cat-title(catalog-table-idx) to sum-title-out
           move cat-enrolled(catalog-table-idx) to sum-enrolled-out
           move cat-promoted(catalog-table-idx) to sum-promoted-out
           move cat-waiting(catalog-table-idx) to sum-waiting-out
           if cat-capacity(catalog-table-idx) = 0
              move " NO LIMIT" to sum-capacity-out
              move spaces to sum-open-out
           else
              move cat-capacity(catalog-table-idx) to capacity-edit
              move capacity-edit to sum-capacity-out
              compute seats-open =
                 cat-capacity(catalog-table-idx) - seats-taken
              move seats-open to open-seats-edit
              move open-seats-edit to sum-open-out
              evaluate true
                 when seats-open < 0
                    add 1 to sections-full
                    move "OVER CAPACITY" to sum-flag-out
                 when seats-open = 0
                    add 1 to sections-full
                    move "FULL" to sum-flag-out
                 when other
                    continue
              end-evaluate
           end-if
           write print-rec from summary-detail-line.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "SECTRPT " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move roster-table-count to RL-RECORDS-IN
           move sections-listed to RL-RECORDS-OUT
           move unmatched-roster to RL-RECORDS-REJECTED
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
