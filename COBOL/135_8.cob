       FILE-CONTROL. SELECT registration-info    ASSIGN TO reg-info
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT stud-record  ASSIGN TO printer.
                     SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT exception-listing ASSIGN TO stud-exc
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT financial-aid-file ASSIGN TO aid-info
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT course-catalog-file ASSIGN TO "course-cat"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL section-roster-file
           ASSIGN TO "sect-roster"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT statement-file ASSIGN TO stud-stmt
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL bill-history-file
           ASSIGN TO "bill-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL term-control-file
           ASSIGN TO term-ctl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-master-file
           ASSIGN TO "spon-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-assignment-file
           ASSIGN TO "spon-asgn"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-ar-file
           ASSIGN TO "spon-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-credit-file
           ASSIGN TO "stu-credit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           05  reg-course-no    pic X(6).
           05  reg-credit-hours PIC 99.
           05  reg-course-fee   pic 9(3).
      *>   blank registers into the first section with a seat
           05  reg-section-no   pic x(2).
      *>   blank from a feed still keyed by name -- looked up on
      *>   stu-xref
           05  reg-student-no   pic x(7).

       fd  stud-record.
       01  print-rec.
           05  net-amount-due-out   pic 9(5).
           05                       pic x(2).
           05  total-charges-out    pic 9(5).
           05                       pic x(2).
           05  sponsor-billed-out   pic 9(5).
       fd  exception-listing.
           COPY REJLIST.
       fd  xref-file.
           COPY STUXREF.
       fd  financial-aid-file.
       01  aid-record.
           05  aid-student-name         pic X(20).
           05  aid-amount               pic 9(4).
           05  aid-student-no           pic x(7).
      *> course catalog master -- the authority for credit hours and
      *> course fees.  Registrations bill from these figures, not
      *> from whatever the registration feed carries.  One record
      *> per section, with the section's seat capacity; a capacity of
      *> zero (or none given) takes any number of students.
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
       fd  statement-file.
       01  statement-rec.
           05 pic x(80).
           05  ar-student-name          pic X(20).
           05  ar-balance-due           pic 9(5)V99.
           05  ar-billed-date           pic 9(8).
           05  ar-student-no            pic 9(7).
      *> every billing is also appended here, dated, so the year-end
      *> payment summary can reconstruct what was billed without
      *> re-adding a year of statements
           05  bh-total-charges    pic 9(5).
           05  bh-aid-applied      pic 9(4).
           05  bh-net-due          pic 9(5).
           05  bh-student-no       pic 9(7).
       fd  registration-hold-file.
       01  registration-hold-rec.
           05  hold-student-name   pic x(20).
           05  hold-status         pic x(1).
           05  hold-release-date   pic 9(8).
           05  hold-release-oper   pic x(3).
           05  hold-student-no     pic 9(7).
       fd  term-control-file.
       01  term-control-rec.
           05  term-start-date          pic 9(8).
       fd  sponsor-master-file.
           COPY SPONMAST.
       fd  sponsor-assignment-file.
           COPY SPONASGN.
       fd  sponsor-ar-file.
           COPY SPONAR.
       fd  student-credit-file.
           COPY STUCRED.
       fd  gl-posting-file.
           COPY GLPOST.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  aid-table-count          pic 9(3) value 0.
       01  aid-table.
           05  aid-table-entry OCCURS 200 TIMES.
               10  aid-table-no     pic 9(7).
               10  aid-table-amt    pic 9(4).
       01  aid-found-sw             pic x value 'N'.
           88  aid-found                 value 'Y'.
               10  cat-title        pic x(20).
               10  cat-credits      pic 99.
               10  cat-fee          pic 9(3).
               10  cat-section-no   pic x(2).
               10  cat-capacity     pic 9(3).
               10  cat-enrolled     pic 9(4).
       01  more-roster-records      picture xxx value 'yes'.
       01  roster-table-idx         pic 9(4) comp.
       01  roster-table-count       pic 9(4) value 0.
       01  roster-scan-idx          pic 9(4) comp.
       01  roster-table.
           05  roster-entry OCCURS 2000 TIMES.
               10  rst-course-no    pic x(6).
               10  rst-section-no   pic x(2).
               10  rst-student-name pic x(20).
               10  rst-status       pic x(1).
               10  rst-status-date  pic 9(8).
               10  rst-student-no   pic 9(7).
      *> the roster entries made for the student being billed, kept
      *> until the bill goes out or the registration is refused
       01  student-roster-idx       pic 9(2) comp.
       01  student-roster-count     pic 9(2) value 0.
       01  student-roster-list.
           05  student-roster-entry OCCURS 40 TIMES.
               10  srl-roster-idx   pic 9(4) comp.
               10  srl-catalog-idx  pic 9(3) comp.
       01  course-no-search         pic x(6).
       01  section-no-search        pic x(2).
       01  on-roster-sw             pic x value 'N'.
           88  already-on-roster        value 'Y'.
       01  earlier-promotion-sw     pic x value 'N'.
           88  earlier-promotion        value 'Y'.
       01  registrations-waitlisted pic 9(5) value 0.
       01  promotions-billed        pic 9(5) value 0.
       01  more-hold-records        picture xxx value 'yes'.
       01  hold-table-idx           pic 9(4) comp.
       01  hold-table-count         pic 9(4) value 0.
       01  student-held-sw          pic x value 'N'.
           88  student-held             value 'Y'.
       01  hold-student-table.
           05  hold-student-entry OCCURS 500 TIMES.
               10  hnt-student-no   pic 9(7).
       01  aid-applied-work         pic 9(4) value 0.
       01  aid-excess-work          pic 9(4) value 0.
       01  billed-aid-excess-total  pic 9(9)v99 value 0.
       01  term-start-in            pic 9(8) value 0.
       01  more-sponsor-records     picture xxx value 'yes'.
       01  sponsor-table-idx        pic 9(3) comp.
       01  sponsor-table-count      pic 9(3) value 0.
       01  sponsor-found-idx        pic 9(3) comp value 0.
       01  sponsor-table.
           05  sponsor-entry OCCURS 200 TIMES.
               10  spt-sponsor-id   pic x(6).
       01  more-assignment-records  picture xxx value 'yes'.
       01  assignment-idx           pic 9(4) comp.
       01  assignment-count         pic 9(4) value 0.
       01  assignment-table.
           05  assignment-entry OCCURS 1000 TIMES.
               10  asg-student-name pic x(20).
               10  asg-term-start   pic 9(8).
               10  asg-sponsor-id   pic x(6).
               10  asg-cover-pct    pic 9v9(4).
               10  asg-cover-cap    pic 9(5).
               10  asg-billed-to-date pic 9(5).
               10  asg-student-no   pic 9(7).
       01  sponsor-base-amount      pic 9(5).
       01  sponsor-share-amount     pic 9(5).
       01  sponsor-cap-room         pic 9(5).
       01  sponsor-share-total      pic 9(5).
       01  billed-sponsor-total     pic 9(9)v99 value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  activity-fee-per-credit  pic 9(3) value 20.
       01  technology-fee-per-credit pic 9(3) value 15.
       01  first-record-sw          pic x value 'Y'.
           88  first-record              value 'Y'.
       01  prev-student-name        pic x(20).
       01  prev-student-no          pic 9(7).
       01  aid-records-refused      pic 9(5) value 0.
      *> student cross-reference (stu-xref) -- a feed record with no
      *> student number is matched to one by name
       01  more-xref-records        picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 3000 TIMES.
               10  xt-student-name  pic x(20).
               10  xt-student-no    pic 9(7).
       01  xref-match-count         pic 9(4) value 0.
       01  student-no-x             pic x(7).
       01  student-no-in redefines student-no-x
                                    pic 9(7).
       01  student-name-search      pic x(20).
       01  resolved-student-no      pic 9(7) value 0.
       01  resolved-student-name    pic x(20).
       01  student-no-reason        pic x(40).
       01  student-credits          pic 9(3) value 0.
       01  course-fees-total        pic 9(4) value 0.
       01  billed-receivable-total  pic 9(9)v99 value 0.
       01  billed-aid-total         pic 9(9)v99 value 0.
       01  billed-tuition-total     pic 9(9)v99 value 0.
       01  billed-fees-total        pic 9(9)v99 value 0.
       01  course-table-idx         pic 9(2) comp.
       01  course-table-count       pic 9(2) value 0.
       01  course-table.
       01  statement-student-line.
           05 pic x(9) value "STUDENT: ".
           05  stmt-student-name-out    pic x(20).
           05 pic x(5) value " NO. ".
           05  stmt-student-no-out      pic 9(7).
           05 pic x(2) value spaces.
           05 pic x(9) value "CREDITS: ".
           05  stmt-credits-out         pic z9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 140-load-student-xref
           perform 155-load-course-catalog
           perform 160-load-registration-holds
           perform 162-load-section-roster
           perform 157-load-term-control
           perform 158-load-sponsor-master
           perform 159-load-sponsor-assignments
      *>   ar-open is a cumulative register: the nightly billing adds
      *>   to it and the term close seeds it with the carried-forward
      *>   prior-term balances, so it must never be truncated here
                output statement-file
                extend ar-open-items-file
                extend bill-history-file
                extend sponsor-ar-file
                extend student-credit-file
                extend gl-posting-file
      *>   the aid feed is matched to student numbers as it is loaded,
      *>   so an award that cannot be goes on the exception listing
           perform 150-load-aid-table
           perform until are-there-more-records = 'no '
              read registration-info
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move reg-student-no to student-no-x
                       move reg-student-name to student-name-search
                       perform 145-resolve-student-no
                       evaluate true
                          when student-no-reason not = spaces
                             perform 240-unknown-student-exception
                          when reg-credit-hours < 1
                             or reg-credit-hours > max-course-credits
                             perform 250-exception-routine
                          when other
                             move resolved-student-no to reg-student-no
                             move resolved-student-name
                               to reg-student-name
                             perform 180-accumulate-course
                       end-evaluate
              end-read
           END-PERFORM
           if not first-record
              perform 200-move-routine
           end-if
           perform 500-bill-promoted-students
           perform 400-write-gl-postings
           close registration-info
                 stud-record
                 exception-listing
                 statement-file
                 ar-open-items-file
                 bill-history-file
                 sponsor-ar-file
                 student-credit-file
                 gl-posting-file
           perform 800-save-section-roster
           perform 810-save-sponsor-assignments
           if registrations-waitlisted > 0
              display "135_8: " registrations-waitlisted
                 " REGISTRATIONS WAITLISTED -- SECTIONS FULL"
           end-if
           if aid-records-refused > 0
              display "135_8: " aid-records-refused
                 " AID AWARDS NOT MATCHED TO A STUDENT -- SEE STUD-EXC"
           end-if
           if promotions-billed > 0
              display "135_8: " promotions-billed
                 " STUDENTS BILLED OFF THE WAITLIST"
           end-if
           stop run.
       150-load-aid-table.
           open input financial-aid-file
                          close financial-aid-file
                          stop run
                       end-if
                       move aid-student-no to student-no-x
                       move aid-student-name to student-name-search
                       perform 145-resolve-student-no
                       if student-no-reason not = spaces
                          perform 242-unknown-aid-exception
                          subtract 1 from aid-table-count
                       else
                          move resolved-student-no
                            to aid-table-no(aid-table-count)
                          move aid-amount
                            to aid-table-amt(aid-table-count)
                       end-if
              end-read
           end-perform
           close financial-aid-file.
       140-load-student-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "135_8: STU-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move sx-student-name
                         to xt-student-name(xref-table-count)
                       move sx-student-no
                         to xt-student-no(xref-table-count)
              end-read
           end-perform
           close xref-file.
      *> a feed record carrying the student number is checked against
      *> the cross-reference; one without is matched by name, and is
      *> refused when the name is not on the student master or is on
      *> it for more than one student
       145-resolve-student-no.
           move 0 to resolved-student-no
           move spaces to resolved-student-name
           move spaces to student-no-reason
           move 0 to xref-match-count
           if student-no-x is numeric
              and student-no-in > 0
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-no(xref-table-idx) = student-no-in
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              if xref-match-count = 0
                 move "STUDENT NO NOT ON STUDENT MASTER"
                   to student-no-reason
              end-if
           else
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-name(xref-table-idx)
                       = student-name-search
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              evaluate true
                 when xref-match-count = 0
                    move "STUDENT NOT ON STUDENT MASTER"
                      to student-no-reason
                 when xref-match-count > 1
                    move "NAME ON MASTER TWICE -- NEED STUDENT NO"
                      to student-no-reason
              end-evaluate
           end-if.
       155-load-course-catalog.
           open input course-catalog-file
           perform until more-catalog-records = 'no '
                         to cat-credits(catalog-table-count)
                       move cc-course-fee
                         to cat-fee(catalog-table-count)
                       move cc-section-no
                         to cat-section-no(catalog-table-count)
                       if cc-capacity is numeric
                          move cc-capacity
                            to cat-capacity(catalog-table-count)
                       else
                          move 0 to cat-capacity(catalog-table-count)
                       end-if
                       move 0 to cat-enrolled(catalog-table-count)
              end-read
           end-perform
           close course-catalog-file.
      *> the term the sponsorships are written for
       157-load-term-control.
           move 0 to term-start-in
           open input term-control-file
           read term-control-file
                at end
                   continue
                not at end
                   if term-start-date is numeric
                      move term-start-date to term-start-in
                   end-if
           end-read
           close term-control-file.
       158-load-sponsor-master.
           open input sponsor-master-file
           perform until more-sponsor-records = 'no '
              read sponsor-master-file
                    at end
                       move 'no ' to more-sponsor-records
                    not at end
                       add 1 to sponsor-table-count
                       if sponsor-table-count > 200
                          display "135_8: SPON-MAST HAS MORE THAN 200 "
                             "RECORDS -- TABLE FULL"
                          close sponsor-master-file
                          stop run
                       end-if
                       move spm-sponsor-id
                         to spt-sponsor-id(sponsor-table-count)
              end-read
           end-perform
           close sponsor-master-file.
       159-load-sponsor-assignments.
      *>   every term's sponsorships are kept and written back; only
      *>   the current term's are billed against
           open input sponsor-assignment-file
           perform until more-assignment-records = 'no '
              read sponsor-assignment-file
                    at end
                       move 'no ' to more-assignment-records
                    not at end
                       add 1 to assignment-count
                       if assignment-count > 1000
                          display "135_8: SPON-ASGN HAS MORE THAN 1000 "
                             "RECORDS -- TABLE FULL"
                          close sponsor-assignment-file
                          stop run
                       end-if
                       move spa-student-name
                         to asg-student-name(assignment-count)
                       move spa-student-no
                         to asg-student-no(assignment-count)
                       move spa-term-start
                         to asg-term-start(assignment-count)
                       move spa-sponsor-id
                         to asg-sponsor-id(assignment-count)
                       move spa-cover-pct
                         to asg-cover-pct(assignment-count)
                       move spa-cover-cap
                         to asg-cover-cap(assignment-count)
                       if spa-billed-to-date is numeric
                          move spa-billed-to-date
                            to asg-billed-to-date(assignment-count)
                       else
                          move 0 to asg-billed-to-date(assignment-count)
                       end-if
              end-read
           end-perform
           close sponsor-assignment-file.
       165-lookup-catalog-course.
      *>   the section asked for; with none asked for, the first
      *>   section of the course with a seat, or its first section
      *>   (to waitlist on) if every one is full
           move 0 to catalog-found-idx
           if reg-section-no not = spaces
              move reg-course-no to course-no-search
              move reg-section-no to section-no-search
              perform 166-find-catalog-section
           else
              perform varying catalog-table-idx from 1 by 1
                      until catalog-table-idx > catalog-table-count
                 if reg-course-no = cat-course-no(catalog-table-idx)
                    and catalog-found-idx = 0
                    and (cat-capacity(catalog-table-idx) = 0
                     or cat-enrolled(catalog-table-idx)
                          < cat-capacity(catalog-table-idx))
                    move catalog-table-idx to catalog-found-idx
                 end-if
              end-perform
              perform varying catalog-table-idx from 1 by 1
                      until catalog-table-idx > catalog-table-count
                 if reg-course-no = cat-course-no(catalog-table-idx)
                    and catalog-found-idx = 0
                    move catalog-table-idx to catalog-found-idx
                 end-if
              end-perform
           end-if.
       166-find-catalog-section.
           move 0 to catalog-found-idx
           perform varying catalog-table-idx from 1 by 1
                   until catalog-table-idx > catalog-table-count
              if course-no-search = cat-course-no(catalog-table-idx)
                 and section-no-search
                       = cat-section-no(catalog-table-idx)
                 move catalog-table-idx to catalog-found-idx
              end-if
           end-perform.
       162-load-section-roster.
      *>   the seats taken in each section are its enrolled and
      *>   promoted students
           open input section-roster-file
           perform until more-roster-records = 'no '
              read section-roster-file
                    at end
                       move 'no ' to more-roster-records
                    not at end
                       add 1 to roster-table-count
                       if roster-table-count > 2000
                          display "135_8: SECT-ROSTER HAS MORE THAN "
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
                       if srs-enrolled or srs-promoted
                          move srs-course-no to course-no-search
                          move srs-section-no to section-no-search
                          perform 166-find-catalog-section
                          if catalog-found-idx > 0
                             add 1 to cat-enrolled(catalog-found-idx)
                          end-if
                       end-if
              end-read
           end-perform
           close section-roster-file.
       167-check-on-roster.
      *>   a student already enrolled, promoted or waiting in any
      *>   section of the course is not registered again
           move 'N' to on-roster-sw
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx > roster-table-count
              if rst-student-no(roster-table-idx) = reg-student-no
                 and rst-course-no(roster-table-idx) = reg-course-no
                 and (rst-status(roster-table-idx) = 'E' or 'W' or 'P')
                 move 'Y' to on-roster-sw
              end-if
           end-perform.
       168-add-roster-entry.
           add 1 to roster-table-count
           if roster-table-count > 2000
              display "135_8: SECT-ROSTER TABLE FULL"
              stop run
           end-if
           move reg-course-no to rst-course-no(roster-table-count)
           move cat-section-no(catalog-found-idx)
             to rst-section-no(roster-table-count)
           move reg-student-name to rst-student-name(roster-table-count)
           move reg-student-no to rst-student-no(roster-table-count)
           move business-date-work
             to rst-status-date(roster-table-count)
           add 1 to student-roster-count
           if student-roster-count > 40
              display "135_8: MORE THAN 40 SECTIONS FOR "
                 reg-student-name " -- TABLE FULL"
              stop run
           end-if
           move roster-table-count
             to srl-roster-idx(student-roster-count)
           move catalog-found-idx
             to srl-catalog-idx(student-roster-count).
       160-load-registration-holds.
      *>   only unreleased H holds block billing; a supervisor
      *>   release (R) lets the student through
                             close registration-hold-file
                             stop run
                          end-if
                          move hold-student-no
                            to hnt-student-no(hold-table-count)
                       end-if
              end-read
           end-perform
           move 'N' to student-held-sw
           perform varying hold-table-idx from 1 by 1
                   until hold-table-idx > hold-table-count
              if prev-student-no
                    = hnt-student-no(hold-table-idx)
                 move 'Y' to student-held-sw
              end-if
           end-perform.
       180-accumulate-course.
           if first-record
              move reg-student-name to prev-student-name
              move reg-student-no to prev-student-no
              move 'N' to first-record-sw
           else
              if reg-student-no not = prev-student-no
                 perform 200-move-routine
                 move reg-student-name to prev-student-name
                 move reg-student-no to prev-student-no
              end-if
           end-if
           perform 165-lookup-catalog-course
           if catalog-found-idx > 0
              perform 167-check-on-roster
           end-if
           evaluate true
              when catalog-found-idx = 0
                 perform 245-catalog-unknown-exception
              when course-table-count >= 20
                 perform 250-exception-routine
              when already-on-roster
                 perform 247-already-on-roster-exception
      *>      a full section takes the registration onto its waitlist
      *>      instead of billing it
              when cat-capacity(catalog-found-idx) > 0
                 and cat-enrolled(catalog-found-idx)
                       >= cat-capacity(catalog-found-idx)
                 perform 168-add-roster-entry
                 move 'W' to rst-status(roster-table-count)
                 add 1 to registrations-waitlisted
              when other
                 perform 168-add-roster-entry
                 move 'E' to rst-status(roster-table-count)
                 add 1 to cat-enrolled(catalog-found-idx)
                 if reg-credit-hours
                       not = cat-credits(catalog-found-idx)
                    or reg-course-fee
                 add cat-fee(catalog-found-idx)
                   to course-fees-total
           end-evaluate.
       240-unknown-student-exception.
           move spaces to SUSPENSE-REC
           move "135_8   " to SUSP-SOURCE-PROGRAM
           move reg-student-name to SUSP-KEY-FIELD(1:13)
           move reg-course-no to SUSP-KEY-FIELD(15:6)
           move student-no-reason to SUSP-REASON
           write SUSPENSE-REC.
       242-unknown-aid-exception.
           add 1 to aid-records-refused
           move spaces to SUSPENSE-REC
           move "135_8   " to SUSP-SOURCE-PROGRAM
           move aid-student-name to SUSP-KEY-FIELD(1:13)
           move "AID" to SUSP-KEY-FIELD(15:6)
           move student-no-reason to SUSP-REASON
           write SUSPENSE-REC.
       245-catalog-unknown-exception.
           move spaces to SUSPENSE-REC
           move "135_8   " to SUSP-SOURCE-PROGRAM
           move reg-course-no to SUSP-KEY-FIELD(15:6)
           move "COURSE NOT ON CATALOG" to SUSP-REASON
           write SUSPENSE-REC.
       247-already-on-roster-exception.
           move spaces to SUSPENSE-REC
           move "135_8   " to SUSP-SOURCE-PROGRAM
           move reg-student-name to SUSP-KEY-FIELD(1:13)
           move reg-course-no to SUSP-KEY-FIELD(15:6)
           move "ALREADY ENROLLED OR WAITLISTED IN COURSE"
             to SUSP-REASON
           write SUSPENSE-REC.
       255-catalog-mismatch-exception.
           move spaces to SUSPENSE-REC
           move "135_8   " to SUSP-SOURCE-PROGRAM
           evaluate true
              when student-held
                 perform 270-hold-exception-routine
                 perform 280-cancel-student-roster
              when student-credits > max-valid-credits
                 perform 260-credits-exception-routine
                 perform 280-cancel-student-roster
      *>      nothing to bill when every course was waitlisted
              when course-table-count = 0
                 continue
              when other
                 perform 210-bill-student
                 perform 285-confirm-student-roster
           end-evaluate
           move 0 to student-roster-count
           move 0 to student-credits
           move 0 to course-fees-total
           move 0 to course-table-count.
       280-cancel-student-roster.
      *>   a refused registration gives back its seats and comes off
      *>   the waitlist; a promoted student keeps the seat until billed
           perform varying student-roster-idx from 1 by 1
                   until student-roster-idx > student-roster-count
              move srl-roster-idx(student-roster-idx)
                to roster-table-idx
              evaluate rst-status(roster-table-idx)
                 when 'E'
                    move 'X' to rst-status(roster-table-idx)
                    subtract 1 from cat-enrolled
                       (srl-catalog-idx(student-roster-idx))
                 when 'W'
                    move 'X' to rst-status(roster-table-idx)
                 when other
                    continue
              end-evaluate
           end-perform.
       285-confirm-student-roster.
           perform varying student-roster-idx from 1 by 1
                   until student-roster-idx > student-roster-count
              move srl-roster-idx(student-roster-idx)
                to roster-table-idx
              if rst-status(roster-table-idx) = 'P'
                 move 'E' to rst-status(roster-table-idx)
                 move business-date-work
                   to rst-status-date(roster-table-idx)
              end-if
           end-perform.
      *> a student promoted off a waitlist by a drop or withdrawal
      *> (WITHDRAW) is billed here for the promoted sections, as a
      *> registration of its own
       500-bill-promoted-students.
           perform varying roster-scan-idx from 1 by 1
                   until roster-scan-idx > roster-table-count
              if rst-status(roster-scan-idx) = 'P'
                 perform 505-check-earlier-promotion
                 if not earlier-promotion
                    perform 510-bill-one-promoted-student
                 end-if
              end-if
           end-perform.
       505-check-earlier-promotion.
           move 'N' to earlier-promotion-sw
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx >= roster-scan-idx
              if rst-status(roster-table-idx) = 'P'
                 and rst-student-no(roster-table-idx)
                       = rst-student-no(roster-scan-idx)
                 move 'Y' to earlier-promotion-sw
              end-if
           end-perform.
       510-bill-one-promoted-student.
           move rst-student-name(roster-scan-idx) to prev-student-name
           move rst-student-no(roster-scan-idx) to prev-student-no
           move 0 to student-roster-count
           move 0 to course-table-count
           move 0 to student-credits
           move 0 to course-fees-total
           perform varying roster-table-idx from roster-scan-idx by 1
                   until roster-table-idx > roster-table-count
              if rst-status(roster-table-idx) = 'P'
                 and rst-student-no(roster-table-idx)
                       = prev-student-no
                 and course-table-count < 20
                 move rst-course-no(roster-table-idx)
                   to course-no-search
                 move rst-section-no(roster-table-idx)
                   to section-no-search
                 perform 166-find-catalog-section
                 if catalog-found-idx > 0
                    perform 515-add-promoted-course
                 end-if
              end-if
           end-perform
           if course-table-count > 0
              add 1 to promotions-billed
              perform 200-move-routine
           end-if.
       515-add-promoted-course.
           add 1 to student-roster-count
           move roster-table-idx to srl-roster-idx(student-roster-count)
           move catalog-found-idx
             to srl-catalog-idx(student-roster-count)
           add 1 to course-table-count
           move cat-course-no(catalog-found-idx)
             to course-table-no(course-table-count)
           move cat-credits(catalog-found-idx)
             to course-table-credits(course-table-count)
           move cat-fee(catalog-found-idx)
             to course-table-fee(course-table-count)
           add cat-credits(catalog-found-idx) to student-credits
           add cat-fee(catalog-found-idx) to course-fees-total.
       800-save-section-roster.
           open output section-roster-file
           perform varying roster-table-idx from 1 by 1
                   until roster-table-idx > roster-table-count
              if rst-status(roster-table-idx) not = 'X'
                 move rst-course-no(roster-table-idx) to srs-course-no
                 move rst-section-no(roster-table-idx)
                   to srs-section-no
                 move rst-student-name(roster-table-idx)
                   to srs-student-name
                 move rst-status(roster-table-idx) to srs-status
                 move rst-status-date(roster-table-idx)
                   to srs-status-date
                 move rst-student-no(roster-table-idx)
                   to srs-student-no
                 write section-roster-rec
              end-if
           end-perform
           close section-roster-file.
       810-save-sponsor-assignments.
           if assignment-count > 0
              open output sponsor-assignment-file
              perform varying assignment-idx from 1 by 1
                      until assignment-idx > assignment-count
                 move asg-student-name(assignment-idx)
                   to spa-student-name
                 move asg-student-no(assignment-idx)
                   to spa-student-no
                 move asg-term-start(assignment-idx) to spa-term-start
                 move asg-sponsor-id(assignment-idx) to spa-sponsor-id
                 move asg-cover-pct(assignment-idx) to spa-cover-pct
                 move asg-cover-cap(assignment-idx) to spa-cover-cap
                 move asg-billed-to-date(assignment-idx)
                   to spa-billed-to-date
                 write sponsor-assignment-rec
              end-perform
              close sponsor-assignment-file
           end-if.
       210-bill-student.
           move spaces to print-rec
           move prev-student-name to student-name-out
              tuition-out + activity-fee-out + technology-fee-out
              + part-time-surcharge-out + course-fees-total
           perform 275-lookup-financial-aid
      *>   aid above the bill is not lost: it stays on the student's
      *>   account as a credit balance for the refund run
           move 0 to aid-excess-work
           if aid-applied-work > total-charges-out
              compute aid-excess-work =
                 aid-applied-work - total-charges-out
              move total-charges-out to aid-applied-work
           end-if
           move aid-applied-work to aid-applied-out
           compute net-amount-due-out =
              total-charges-out - aid-applied-out
           perform 290-split-sponsor-share
           perform 300-write-statement
           perform 350-write-ar-open-item
           perform 360-write-bill-history
           if aid-excess-work > 0
              perform 370-write-aid-credit
           end-if
           add net-amount-due-out to billed-receivable-total
           add sponsor-share-total to billed-sponsor-total
           add aid-applied-out to billed-aid-total
           compute billed-tuition-total = billed-tuition-total
              + tuition-out + part-time-surcharge-out
           compute billed-fees-total = billed-fees-total
              + activity-fee-out + technology-fee-out
              + course-fees-out
           write print-rec.
      *> a sponsored student's bill after aid is split: each of the
      *> term's sponsors takes its percentage, held to what is left
      *> under its cap, and is billed its share on spon-ar; the
      *> student owes the rest
       290-split-sponsor-share.
           move 0 to sponsor-share-total
           move net-amount-due-out to sponsor-base-amount
           perform varying assignment-idx from 1 by 1
                   until assignment-idx > assignment-count
              if asg-student-no(assignment-idx) = prev-student-no
                 and asg-term-start(assignment-idx) = term-start-in
                 and term-start-in > 0
                 perform 295-bill-one-sponsor
              end-if
           end-perform
           subtract sponsor-share-total from net-amount-due-out
           move sponsor-share-total to sponsor-billed-out.
       295-bill-one-sponsor.
           move 0 to sponsor-found-idx
           perform varying sponsor-table-idx from 1 by 1
                   until sponsor-table-idx > sponsor-table-count
              if asg-sponsor-id(assignment-idx)
                    = spt-sponsor-id(sponsor-table-idx)
                 move sponsor-table-idx to sponsor-found-idx
              end-if
           end-perform
           if sponsor-found-idx = 0
              move spaces to SUSPENSE-REC
              move "135_8   " to SUSP-SOURCE-PROGRAM
              move prev-student-name to SUSP-KEY-FIELD(1:13)
              move asg-sponsor-id(assignment-idx)
                to SUSP-KEY-FIELD(15:6)
              move "SPONSOR NOT ON MASTER -- STUDENT BILLED"
                to SUSP-REASON
              write SUSPENSE-REC
           else
              if asg-cover-pct(assignment-idx) = 0
                 move sponsor-base-amount to sponsor-share-amount
              else
                 compute sponsor-share-amount ROUNDED =
                    sponsor-base-amount * asg-cover-pct(assignment-idx)
              end-if
              if asg-cover-cap(assignment-idx) > 0
                 if asg-billed-to-date(assignment-idx)
                       >= asg-cover-cap(assignment-idx)
                    move 0 to sponsor-cap-room
                 else
                    compute sponsor-cap-room =
                       asg-cover-cap(assignment-idx)
                       - asg-billed-to-date(assignment-idx)
                 end-if
                 if sponsor-share-amount > sponsor-cap-room
                    move sponsor-cap-room to sponsor-share-amount
                 end-if
              end-if
              if sponsor-share-amount
                    > sponsor-base-amount - sponsor-share-total
                 compute sponsor-share-amount =
                    sponsor-base-amount - sponsor-share-total
              end-if
              if sponsor-share-amount > 0
                 add sponsor-share-amount to sponsor-share-total
                 add sponsor-share-amount
                   to asg-billed-to-date(assignment-idx)
                 move asg-sponsor-id(assignment-idx)
                   to sar-sponsor-id
                 move prev-student-name to sar-student-name
                 move prev-student-no to sar-student-no
                 move business-date-work to sar-billed-date
                 move sponsor-share-amount to sar-amount-billed
                 move sponsor-share-amount to sar-amount-due
                 move 0 to sar-invoice-date
                 write sponsor-ar-rec
              end-if
           end-if.
       360-write-bill-history.
           move prev-student-name to bh-student-name
           move prev-student-no to bh-student-no
           move business-date-work to bh-bill-date
           move total-charges-out to bh-total-charges
           move aid-applied-out to bh-aid-applied
           move net-amount-due-out to bh-net-due
           write bill-history-rec.
       370-write-aid-credit.
           move prev-student-name to scr-student-name
           move prev-student-no to scr-student-no
           move business-date-work to scr-credit-date
           move 'A' to scr-source
           move aid-excess-work to scr-amount
           write student-credit-rec
           add aid-excess-work to billed-aid-excess-total.
       275-lookup-financial-aid.
           move 'N' to aid-found-sw
           move 0 to aid-applied-work
           perform varying aid-table-idx from 1 by 1
                   until aid-table-idx > aid-table-count
              if prev-student-no = aid-table-no(aid-table-idx)
                 move 'Y' to aid-found-sw
                 move aid-table-amt(aid-table-idx) to aid-applied-work
              end-if
           write statement-rec from statement-header-1
           write statement-rec from blank-statement-line
           move prev-student-name to stmt-student-name-out
           move prev-student-no to stmt-student-no-out
           move student-credits to stmt-credits-out
           write statement-rec from statement-student-line
           write statement-rec from blank-statement-line
           move "FINANCIAL AID APPLIED" to stmt-total-desc-out
           move aid-applied-out to stmt-total-amt-out
           write statement-rec from statement-total-line
           if aid-excess-work > 0
              move "AID CREDIT ON ACCOUNT" to stmt-total-desc-out
              move aid-excess-work to stmt-total-amt-out
              write statement-rec from statement-total-line
           end-if
           if sponsor-share-total > 0
              move "BILLED TO SPONSOR" to stmt-total-desc-out
              move sponsor-share-total to stmt-total-amt-out
              write statement-rec from statement-total-line
           end-if
           move "NET AMOUNT DUE" to stmt-total-desc-out
           move net-amount-due-out to stmt-total-amt-out
           write statement-rec from statement-total-line
           write statement-rec from statement-separator.
       350-write-ar-open-item.
           move prev-student-name to ar-student-name
           move prev-student-no to ar-student-no
           move net-amount-due-out to ar-balance-due
           move business-date-work to ar-billed-date
           write ar-open-item-rec.
      *> tuition and fees billed go to revenue; the student owes the
      *> net less any sponsor's share, the sponsor owes its share,
      *> and the aid applied is due from the aid clearing
      *> account until the award is drawn down; aid above the bill
      *> is due from aid clearing too and owed back to the student
      *> as a credit balance
       400-write-gl-postings.
           if billed-tuition-total + billed-fees-total > 0
              move business-date-work to GLP-POST-DATE
              move "135_8   " to GLP-SOURCE-PROGRAM
              if billed-receivable-total > 0
                 move "STUDAR  " to GLP-ACCOUNT
                 move billed-receivable-total to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if billed-sponsor-total > 0
                 move "SPONAR  " to GLP-ACCOUNT
                 move billed-sponsor-total to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if billed-aid-total > 0
                 move "AIDCLR  " to GLP-ACCOUNT
                 move billed-aid-total to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if billed-aid-excess-total > 0
                 move "AIDCLR  " to GLP-ACCOUNT
                 move billed-aid-excess-total to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
                 move "STUCRED " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move billed-aid-excess-total to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if billed-tuition-total > 0
                 move "TUITREV " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move billed-tuition-total to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if billed-fees-total > 0
                 move "STUFEES " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move billed-fees-total to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
           end-if.
       950-get-business-date.
           move 0 to business-date-work
           open input business-date-file
