       PROGRAM-ID. HOLDREL.
      *> Supervisor release of registration holds.  Each hold-release
      *> card names the requesting operator, their password and the
      *> student (by number, or by name through stu-xref when the
      *> card has no number); the operator must be on the operator
      *> master with supervisor authority (2).  A released hold stays
      *> on the file marked R with the releasing operator and date,
      *> so the audit register shows who let the student register.
      *> A student the hold was released for who is placed with the
      *> collection agency is recalled from it on coll-recall.  The
      *> release feed is consumed after processing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT release-card-file ASSIGN TO "hold-release"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT release-register ASSIGN TO printer.
                     SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT operator-master-file ASSIGN TO oper-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL signon-log-file
           ASSIGN TO "signon-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL registration-hold-file
           ASSIGN TO "reg-holds"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL collection-placement-file
           ASSIGN TO "coll-place"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL collection-recall-file
           ASSIGN TO "coll-recall"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO hold-rej
           ORGANIZATION IS LINE SEQUENTIAL.
           05  rel-operator-id     pic x(3).
           05  rel-password        pic x(8).
           05  rel-student-name    pic x(20).
           05  rel-student-no      pic x(7).
       fd  release-register.
       01  print-rec.
           05 pic x(132).
       fd  operator-master-file.
           COPY OPERMAST.
       fd  signon-log-file.
           COPY SIGNLOG.
       fd  xref-file.
           COPY STUXREF.
       fd  registration-hold-file.
       01  registration-hold-rec.
           05  hold-student-name   pic x(20).
           05  hold-status         pic x(1).
           05  hold-release-date   pic 9(8).
           05  hold-release-oper   pic x(3).
           05  hold-student-no     pic 9(7).
       fd  collection-placement-file.
           COPY COLLPLC.
       fd  collection-recall-file.
           COPY COLLRCL.
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
       01  more-operator-records    picture xxx value 'yes'.
       01  operator-authorized-sw   pic x value 'N'.
           88  operator-authorized      value 'Y'.
      *> operator sign-on -- the operator master is held in a table
      *> while an id and password are checked, so a failed attempt
      *> can be counted against the operator and the master written
      *> back; every attempt, passed or refused, goes to signon-log
       01  operator-table-idx       pic 9(3) comp.
       01  operator-found-idx       pic 9(3) value 0.
       01  operator-table-count     pic 9(3) value 0.
       01  operator-table.
           05  operator-table-entry OCCURS 200 TIMES.
               10  ot-operator-id   pic x(3).
               10  ot-password      pic x(8).
               10  ot-authority     pic 9(1).
               10  ot-status        pic x(1).
                   88  ot-locked-out    value 'L'.
                   88  ot-deactivated   value 'D'.
               10  ot-password-date pic 9(8).
               10  ot-failed-signons pic 9(2).
               10  ot-operator-name pic x(20).
       01  operator-table-changed-sw pic x value 'N'.
           88  operator-table-changed    value 'Y'.
       01  check-operator-id        pic x(3).
       01  check-password           pic x(8).
       01  check-function           pic x(8).
       01  check-authority-needed   pic 9(1) value 0.
       01  check-can-change-sw      pic x value 'N'.
           88  check-can-change         value 'Y'.
       01  signon-result            pic x(1).
           88  signon-passed            value 'S'.
           88  signon-locked-now        value 'K'.
           88  signon-barred            value 'L' 'D'.
       01  signon-refusal-text      pic x(40).
       01  password-change-due-sw   pic x value 'N'.
           88  password-change-due      value 'Y'.
      *> a password is good for 90 days; five wrong passwords in a
      *> row lock the operator out until a supervisor clears it
       01  password-life-days       pic 9(3) value 90.
       01  signon-failure-limit     pic 9(2) value 5.
       01  signon-date-work         pic 9(8).
       01  signon-date-parts redefines signon-date-work.
           05  sdw-year             pic 9(4).
           05  sdw-month            pic 9(2).
           05  sdw-day              pic 9(2).
       01  signon-day-number        pic 9(8).
       01  password-day-number      pic 9(8).
       01  password-age-days        pic s9(8).
       01  signon-log-time-8        pic 9(8).
       01  hold-table-idx           pic 9(4) comp.
       01  hold-table-count         pic 9(4) value 0.
       01  hold-found-idx           pic 9(4) comp value 0.
               10  hld-status       pic x(1).
               10  hld-release-date pic 9(8).
               10  hld-release-oper pic x(3).
               10  hld-student-no   pic 9(7).
       01  more-placement-records   picture xxx value 'yes'.
       01  placement-table-idx      pic 9(4) comp.
       01  placement-table-count    pic 9(4) value 0.
       01  placement-found-idx      pic 9(4) comp value 0.
       01  placement-table.
           05  placement-entry OCCURS 500 TIMES.
               10  plc-student-name pic x(20).
               10  plc-placed-date  pic 9(8).
               10  plc-amount-placed pic 9(5)v99.
               10  plc-collected    pic 9(5)v99.
               10  plc-commission   pic 9(5)v99.
               10  plc-status       pic x(1).
               10  plc-status-date  pic 9(8).
               10  plc-student-no   pic 9(7).
       01  agency-recalls           pic 9(5) value 0.
       01  reject-reason            pic x(40).
       01  release-student-no       pic 9(7) value 0.
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
       01  requests-read            pic 9(5) value 0.
       01  releases-applied         pic 9(5) value 0.
       01  requests-rejected        pic 9(5) value 0.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-student-xref
           perform 120-load-holds
           perform 130-load-placements
           open input release-card-file
                output release-register
                output reject-listing
                extend collection-recall-file
                extend run-log-file
           write print-rec from register-header
           write print-rec from blank-line
           close release-card-file
                 release-register
                 reject-listing
                 collection-recall-file
                 run-log-file
           perform 800-save-holds
           perform 810-save-placements
      *>   the release feed is good for one pass only
           if requests-read > 0
              open output release-card-file
              close release-card-file
           end-if
           stop run.
       110-load-student-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "HOLDREL: STU-XREF HAS MORE THAN "
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
       115-resolve-student-no.
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
       120-load-holds.
           open input registration-hold-file
           perform until more-hold-records = 'no '
                         to hld-release-date(hold-table-count)
                       move hold-release-oper
                         to hld-release-oper(hold-table-count)
                       move hold-student-no
                         to hld-student-no(hold-table-count)
              end-read
           end-perform
           close registration-hold-file.
       200-process-one-release.
           perform 250-check-operator
           move rel-student-no to student-no-x
           move rel-student-name to student-name-search
           perform 115-resolve-student-no
           move resolved-student-no to release-student-no
           move 0 to hold-found-idx
           perform varying hold-table-idx from 1 by 1
                   until hold-table-idx > hold-table-count
              if release-student-no = hld-student-no(hold-table-idx)
                 move hold-table-idx to hold-found-idx
              end-if
           end-perform
           move rel-operator-id to reg-operator-out
           evaluate true
              when not operator-authorized
                 move signon-refusal-text to reject-reason
                 perform 700-reject-release
              when student-no-reason not = spaces
                 move student-no-reason to reject-reason
                 perform 700-reject-release
              when hold-found-idx = 0
                 move "STUDENT HAS NO HOLD ON FILE" to reject-reason
                 move rel-operator-id
                   to hld-release-oper(hold-found-idx)
                 add 1 to releases-applied
                 perform 300-recall-from-agency
                 if placement-found-idx > 0
                    move "HOLD RELEASED -- RECALLED FROM AGENCY"
                      to reg-result-out
                 else
                    move "HOLD RELEASED" to reg-result-out
                 end-if
                 write print-rec from register-detail-line
           end-evaluate.
       130-load-placements.
           open input collection-placement-file
           perform until more-placement-records = 'no '
              read collection-placement-file
                    at end
                       move 'no ' to more-placement-records
                    not at end
                       add 1 to placement-table-count
                       if placement-table-count > 500
                          display "HOLDREL: MORE THAN 500 PLACEMENTS "
                             "-- TABLE FULL"
                          stop run
                       end-if
                       move cpl-student-name
                         to plc-student-name(placement-table-count)
                       move cpl-placed-date
                         to plc-placed-date(placement-table-count)
                       move cpl-amount-placed
                         to plc-amount-placed(placement-table-count)
                       move cpl-collected
                         to plc-collected(placement-table-count)
                       move cpl-commission
                         to plc-commission(placement-table-count)
                       move cpl-status
                         to plc-status(placement-table-count)
                       move cpl-status-date
                         to plc-status-date(placement-table-count)
                       move cpl-student-no
                         to plc-student-no(placement-table-count)
              end-read
           end-perform
           close collection-placement-file.
      *> a supervisor letting the student register again takes the
      *> account back from the collection agency
       300-recall-from-agency.
           move 0 to placement-found-idx
           perform varying placement-table-idx from 1 by 1
                   until placement-table-idx > placement-table-count
              if plc-student-no(placement-table-idx)
                    = release-student-no
                 and plc-status(placement-table-idx) = 'P'
                 move placement-table-idx to placement-found-idx
              end-if
           end-perform
           if placement-found-idx > 0
              move 'R' to plc-status(placement-found-idx)
              move business-date-work
                to plc-status-date(placement-found-idx)
              move plc-student-name(placement-found-idx)
                to rcl-student-name
              move release-student-no to rcl-student-no
              move plc-placed-date(placement-found-idx)
                to rcl-placed-date
              move business-date-work to rcl-recall-date
              move 'H' to rcl-reason
              write collection-recall-rec
              add 1 to agency-recalls
           end-if.
      *> the card's id and password count toward the operator's
      *> lockout like a console sign-on; an expired password has to
      *> be changed at a console sign-on before a card will pass
       250-check-operator.
           move 'N' to operator-authorized-sw
           move rel-operator-id to check-operator-id
           move rel-password to check-password
           move "HOLDREL " to check-function
           move 2 to check-authority-needed
           move 'N' to check-can-change-sw
           perform 252-load-operator-table
           perform 254-verify-operator
           perform 256-save-operator-table
           if signon-passed
              move 'Y' to operator-authorized-sw
           end-if.
       252-load-operator-table.
           move 0 to operator-table-count
           move 'N' to operator-table-changed-sw
           move 'yes' to more-operator-records
           open input operator-master-file
           perform until more-operator-records = 'no '
                    at end
                       move 'no ' to more-operator-records
                    not at end
                       add 1 to operator-table-count
                       if operator-table-count > 200
                          display "HOLDREL: OPER-MAST HAS MORE "
                             "THAN 200 RECORDS -- OPERATOR TABLE FULL"
                          close operator-master-file
                          stop run
                       end-if
                       move op-operator-id
                         to ot-operator-id(operator-table-count)
                       move op-password
                         to ot-password(operator-table-count)
                       move op-authority
                         to ot-authority(operator-table-count)
                       move op-status
                         to ot-status(operator-table-count)
                       move op-operator-name
                         to ot-operator-name(operator-table-count)
                       if op-password-date is numeric
                          move op-password-date
                            to ot-password-date(operator-table-count)
                       else
                          move 0
                            to ot-password-date(operator-table-count)
                       end-if
                       if op-failed-signons is numeric
                          move op-failed-signons
                            to ot-failed-signons(operator-table-count)
                       else
                          move 0
                            to ot-failed-signons(operator-table-count)
                       end-if
              end-read
           end-perform
           close operator-master-file.
      *> a wrong password counts toward the lockout and a right one
      *> clears the count; a password past its life (or never set by
      *> the operator) is changed on the spot where the caller can
      *> ask for a new one, and refused where it cannot
       254-verify-operator.
           move 'N' to password-change-due-sw
           move spaces to signon-refusal-text
           ACCEPT signon-date-work FROM DATE YYYYMMDD
           move 0 to operator-found-idx
           perform varying operator-table-idx from 1 by 1
                   until operator-table-idx > operator-table-count
              if ot-operator-id(operator-table-idx) = check-operator-id
                 move operator-table-idx to operator-found-idx
              end-if
           end-perform
           evaluate true
              when operator-found-idx = 0
                 or check-operator-id = spaces
                 move 'U' to signon-result
                 move "OPERATOR ID NOT ON OPERATOR MASTER"
                   to signon-refusal-text
              when ot-deactivated(operator-found-idx)
                 move 'D' to signon-result
                 move "OPERATOR ID DEACTIVATED"
                   to signon-refusal-text
              when ot-locked-out(operator-found-idx)
                 move 'L' to signon-result
                 move "OPERATOR LOCKED OUT -- SEE A SUPERVISOR"
                   to signon-refusal-text
              when ot-password(operator-found-idx) not = check-password
                 add 1 to ot-failed-signons(operator-found-idx)
                 move 'Y' to operator-table-changed-sw
                 if ot-failed-signons(operator-found-idx)
                       not < signon-failure-limit
                    move 'L' to ot-status(operator-found-idx)
                    move 'K' to signon-result
                    move "WRONG PASSWORD -- OPERATOR NOW LOCKED OUT"
                      to signon-refusal-text
                 else
                    move 'F' to signon-result
                    move "WRONG PASSWORD" to signon-refusal-text
                 end-if
              when ot-authority(operator-found-idx)
                    < check-authority-needed
                 move 'N' to signon-result
                 move "OPERATOR NOT SUPERVISOR AUTHORITY"
                   to signon-refusal-text
              when other
                 move 'S' to signon-result
           end-evaluate
           if (signon-result = 'S' or signon-result = 'N')
              and ot-failed-signons(operator-found-idx) > 0
              move 0 to ot-failed-signons(operator-found-idx)
              move 'Y' to operator-table-changed-sw
           end-if
           if signon-passed
              compute signon-day-number =
                 (sdw-year * 365) + (sdw-month * 30) + sdw-day
              move ot-password-date(operator-found-idx)
                to signon-date-work
              compute password-day-number =
                 (sdw-year * 365) + (sdw-month * 30) + sdw-day
              ACCEPT signon-date-work FROM DATE YYYYMMDD
              compute password-age-days =
                 signon-day-number - password-day-number
              if ot-password-date(operator-found-idx) = 0
                 or password-age-days > password-life-days
                 if check-can-change
                    move 'Y' to password-change-due-sw
                 else
                    move 'E' to signon-result
                    move "PASSWORD EXPIRED -- CHANGE IT AT SIGN-ON"
                      to signon-refusal-text
                 end-if
              end-if
           end-if
           perform 258-write-signon-log.
       256-save-operator-table.
           if operator-table-changed
              open output operator-master-file
              perform varying operator-table-idx from 1 by 1
                      until operator-table-idx > operator-table-count
                 move spaces to operator-master-rec
                 move ot-operator-id(operator-table-idx)
                   to op-operator-id
                 move ot-password(operator-table-idx) to op-password
                 move ot-authority(operator-table-idx) to op-authority
                 move ot-status(operator-table-idx) to op-status
                 move ot-password-date(operator-table-idx)
                   to op-password-date
                 move ot-failed-signons(operator-table-idx)
                   to op-failed-signons
                 move ot-operator-name(operator-table-idx)
                   to op-operator-name
                 write operator-master-rec
              end-perform
              close operator-master-file
              move 'N' to operator-table-changed-sw
           end-if.
      *> the password keyed is never written to the log
       258-write-signon-log.
           move spaces to signon-log-rec
           ACCEPT sl-log-date FROM DATE YYYYMMDD
           ACCEPT signon-log-time-8 FROM TIME
           move signon-log-time-8(1:6) to sl-log-time
           move "HOLDREL " to sl-program-name
           move check-function to sl-function
           move check-operator-id to sl-operator-id
           move signon-result to sl-result
           if operator-found-idx > 0
              move ot-failed-signons(operator-found-idx)
                to sl-failed-count
           else
              move 0 to sl-failed-count
           end-if
           open extend signon-log-file
           write signon-log-rec
           close signon-log-file.
       700-reject-release.
           add 1 to requests-rejected
           move reject-reason to reg-result-out
                to hold-release-date
              move hld-release-oper(hold-table-idx)
                to hold-release-oper
              move hld-student-no(hold-table-idx) to hold-student-no
              write registration-hold-rec
           end-perform
           close registration-hold-file.
       810-save-placements.
           if agency-recalls > 0
              open output collection-placement-file
              perform varying placement-table-idx from 1 by 1
                      until placement-table-idx > placement-table-count
                 move plc-student-name(placement-table-idx)
                   to cpl-student-name
                 move plc-placed-date(placement-table-idx)
                   to cpl-placed-date
                 move plc-amount-placed(placement-table-idx)
                   to cpl-amount-placed
                 move plc-collected(placement-table-idx)
                   to cpl-collected
                 move plc-commission(placement-table-idx)
                   to cpl-commission
                 move plc-status(placement-table-idx) to cpl-status
                 move plc-status-date(placement-table-idx)
                   to cpl-status-date
                 move plc-student-no(placement-table-idx)
                   to cpl-student-no
                 write collection-placement-rec
              end-perform
              close collection-placement-file
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "HOLDREL " to RL-PROGRAM-NAME
