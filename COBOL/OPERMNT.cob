       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      *> Operator master maintenance, for supervisors only.  Adds
      *> operators, changes an operator's name, authority or
      *> password, clears a lockout, and deactivates an operator who
      *> has left (the record stays, so the id is never given out
      *> again), journaling every applied change to upd-journal with
      *> its before and after images -- the password masked -- like
      *> the other master maintenance programs.  Every card carries
      *> the id and password of the supervisor keying it, checked
      *> against the operator master at authority 2 and logged to
      *> signon-log like any other sign-on.  A password given here is
      *> only good for the operator's next sign-on, which makes them
      *> change it.  The master is held in a table for the run and
      *> written back at the end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT maint-trans-file ASSIGN TO oper-maint
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT audit-listing  ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO oper-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT operator-master-file ASSIGN TO oper-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL signon-log-file
           ASSIGN TO "signon-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  maint-trans-file.
       01  maint-trans-rec.
           05  maint-super-id          pic X(3).
           05  maint-super-password    pic X(8).
           05  maint-action-code       pic X(1).
               88  maint-action-add        value 'A'.
               88  maint-action-change     value 'C'.
               88  maint-action-deactivate value 'D'.
           05  maint-operator-id       pic X(3).
           05  maint-operator-name     pic X(20).
      *> on a change, blank leaves the password as it is
           05  maint-password          pic X(8).
      *> 1 clerk, 2 supervisor -- on a change, blank leaves it as it is
           05  maint-authority         pic X(1).
               88  maint-valid-authority   value '1' '2'.
      *> Y on a change clears a lockout and the wrong-password count
           05  maint-unlock            pic X(1).
               88  maint-unlock-operator   value 'Y'.
       fd  audit-listing.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  operator-master-file.
           COPY OPERMAST.
       fd  signon-log-file.
           COPY SIGNLOG.
       fd  run-log-file.
           COPY RUNLOG.
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-operator-records    picture xxx value 'yes'.
       01  supervisor-authorized-sw pic x value 'N'.
           88  supervisor-authorized    value 'Y'.
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  maint-valid-sw           pic x value 'Y'.
           88  maint-valid              value 'Y'.
       01  maint-operator-idx       pic 9(3) value 0.
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
      *> an operator record as it goes to the journal, the password
      *> starred out
       01  operator-image-work.
           05  oiw-operator-id      pic x(3).
           05  oiw-password         pic x(8).
           05  oiw-authority        pic 9(1).
           05  oiw-status           pic x(1).
           05  oiw-password-date    pic 9(8).
           05  oiw-failed-signons   pic 9(2).
           05  oiw-operator-name    pic x(20).
       01  reject-reason            pic x(40).
       01  audit-tag                pic x(8).
       01  journal-action           pic x(7).
       01  before-image-work        pic x(132).
       01  after-image-work         pic x(132).
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  run-log-records-out      pic 9(7) value 0.
       01  run-log-records-rejected pic 9(7) value 0.
       01  adds-applied             pic 9(6) value 0.
       01  changes-applied          pic 9(6) value 0.
       01  deactivations-applied    pic 9(6) value 0.
       01  audit-header.
           05 pic x(36)
              value "OPERATOR MASTER MAINTENANCE AUDIT   ".
           05  header-date-out         pic 9(8).
       01  audit-detail-line.
           05  audit-tag-out           pic x(8).
           05 pic x(1).
           05  audit-action-out        pic x(10).
           05 pic x(2).
           05  audit-operator-out      pic x(3).
           05 pic x(2).
           05  audit-name-out          pic x(20).
           05 pic x(2).
           05  audit-authority-label   pic x(5).
           05 pic x(1).
           05  audit-authority-out     pic x(1).
           05 pic x(2).
           05  audit-status-out        pic x(11).
           05 pic x(2).
           05  audit-pw-label          pic x(11).
           05 pic x(1).
           05  audit-pw-date-out       pic 9(8).
           05 pic x(2).
           05  audit-failed-label      pic x(7).
           05 pic x(1).
           05  audit-failed-out        pic z9.
           05 pic x(2).
           05  audit-by-label          pic x(3).
           05 pic x(1).
           05  audit-by-out            pic x(3).
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
           05  deactivations-out       pic zz,zz9.
           05 pic x(14) value " DEACTIVATIONS".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-operator-table
           open input maint-trans-file
                output audit-listing
                output reject-listing
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
                       perform 120-check-supervisor
                       perform 150-lookup-operator
                       perform 160-validate-maintenance
                       evaluate true
                          when not supervisor-authorized
                             move signon-refusal-text
                               to reject-reason
                             perform 700-reject-routine
                          when maint-action-add
                             perform 200-add-routine
                          when maint-action-change
                             perform 300-change-routine
                          when maint-action-deactivate
                             perform 400-deactivate-routine
                          when other
                             move "INVALID MAINTENANCE ACTION CODE"
                               to reject-reason
                             perform 700-reject-routine
                       end-evaluate
              end-read
           END-PERFORM
           perform 180-save-operator-table
           move adds-applied to adds-applied-out
           move changes-applied to changes-applied-out
           move deactivations-applied to deactivations-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close maint-trans-file
                 audit-listing
                 reject-listing
                 update-journal-file
                 run-log-file
           stop run.
      *> the supervisor is checked against the table as it stands in
      *> this run, so a supervisor added earlier in the deck has to
      *> sign on and set a password before their own cards will pass
       120-check-supervisor.
           move 'N' to supervisor-authorized-sw
           move maint-super-id to check-operator-id
           move maint-super-password to check-password
           move "OPERMNT " to check-function
           move 2 to check-authority-needed
           move 'N' to check-can-change-sw
           perform 130-verify-operator
           if signon-passed
              move 'Y' to supervisor-authorized-sw
           end-if.
       110-load-operator-table.
           move 0 to operator-table-count
           move 'N' to operator-table-changed-sw
           move 'yes' to more-operator-records
           open input operator-master-file
           perform until more-operator-records = 'no '
              read operator-master-file
                    at end
                       move 'no ' to more-operator-records
                    not at end
                       add 1 to operator-table-count
                       if operator-table-count > 200
                          display "OPERMNT: OPER-MAST HAS MORE "
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
       130-verify-operator.
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
           perform 190-write-signon-log.
       180-save-operator-table.
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
       190-write-signon-log.
           move spaces to signon-log-rec
           ACCEPT sl-log-date FROM DATE YYYYMMDD
           ACCEPT signon-log-time-8 FROM TIME
           move signon-log-time-8(1:6) to sl-log-time
           move "OPERMNT " to sl-program-name
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
       150-lookup-operator.
           move 'N' to master-found-sw
           move 0 to maint-operator-idx
           move spaces to before-image-work
           perform varying operator-table-idx from 1 by 1
                   until operator-table-idx > operator-table-count
              if ot-operator-id(operator-table-idx) = maint-operator-id
                 move operator-table-idx to maint-operator-idx
                 move 'Y' to master-found-sw
              end-if
           end-perform
           if master-found
              perform 520-build-image-from-table
              move operator-image-work to before-image-work
           end-if.
       160-validate-maintenance.
           move 'Y' to maint-valid-sw
           evaluate true
              when maint-action-add
                 if maint-operator-id = spaces
                    or maint-operator-name = spaces
                    or maint-password = spaces
                    or not maint-valid-authority
                    move 'N' to maint-valid-sw
                 end-if
              when maint-action-change
                 if maint-authority not = space
                    and not maint-valid-authority
                    move 'N' to maint-valid-sw
                 end-if
                 if maint-unlock not = space
                    and maint-unlock not = 'Y'
                    and maint-unlock not = 'N'
                    move 'N' to maint-valid-sw
                 end-if
           end-evaluate.
      *> a new operator is given the password on the card and has to
      *> change it at the first sign-on
       200-add-routine.
           evaluate true
              when master-found
                 move "OPERATOR ID ALREADY ON FILE" to reject-reason
                 perform 700-reject-routine
              when not maint-valid
                 move "INVALID ID, NAME, PASSWORD OR AUTHORITY"
                   to reject-reason
                 perform 700-reject-routine
              when operator-table-count >= 200
                 move "OPERATOR TABLE FULL" to reject-reason
                 perform 700-reject-routine
              when other
                 move "BEFORE: " to audit-tag
                 perform 550-print-no-master-line
                 add 1 to operator-table-count
                 move operator-table-count to maint-operator-idx
                 move maint-operator-id
                   to ot-operator-id(maint-operator-idx)
                 move maint-operator-name
                   to ot-operator-name(maint-operator-idx)
                 move maint-password to ot-password(maint-operator-idx)
                 move maint-authority
                   to ot-authority(maint-operator-idx)
                 move 'A' to ot-status(maint-operator-idx)
                 move 0 to ot-password-date(maint-operator-idx)
                 move 0 to ot-failed-signons(maint-operator-idx)
                 move 'Y' to operator-table-changed-sw
                 add 1 to adds-applied
                 add 1 to run-log-records-out
                 move "AFTER:  " to audit-tag
                 perform 600-print-master-line
                 write print-rec from blank-line
                 move "ADD    " to journal-action
                 move spaces to before-image-work
                 perform 520-build-image-from-table
                 move operator-image-work to after-image-work
                 perform 680-write-update-journal
           end-evaluate.
      *> a password given here is a reset -- the operator has to
      *> change it at the next sign-on; clearing a lockout also
      *> clears the wrong-password count
       300-change-routine.
           evaluate true
              when not master-found
                 move "OPERATOR ID NOT ON FILE" to reject-reason
                 perform 700-reject-routine
              when ot-deactivated(maint-operator-idx)
                 move "OPERATOR DEACTIVATED -- ADD A NEW ID"
                   to reject-reason
                 perform 700-reject-routine
              when not maint-valid
                 move "INVALID AUTHORITY OR UNLOCK FLAG"
                   to reject-reason
                 perform 700-reject-routine
              when other
                 move "BEFORE: " to audit-tag
                 perform 600-print-master-line
                 if maint-operator-name not = spaces
                    move maint-operator-name
                      to ot-operator-name(maint-operator-idx)
                 end-if
                 if maint-password not = spaces
                    move maint-password
                      to ot-password(maint-operator-idx)
                    move 0 to ot-password-date(maint-operator-idx)
                 end-if
                 if maint-authority not = space
                    move maint-authority
                      to ot-authority(maint-operator-idx)
                 end-if
                 if maint-unlock-operator
                    move 'A' to ot-status(maint-operator-idx)
                    move 0 to ot-failed-signons(maint-operator-idx)
                 end-if
                 move 'Y' to operator-table-changed-sw
                 add 1 to changes-applied
                 add 1 to run-log-records-out
                 move "AFTER:  " to audit-tag
                 perform 600-print-master-line
                 write print-rec from blank-line
                 move "CHANGE " to journal-action
                 perform 520-build-image-from-table
                 move operator-image-work to after-image-work
                 perform 680-write-update-journal
           end-evaluate.
       400-deactivate-routine.
           evaluate true
              when not master-found
                 move "OPERATOR ID NOT ON FILE" to reject-reason
                 perform 700-reject-routine
              when ot-deactivated(maint-operator-idx)
                 move "OPERATOR ALREADY DEACTIVATED" to reject-reason
                 perform 700-reject-routine
              when maint-operator-id = maint-super-id
                 move "SUPERVISOR MAY NOT DEACTIVATE OWN ID"
                   to reject-reason
                 perform 700-reject-routine
              when other
                 move "BEFORE: " to audit-tag
                 perform 600-print-master-line
                 move 'D' to ot-status(maint-operator-idx)
                 move 'Y' to operator-table-changed-sw
                 add 1 to deactivations-applied
                 add 1 to run-log-records-out
                 move "AFTER:  " to audit-tag
                 perform 600-print-master-line
                 write print-rec from blank-line
                 move "DEACTIV" to journal-action
                 perform 520-build-image-from-table
                 move operator-image-work to after-image-work
                 perform 680-write-update-journal
           end-evaluate.
       520-build-image-from-table.
           move ot-operator-id(maint-operator-idx) to oiw-operator-id
           move all '*' to oiw-password
           move ot-authority(maint-operator-idx) to oiw-authority
           move ot-status(maint-operator-idx) to oiw-status
           move ot-password-date(maint-operator-idx)
             to oiw-password-date
           move ot-failed-signons(maint-operator-idx)
             to oiw-failed-signons
           move ot-operator-name(maint-operator-idx)
             to oiw-operator-name.
       550-print-no-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move maint-operator-id to audit-operator-out
           move maint-operator-name to audit-name-out
           move "** NOT ON MASTER **" to audit-detail-line(51:19)
           write print-rec from audit-detail-line.
       600-print-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move ot-operator-id(maint-operator-idx) to audit-operator-out
           move ot-operator-name(maint-operator-idx) to audit-name-out
           move "AUTH" to audit-authority-label
           move ot-authority(maint-operator-idx) to audit-authority-out
           evaluate true
              when ot-deactivated(maint-operator-idx)
                 move "DEACTIVATED" to audit-status-out
              when ot-locked-out(maint-operator-idx)
                 move "LOCKED OUT" to audit-status-out
              when other
                 move "ACTIVE" to audit-status-out
           end-evaluate
           move "PW CHANGED" to audit-pw-label
           move ot-password-date(maint-operator-idx)
             to audit-pw-date-out
           move "FAILED" to audit-failed-label
           move ot-failed-signons(maint-operator-idx)
             to audit-failed-out
           move "BY" to audit-by-label
           move maint-super-id to audit-by-out
           write print-rec from audit-detail-line.
       650-move-action-word.
           evaluate true
              when maint-action-add
                 move "ADD       " to audit-action-out
              when maint-action-change
                 move "CHANGE    " to audit-action-out
              when maint-action-deactivate
                 move "DEACTIVATE" to audit-action-out
              when other
                 move "??????????" to audit-action-out
           end-evaluate.
       700-reject-routine.
           add 1 to run-log-records-rejected
           move spaces to SUSPENSE-REC
           move "OPERMNT " to SUSP-SOURCE-PROGRAM
           move maint-operator-id to SUSP-KEY-FIELD(1:3)
           move maint-action-code to SUSP-KEY-FIELD(5:1)
           move maint-super-id to SUSP-KEY-FIELD(7:3)
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC.
       680-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "OPERMNT " to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move maint-super-id to UJ-OPERATOR
           move "oper-mast   " to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           move maint-operator-id to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move after-image-work to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "OPERMNT " to RL-PROGRAM-NAME
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
