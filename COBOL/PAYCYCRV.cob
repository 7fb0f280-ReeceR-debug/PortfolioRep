      *> password and the period-ending date to reopen; the operator
      *> must be on the operator master with supervisor authority (2).
      *> The card is consumed whether the reversal is honored or not,
      *> and every request lands on the audit register.  A cycle type
      *> of S on the card reopens the salaried cycle (sal-cycle, paid
      *> by SALPAY) instead of the hourly one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT audit-register ASSIGN TO printer.
                     SELECT operator-master-file ASSIGN TO oper-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL signon-log-file
           ASSIGN TO "signon-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pay-cycle-file
           ASSIGN TO "pay-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL salaried-cycle-file
           ASSIGN TO "sal-cycle"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO cycrv-rej
           ORGANIZATION IS LINE SEQUENTIAL.
           05  rc-operator-id        pic x(3).
           05  rc-password           pic x(8).
           05  rc-period-end         pic 9(8).
           05  rc-cycle-type         pic x(1).
               88  rc-salaried-cycle     value 'S'.
       fd  audit-register.
       01  print-rec.
           05 pic x(132).
       fd  operator-master-file.
           COPY OPERMAST.
       fd  signon-log-file.
           COPY SIGNLOG.
       fd  pay-cycle-file.
       01  pay-cycle-rec.
           05  pc-period-end         pic 9(8).
           05  pc-status             pic x(1).
       fd  salaried-cycle-file.
       01  salaried-cycle-rec.
           05  sc-period-end         pic 9(8).
           05  sc-status             pic x(1).
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
           88  card-present             value 'Y'.
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
       01  cycle-on-file-sw         pic x value 'N'.
           88  cycle-on-file            value 'Y'.
       01  period-end-save          pic 9(8) value 0.
           move rc-period-end to detail-period-out
           evaluate true
              when not operator-authorized
                 move signon-refusal-text to reject-reason
                 perform 700-reject-request
              when not cycle-on-file
                 move "NO PAY-CYCLE CONTROL ON FILE" to reject-reason
                 move "PERIOD REOPENED" to detail-result-out
                 write print-rec from register-detail-line
           end-evaluate.
      *> the card's id and password count toward the operator's
      *> lockout like a console sign-on; an expired password has to
      *> be changed at a console sign-on before a card will pass
       250-check-operator.
           move 'N' to operator-authorized-sw
           move rc-operator-id to check-operator-id
           move rc-password to check-password
           move "REOPEN  " to check-function
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
                          display "PAYCYCRV: OPER-MAST HAS MORE "
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
           move "PAYCYCRV" to sl-program-name
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
       300-read-pay-cycle.
           if rc-salaried-cycle
              open input salaried-cycle-file
              read salaried-cycle-file
                   at end
                      continue
                   not at end
                      move 'Y' to cycle-on-file-sw
                      move sc-period-end to period-end-save
                      move sc-status to status-save
              end-read
              close salaried-cycle-file
           else
              open input pay-cycle-file
              read pay-cycle-file
                   at end
                      continue
                   not at end
                      move 'Y' to cycle-on-file-sw
                      move pc-period-end to period-end-save
                      move pc-status to status-save
              end-read
              close pay-cycle-file
           end-if.
       400-reopen-cycle.
           if rc-salaried-cycle
              open output salaried-cycle-file
              move rc-period-end to sc-period-end
              move 'O' to sc-status
              write salaried-cycle-rec
              close salaried-cycle-file
           else
              open output pay-cycle-file
              move rc-period-end to pc-period-end
              move 'O' to pc-status
              write pay-cycle-rec
              close pay-cycle-file
           end-if.
       700-reject-request.
           add 1 to requests-rejected
           move reject-reason to detail-result-out
