       FILE-CONTROL. SELECT daily-log-file ASSIGN TO "daily-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT operator-master-file ASSIGN TO oper-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL signon-log-file
           ASSIGN TO "signon-log"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
           COPY DAYLOG.
       fd  operator-master-file.
           COPY OPERMAST.
       fd  signon-log-file.
           COPY SIGNLOG.
       WORKING-STORAGE SECTION.
       01  more-operator-records    picture xxx value 'yes'.
       01  signon-id-answer         pic x(3).
       01  signed-on-operator       pic x(3) value spaces.
       01  signed-on-authority      pic 9(1) value 0.
       01  signon-attempts          pic 9(1) value 0.
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
       01  new-password-answer      pic x(8).
       01  new-password-again       pic x(8).
       01  password-change-attempts pic 9(1) value 0.
       01  MORE-DATA                pic xxx value "YES".
       01  EVENT-TYPE               pic x(1).
           88  EVENT-FLOAT              value 'F'.
              DISPLAY "PASSWORD: "
              ACCEPT signon-password-answer
              perform 060-check-operator
              evaluate true
                 when signed-on-operator not = spaces
                    continue
                 when signon-barred or signon-locked-now
                    DISPLAY "SIGN-ON REFUSED -- " signon-refusal-text
                 when other
                    DISPLAY "SIGN-ON REFUSED"
              end-evaluate
           end-perform
           if signed-on-operator = spaces
              DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
              move 12 to RETURN-CODE
              stop run
           end-if
           if password-change-due
              perform 070-change-password
           end-if.
       060-check-operator.
           move signon-id-answer to check-operator-id
           move signon-password-answer to check-password
           move "SIGN-ON " to check-function
           move 0 to check-authority-needed
           move 'Y' to check-can-change-sw
           perform 062-load-operator-table
           perform 064-verify-operator
           perform 066-save-operator-table
           if signon-passed
              move ot-operator-id(operator-found-idx)
                to signed-on-operator
              move ot-authority(operator-found-idx)
                to signed-on-authority
           end-if.
       062-load-operator-table.
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
                          display "CASHOFC: OPER-MAST HAS MORE "
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
       064-verify-operator.
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
           perform 068-write-signon-log.
       066-save-operator-table.
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
       068-write-signon-log.
           move spaces to signon-log-rec
           ACCEPT sl-log-date FROM DATE YYYYMMDD
           ACCEPT signon-log-time-8 FROM TIME
           move signon-log-time-8(1:6) to sl-log-time
           move "CASHOFC " to sl-program-name
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
      *> the new password is keyed twice and may not be blank or
      *> the one it replaces; three tries and the sign-on is refused
       070-change-password.
           move 0 to password-change-attempts
           perform until not password-change-due
                   or password-change-attempts >= 3
              add 1 to password-change-attempts
              DISPLAY "PASSWORD EXPIRED -- NEW PASSWORD: "
              ACCEPT new-password-answer
              DISPLAY "NEW PASSWORD AGAIN: "
              ACCEPT new-password-again
              evaluate true
                 when new-password-answer = spaces
                    or new-password-answer = check-password
                    DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
                 when new-password-again not = new-password-answer
                    DISPLAY "THE TWO ENTRIES DO NOT MATCH"
                 when other
                    move new-password-answer
                      to ot-password(operator-found-idx)
                    ACCEPT signon-date-work FROM DATE YYYYMMDD
                    move signon-date-work
                      to ot-password-date(operator-found-idx)
                    move 'Y' to operator-table-changed-sw
                    perform 066-save-operator-table
                    move "PASSWORD" to check-function
                    move 'C' to signon-result
                    perform 068-write-signon-log
                    move 'N' to password-change-due-sw
                    DISPLAY "PASSWORD CHANGED"
              end-evaluate
           end-perform
           if password-change-due
              DISPLAY "PASSWORD NOT CHANGED -- SIGN-ON REFUSED"
              move 12 to RETURN-CODE
              stop run
           end-if.
