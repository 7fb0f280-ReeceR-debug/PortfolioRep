      *> Operator sign-on log (signon-log), one record for every
      *> operator id and password presented -- at a console sign-on,
      *> a register supervisor override or on a supervisor's card --
      *> whether it passed or not, and for every password changed,
      *> for the auditors.  The password itself is never logged.
      *>   result S signed on, F wrong password, K wrong password
      *>   that locked the operator out, U id not on the master,
      *>   L refused as locked out, D refused as deactivated, E
      *>   refused as the password has expired, N right password but
      *>   not supervisor authority, C password changed
       01  signon-log-rec.
           05  sl-log-date         pic 9(8).
           05  sl-log-time         pic 9(6).
           05  sl-program-name     pic x(8).
           05  sl-function         pic x(8).
           05  sl-operator-id      pic x(3).
           05  sl-result           pic x(1).
               88  sl-signed-on        value 'S'.
               88  sl-wrong-password   value 'F' 'K'.
               88  sl-refused          value 'U' 'L' 'D' 'E' 'N'.
               88  sl-password-changed value 'C'.
           05  sl-failed-count     pic 9(2).
