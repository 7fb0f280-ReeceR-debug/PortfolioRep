      *> Operator master record for console sign-on.  Authority level
      *> 1 = clerk, 2 = supervisor; the sensitive console actions
      *> (adding inventory parts, register overrides) require 2.
      *> Kept by OPERMNT, the supervisors' maintenance run; an
      *> operator who leaves is deactivated, not removed, so the id
      *> is never given out again.
       01  operator-master-rec.
           05  op-operator-id          pic x(3).
           05  op-password             pic x(8).
           05  op-authority            pic 9(1).
      *> status -- blank or A active, L locked out by too many wrong
      *> passwords in a row (cleared by a supervisor through OPERMNT),
      *> D deactivated
           05  op-status               pic x(1).
               88  op-active               value 'A' ' '.
               88  op-locked-out           value 'L'.
               88  op-deactivated          value 'D'.
      *> date the operator last changed the password -- zero for a
      *> new operator or one a supervisor has reset, which must be
      *> changed at the next console sign-on, as must one past its
      *> life
           05  op-password-date        pic 9(8).
      *> wrong passwords in a row since the last good sign-on
           05  op-failed-signons       pic 9(2).
           05  op-operator-name        pic x(20).
