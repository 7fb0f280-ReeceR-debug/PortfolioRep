      *> Taxi driver qualification (drv-qual), one record per driver
      *> per credential, keyed by driver ID and credential type and
      *> kept by DRVQMNT with every change journaled to upd-journal.
      *> A driver may work a shift only on a date that falls inside
      *> the issue and expiry dates of each of the three required
      *> credentials; SHIFTPRF and DRVSETL reject a shift-dat record
      *> for a driver not qualified on sh-date, and DRVQEXP lists the
      *> credentials expired or expiring within 30 and 60 days.
      *>   credential HL = city hack license, MC = medical
      *>   certificate card, IE = insurance endorsement
       01  driver-qual-rec.
           05  dq-key.
               10  dq-driver-id    pic x(5).
               10  dq-cred-type    pic x(2).
                   88  dq-hack-license     value 'HL'.
                   88  dq-medical-card     value 'MC'.
                   88  dq-insurance-endorsement value 'IE'.
                   88  dq-valid-type       value 'HL' 'MC' 'IE'.
           05  dq-cred-number      pic x(15).
           05  dq-issue-date       pic 9(8).
           05  dq-expiry-date      pic 9(8).
