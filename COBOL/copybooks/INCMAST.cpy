      *> Vehicle accident/incident (incident), one per accident to a
      *> taxi or rental unit, numbered from inc-ctl by INCIDENT when
      *> it is reported.  The repair work orders on wo-mast carry the
      *> incident number (WRKORDER); the claims filed against
      *> insurers, renters and other parties for it are on inc-claim.
      *> An incident is closed once its claims and its work orders
      *> are all closed.
      *>   fleet T = taxi (vehicle is the VIN on VEH-MASTER, driver
      *>         from drv-mast), R = rental (vehicle is the unit on
      *>         rental-fleet, renter from the rental contract)
      *>   fault D = our driver or renter at fault, O = other party,
      *>         S = shared, U = undetermined
      *>   status O = open, C = closed
       01  incident-rec.
           05  inc-number          pic 9(6).
           05  inc-date            pic 9(8).
           05  inc-fleet           pic x(1).
               88  inc-taxi-fleet      value 'T'.
               88  inc-rental-fleet    value 'R'.
           05  inc-vehicle-id      pic x(10).
           05  inc-driver-id       pic x(5).
           05  inc-renter-account  pic x(6).
           05  inc-renter-name     pic x(20).
           05  inc-police-report   pic x(12).
           05  inc-fault           pic x(1).
               88  inc-our-fault       value 'D'.
               88  inc-valid-fault     value 'D' 'O' 'S' 'U'.
           05  inc-desc            pic x(20).
           05  inc-status          pic x(1).
               88  inc-open            value 'O'.
               88  inc-closed          value 'C'.
           05  inc-close-date      pic 9(8).
