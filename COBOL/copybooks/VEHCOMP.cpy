      *> Vehicle compliance calendar (veh-comply), one record per
      *> compliance item per vehicle for both fleets, keyed by fleet,
      *> vehicle and item and kept by VEHCMNT with every change
      *> journaled to upd-journal.  A vehicle with any item whose
      *> expiry date has passed is out of service: ODOAUDIT and
      *> SHIFTPRF flag shifts driven in it and RENTRES will not check
      *> it out.  VEHCDUE lists the items expired and coming due.
      *>   fleet T = taxi (vehicle is the VIN on VEH-MASTER),
      *>         R = rental (vehicle is the unit on rental-fleet)
      *>   item  RG = registration, SI = state inspection,
      *>         MD = medallion (taxi only), IC = insurance card
       01  vehicle-comply-rec.
           05  vc-key.
               10  vc-fleet        pic x(1).
                   88  vc-taxi-fleet       value 'T'.
                   88  vc-rental-fleet     value 'R'.
                   88  vc-valid-fleet      value 'T' 'R'.
               10  vc-vehicle-id   pic x(10).
               10  vc-item         pic x(2).
                   88  vc-registration     value 'RG'.
                   88  vc-state-inspection value 'SI'.
                   88  vc-medallion        value 'MD'.
                   88  vc-insurance-card   value 'IC'.
                   88  vc-valid-item       value 'RG' 'SI' 'MD' 'IC'.
           05  vc-reference        pic x(15).
           05  vc-expiry-date      pic 9(8).
