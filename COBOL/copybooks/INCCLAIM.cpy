      *> Incident claim (inc-claim), one per claim filed for an
      *> incident, numbered within the incident.  INCIDENT posts each
      *> recovery received against the claim and closes it as
      *> settled or denied; INCRPT lists the claims still open and
      *> nets the recoveries against the repair cost per vehicle.
      *>   party I = insurer, R = renter, T = other (third) party
      *>   status O = open, S = settled, D = denied
       01  incident-claim-rec.
           05  clm-incident-no     pic 9(6).
           05  clm-seq             pic 9(2).
           05  clm-party-type      pic x(1).
               88  clm-valid-party     value 'I' 'R' 'T'.
           05  clm-party-name      pic x(20).
           05  clm-reference       pic x(15).
           05  clm-filed-date      pic 9(8).
           05  clm-claimed-amount  pic 9(7)v99.
           05  clm-recovered-amount pic 9(7)v99.
           05  clm-status          pic x(1).
               88  clm-open            value 'O'.
               88  clm-settled         value 'S'.
               88  clm-denied          value 'D'.
           05  clm-close-date      pic 9(8).
