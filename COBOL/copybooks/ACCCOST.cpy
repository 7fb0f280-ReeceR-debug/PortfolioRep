      *> Accident cost extract (acc-cost), one record per vehicle with
      *> any incident on file, written by INCRPT and read by VEHCOST.
      *> The repair cost is the closed work orders linked to the
      *> vehicle's incidents; recovered is everything collected on the
      *> incidents' claims.  Net accident cost is repair less
      *> recovered.
      *>   fleet T = taxi (vehicle is the VIN), R = rental (unit)
       01  accident-cost-rec.
           05  acc-fleet           pic x(1).
           05  acc-vehicle-id      pic x(10).
           05  acc-incidents       pic 9(4).
           05  acc-repair-cost     pic 9(9)v99.
           05  acc-recovered       pic 9(9)v99.
