      *> Turned-away rental demand (lost-dmd), one record each time
      *> RENTRES cannot give a renter a car of the type asked for,
      *> counted by car class on the monthly utilization report.
      *>   source R = reservation refused, class fully booked or not
      *>              in the fleet
      *>          C = check-out with no unit of the class available
      *>          S = check-out with the class's free units all out
      *>              of service
       01  lost-demand-rec.
           05  ld-date             pic 9(8).
           05  ld-type-of-car      pic x(1).
           05  ld-source           pic x(1).
           05  ld-wanted-date      pic 9(8).
           05  ld-last-name        pic x(20).
