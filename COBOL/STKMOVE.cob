               10  lct-store-id     pic x(5).
               10  lct-qty-on-hand  pic s9(6).
               10  lct-in-transit   pic 9(5).
               10  lct-on-layaway   pic 9(5).
               10  lct-min-qty      pic 9(5).
               10  lct-max-qty      pic 9(5).
       01  status-table-idx         pic 9(4) comp.
       01  status-table-count       pic 9(4) value 0.
       01  status-found-idx         pic 9(4) comp value 0.
                         to lct-qty-on-hand(location-table-count)
                       move loc-in-transit
                         to lct-in-transit(location-table-count)
                       move 0 to lct-on-layaway(location-table-count)
                       if loc-qty-on-layaway is numeric
                          move loc-qty-on-layaway
                            to lct-on-layaway(location-table-count)
                       end-if
                       move 0 to lct-min-qty(location-table-count)
                       move 0 to lct-max-qty(location-table-count)
                       if loc-min-qty is numeric
                          and loc-max-qty is numeric
                          move loc-min-qty
                            to lct-min-qty(location-table-count)
                          move loc-max-qty
                            to lct-max-qty(location-table-count)
                       end-if
              end-read
           end-perform
           close location-balance-file.
                to lct-store-id(location-found-idx)
              move 0 to lct-qty-on-hand(location-found-idx)
              move 0 to lct-in-transit(location-found-idx)
              move 0 to lct-on-layaway(location-found-idx)
              move 0 to lct-min-qty(location-found-idx)
              move 0 to lct-max-qty(location-found-idx)
           end-if
           add signed-quantity
             to lct-qty-on-hand(location-found-idx).
              end-if
              move lct-in-transit(location-table-idx)
                to loc-in-transit
              move lct-on-layaway(location-table-idx)
                to loc-qty-on-layaway
              move lct-min-qty(location-table-idx) to loc-min-qty
              move lct-max-qty(location-table-idx) to loc-max-qty
              write location-balance-rec
           end-perform
           close location-balance-file.
