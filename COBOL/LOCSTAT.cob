       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCSTAT.
      *> Cross-store stock status by part.  One line per store
      *> holding a part, with in-transit and the quantity held on
      *> layaway shown, a part total line, and the description and
      *> company-wide on-hand pulled from the inventory master so a
      *> store that is out can see at a glance who has any.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  lct-store-id     pic x(5).
               10  lct-qty-on-hand  pic 9(5).
               10  lct-in-transit   pic 9(5).
               10  lct-on-layaway   pic 9(5).
       01  first-for-part-sw        pic x value 'Y'.
       01  part-total-on-hand       pic 9(7).
       01  part-total-in-transit    pic 9(7).
       01  part-total-on-layaway    pic 9(7).
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  parts-reported           pic 9(5) value 0.
           05 pic x(12) value "  IN-TRANSIT".
           05 pic x(1) value space.
           05  store-transit-out       pic zz,zz9.
           05 pic x(10) value "  LAYAWAY ".
           05  store-layaway-out       pic zz,zz9.
       01  part-total-line.
           05 pic x(8) value spaces.
           05 pic x(11) value "ALL STORES ".
           05 pic x(12) value "  IN-TRANSIT".
           05 pic x(1) value space.
           05  total-transit-out       pic zzz,zz9.
           05 pic x(9) value "  LAYAWAY".
           05  total-layaway-out       pic zzz,zz9.
       01  trailer-line.
           05 pic x(6) value "PARTS ".
           05  parts-out               pic zz,zz9.
                         to lct-qty-on-hand(location-table-count)
                       move loc-in-transit
                         to lct-in-transit(location-table-count)
                       move 0 to lct-on-layaway(location-table-count)
                       if loc-qty-on-layaway is numeric
                          move loc-qty-on-layaway
                            to lct-on-layaway(location-table-count)
                       end-if
              end-read
           end-perform
           close location-balance-file.
           write print-rec from part-header-line
           move 0 to part-total-on-hand
           move 0 to part-total-in-transit
           move 0 to part-total-on-layaway
           perform varying location-scan-idx from 1 by 1
                   until location-scan-idx > location-table-count
              if lct-part-no(location-scan-idx)
                   to store-qty-out
                 move lct-in-transit(location-scan-idx)
                   to store-transit-out
                 move lct-on-layaway(location-scan-idx)
                   to store-layaway-out
                 write print-rec from store-detail-line
                 add lct-qty-on-hand(location-scan-idx)
                   to part-total-on-hand
                 add lct-in-transit(location-scan-idx)
                   to part-total-in-transit
                 add lct-on-layaway(location-scan-idx)
                   to part-total-on-layaway
              end-if
           end-perform
           move part-total-on-hand to total-qty-out
           move part-total-in-transit to total-transit-out
           move part-total-on-layaway to total-layaway-out
           write print-rec from part-total-line
           write print-rec from blank-line.
       900-write-run-log.
