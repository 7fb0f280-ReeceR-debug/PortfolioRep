       01  gift-total               pic s9(7)v99 value 0.
       01  employee-count           pic 9(5) value 0.
       01  employee-total           pic s9(7)v99 value 0.
       01  points-count             pic 9(5) value 0.
       01  points-total             pic s9(7)v99 value 0.
       01  change-given-total       pic s9(7)v99 value 0.
       01  counted-drawer           pic 9(7)v99 value 0.
       01  expected-cash            pic s9(7)v99.
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if log-record-type = 'S' or 'G' or 'Y' or 'O'
                          perform 200-TOTAL-TENDER
                       end-if
                       if log-record-type = 'R' or 'V' or 'W' or 'X'
                          perform 300-BACK-OUT-TENDER
                       end-if
              end-read
           move employee-count to tender-count-out
           move employee-total to tender-total-out
           write print-rec from tender-detail-line
           move "POINTS" to tender-desc-out
           move points-count to tender-count-out
           move points-total to tender-total-out
           write print-rec from tender-detail-line
           write print-rec from blank-line
           move change-given-total to change-given-out
           write print-rec from change-line
              when 'E'
                 add 1 to employee-count
                 add log-tender-amount to employee-total
              when 'P'
                 add 1 to points-count
                 add log-tender-amount to points-total
           end-evaluate.
       300-BACK-OUT-TENDER.
      *>   a return refunds the tender and a void cancels it -- both
