      *> balance for the bursar, writes dunning letters in escalating
      *> severity at 30, 60 and 90 days in the same print style as
      *> the tuition statements, and extracts the 120-day accounts
      *> for the collection agency handoff.  A student is placed with
      *> the agency once: the placement is kept on coll-place and
      *> the student is not extracted again while it stands.  The
      *> letters are addressed from the student master (stu-mast);
      *> holds, placements and the extract carry the student number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT ar-current-file ASSIGN TO ar-upd
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL registration-hold-file
           ASSIGN TO "reg-holds"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT student-master-file ASSIGN TO "stu-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS stm-student-no.
                     SELECT OPTIONAL collection-placement-file
           ASSIGN TO "coll-place"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  ar-cur-student-name      pic X(20).
           05  ar-cur-balance-due       pic 9(5)V99.
           05  ar-cur-billed-date       pic 9(8).
           05  ar-cur-student-no        pic 9(7).
       fd  aging-report.
       01  print-rec.
           05 pic x(132).
           05  coll-balance-due         pic 9(5)v99.
           05  coll-billed-date         pic 9(8).
           05  coll-days-past           pic 9(4).
           05  coll-student-no          pic 9(7).
      *> registration holds: H = held, R = released by a supervisor
      *> through HOLDREL.  135_8 refuses to bill a held student.  A
      *> hold goes on at 90 days past due and comes off only when the
           05  hold-status         pic x(1).
           05  hold-release-date   pic 9(8).
           05  hold-release-oper   pic x(3).
           05  hold-student-no     pic 9(7).
       fd  student-master-file.
           COPY STUMAST.
       fd  collection-placement-file.
           COPY COLLPLC.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
               10  hld-release-date pic 9(8).
               10  hld-release-oper pic x(3).
               10  hld-still-due-sw pic x(1).
               10  hld-student-no   pic 9(7).
       01  holds-placed             pic 9(5) value 0.
       01  more-placement-records   picture xxx value 'yes'.
       01  placement-table-idx      pic 9(4) comp.
       01  placement-table-count    pic 9(4) value 0.
       01  placement-found-idx      pic 9(4) comp value 0.
       01  placement-table.
           05  placement-entry OCCURS 500 TIMES.
               10  plc-student-name pic x(20).
               10  plc-placed-date  pic 9(8).
               10  plc-amount-placed pic 9(5)v99.
               10  plc-collected    pic 9(5)v99.
               10  plc-commission   pic 9(5)v99.
               10  plc-status       pic x(1).
               10  plc-status-date  pic 9(8).
               10  plc-still-due-sw pic x(1).
               10  plc-student-no   pic 9(7).
       01  already-placed           pic 9(5) value 0.
       01  accounts-read            pic 9(7) value 0.
       01  accounts-open            pic 9(7) value 0.
       01  letters-written          pic 9(5) value 0.
       01  letters-no-address       pic 9(5) value 0.
       01  collections-extracted    pic 9(5) value 0.
       01  bucket-current           pic 9(9)v99 value 0.
       01  bucket-30                pic 9(9)v99 value 0.
           05  letters-out             pic zz,zz9.
           05 pic x(12) value "  COLLECTION".
           05  collections-out         pic zz,zz9.
           05 pic x(11) value "  AT AGENCY".
           05  already-placed-out      pic zz,zz9.
           05 pic x(12) value "  NO ADDRESS".
           05  no-address-out          pic zz,zz9.
       01  letter-header-1.
           05 pic x(26) value "OFFICE OF THE BURSAR      ".
           05  letter-kind-out         pic x(24).
       01  letter-student-line.
           05 pic x(9) value "STUDENT: ".
           05  ltr-student-name-out     pic x(20).
           05 pic x(6) value "  NO. ".
           05  ltr-student-no-out       pic 9(7).
       01  letter-street-line.
           05 pic x(9) value spaces.
           05  ltr-street-out           pic x(25).
       01  letter-city-line.
           05 pic x(9) value spaces.
           05  ltr-city-out             pic x(20).
           05 pic x(1) value space.
           05  ltr-state-out            pic x(2).
           05 pic x(2) value spaces.
           05  ltr-zip-out              pic x(10).
       01  letter-balance-line.
           05 pic x(2) value spaces.
           05 pic x(22) value "BALANCE PAST DUE      ".
           perform 500-compute-day-number
           move day-number-work to today-day-number
           perform 120-load-holds
           perform 130-load-placements
           open input ar-current-file
                input student-master-file
                output aging-report
                output dunning-letter-file
                output collection-extract-file
           move accounts-open to accounts-out
           move letters-written to letters-out
           move collections-extracted to collections-out
           move already-placed to already-placed-out
           move letters-no-address to no-address-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close ar-current-file
                 student-master-file
                 aging-report
                 dunning-letter-file
                 collection-extract-file
                 run-log-file
           perform 800-save-holds
           perform 810-save-placements
           stop run.
       120-load-holds.
           open input registration-hold-file
                         to hld-release-date(hold-table-count)
                       move hold-release-oper
                         to hld-release-oper(hold-table-count)
                       move hold-student-no
                         to hld-student-no(hold-table-count)
                       move 'N'
                         to hld-still-due-sw(hold-table-count)
              end-read
           end-perform
           close registration-hold-file.
       130-load-placements.
           open input collection-placement-file
           perform until more-placement-records = 'no '
              read collection-placement-file
                    at end
                       move 'no ' to more-placement-records
                    not at end
                       add 1 to placement-table-count
                       if placement-table-count > 500
                          display "ARAGING: MORE THAN 500 PLACEMENTS "
                             "-- TABLE FULL"
                          close collection-placement-file
                          stop run
                       end-if
                       move cpl-student-name
                         to plc-student-name(placement-table-count)
                       move cpl-placed-date
                         to plc-placed-date(placement-table-count)
                       move cpl-amount-placed
                         to plc-amount-placed(placement-table-count)
                       move cpl-collected
                         to plc-collected(placement-table-count)
                       move cpl-commission
                         to plc-commission(placement-table-count)
                       move cpl-status
                         to plc-status(placement-table-count)
                       move cpl-status-date
                         to plc-status-date(placement-table-count)
                       move cpl-student-no
                         to plc-student-no(placement-table-count)
                       move 'N'
                         to plc-still-due-sw(placement-table-count)
              end-read
           end-perform
           close collection-placement-file.
       260-find-placement.
           move 0 to placement-found-idx
           perform varying placement-table-idx from 1 by 1
                   until placement-table-idx > placement-table-count
              if ar-cur-student-no
                    = plc-student-no(placement-table-idx)
                 move placement-table-idx to placement-found-idx
              end-if
           end-perform.
       250-place-hold.
           move 0 to hold-found-idx
           perform varying hold-table-idx from 1 by 1
                   until hold-table-idx > hold-table-count
              if ar-cur-student-no
                    = hld-student-no(hold-table-idx)
                 move hold-table-idx to hold-found-idx
              end-if
           end-perform
              add 1 to holds-placed
              move ar-cur-student-name
                to hld-student-name(hold-table-count)
              move ar-cur-student-no
                to hld-student-no(hold-table-count)
              move business-date-work to hld-date(hold-table-count)
              move 'H' to hld-status(hold-table-count)
              move 0 to hld-release-date(hold-table-count)
              move spaces to hld-release-oper(hold-table-count)
              move 'Y' to hld-still-due-sw(hold-table-count)
           end-if.
      *> a placement stays on file while the student owes anything;
      *> once the balance is cleared -- paid, or written off after
      *> the agency closed it -- it drops off
       810-save-placements.
           open output collection-placement-file
           perform varying placement-table-idx from 1 by 1
                   until placement-table-idx > placement-table-count
              if plc-still-due-sw(placement-table-idx) = 'Y'
                 move plc-student-name(placement-table-idx)
                   to cpl-student-name
                 move plc-placed-date(placement-table-idx)
                   to cpl-placed-date
                 move plc-amount-placed(placement-table-idx)
                   to cpl-amount-placed
                 move plc-collected(placement-table-idx)
                   to cpl-collected
                 move plc-commission(placement-table-idx)
                   to cpl-commission
                 move plc-status(placement-table-idx) to cpl-status
                 move plc-status-date(placement-table-idx)
                   to cpl-status-date
                 move plc-student-no(placement-table-idx)
                   to cpl-student-no
                 write collection-placement-rec
              end-if
           end-perform
           close collection-placement-file.
       800-save-holds.
      *>   a hold whose balance has cleared drops off; a supervisor
      *>   release (R) is preserved while the balance is still owed
                   to hold-release-date
                 move hld-release-oper(hold-table-idx)
                   to hold-release-oper
                 move hld-student-no(hold-table-idx)
                   to hold-student-no
                 write registration-hold-rec
              end-if
           end-perform
           else
              move 0 to age-days
           end-if
           perform 260-find-placement
           if placement-found-idx > 0
              move 'Y' to plc-still-due-sw(placement-found-idx)
           end-if
           move spaces to aging-detail-line
           move ar-cur-student-name to detail-name-out
           move ar-cur-billed-date to detail-billed-out
           write letter-rec from letter-header-1
           write letter-rec from blank-letter-line
           move ar-cur-student-name to ltr-student-name-out
           move ar-cur-student-no to ltr-student-no-out
           write letter-rec from letter-student-line
      *>   a student not on the master still gets the letter; the
      *>   count on the trailer tells the bursar to address it by hand
           move ar-cur-student-no to stm-student-no
           read student-master-file
                invalid key
                   add 1 to letters-no-address
                not invalid key
                   move stm-street to ltr-street-out
                   write letter-rec from letter-street-line
                   move stm-city to ltr-city-out
                   move stm-state to ltr-state-out
                   move stm-zip to ltr-zip-out
                   write letter-rec from letter-city-line
           end-read
           move ar-cur-balance-due to ltr-balance-out
           write letter-rec from letter-balance-line
           write letter-rec from blank-letter-line
           end-evaluate
           write letter-rec from blank-letter-line
           write letter-rec from letter-separator.
      *> a student is placed the first time an item passes 120 days;
      *> that night's other 120-day items go with the placement, and
      *> a student placed on an earlier night is not sent again
       400-write-collection-extract.
           if placement-found-idx > 0
              and plc-placed-date(placement-found-idx)
                    not = business-date-work
              add 1 to already-placed
              evaluate plc-status(placement-found-idx)
                 when 'R'
                    move "RECALLED" to detail-bucket-out
                 when 'C'
                    move "AGCY CLOSED" to detail-bucket-out
                 when other
                    move "AT AGENCY" to detail-bucket-out
              end-evaluate
           else
              if placement-found-idx = 0
                 perform 410-add-placement
              end-if
              add ar-cur-balance-due
                to plc-amount-placed(placement-found-idx)
              add 1 to collections-extracted
              move ar-cur-student-name to coll-student-name
              move ar-cur-student-no to coll-student-no
              move ar-cur-balance-due to coll-balance-due
              move ar-cur-billed-date to coll-billed-date
              move age-days to coll-days-past
              write collection-extract-rec
           end-if.
       410-add-placement.
           if placement-table-count > 499
              display "ARAGING: PLACEMENT TABLE FULL"
              stop run
           end-if
           add 1 to placement-table-count
           move placement-table-count to placement-found-idx
           move ar-cur-student-name
             to plc-student-name(placement-found-idx)
           move ar-cur-student-no
             to plc-student-no(placement-found-idx)
           move business-date-work
             to plc-placed-date(placement-found-idx)
           move 0 to plc-amount-placed(placement-found-idx)
           move 0 to plc-collected(placement-found-idx)
           move 0 to plc-commission(placement-found-idx)
           move 'P' to plc-status(placement-found-idx)
           move business-date-work
             to plc-status-date(placement-found-idx)
           move 'Y' to plc-still-due-sw(placement-found-idx).
       500-compute-day-number.
           compute day-number-work =
              (day-calc-year * 365)
