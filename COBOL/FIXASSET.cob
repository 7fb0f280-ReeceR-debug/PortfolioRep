       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXASSET.
      *> Fixed-asset register for the taxi fleet (VEH-MASTER) and the
      *> rental fleet (rental-fleet).  fa-mast holds one record per
      *> vehicle keyed by VIN or rental unit number with its cost,
      *> salvage value, life in months, depreciation method and
      *> in-service date, and the depreciation taken so far.  Actions
      *> on the fa-trans feed:
      *>   A  add a vehicle to the register -- it must already be on
      *>      VEH-MASTER (fleet T) or rental-fleet (fleet R); the
      *>      purchase itself reaches the GL through the payables
      *>      voucher
      *>   C  change the description, salvage, life or method (cost
      *>      and in-service date only until depreciation is taken);
      *>      the change applies from the next month on
      *>   X  dispose -- the sale proceeds against the book value
      *>      give the gain or loss on sale, the cost and the
      *>      depreciation taken come off the books, and the vehicle
      *>      is retired from VEH-MASTER or rental-fleet.  No
      *>      depreciation is taken in the month of sale
      *> On the period-end date of the processing calendar (proc-cal)
      *> the run also takes the month's depreciation on every active
      *> vehicle -- straight line (S) or double declining balance
      *> (D, going over to straight line once that gives more),
      *> never below salvage, catching up any month missed since the
      *> last one taken.  Entries go to the GL through GLCONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL asset-trans-file ASSIGN TO fa-trans
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT asset-register ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO fa-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL asset-master-file
           ASSIGN TO "fa-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL vehicle-master-file
           ASSIGN TO "VEH-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS vm-VIN.
                     SELECT OPTIONAL rental-fleet-file
           ASSIGN TO "rental-fleet"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL calendar-file ASSIGN TO "proc-cal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT gl-posting-file ASSIGN TO GL-POST-FA
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  asset-trans-file.
       01  asset-trans-rec.
           05  ft-action           pic x(1).
               88  asset-action-add      value 'A'.
               88  asset-action-change   value 'C'.
               88  asset-action-dispose  value 'X'.
           05  ft-asset-id         pic x(10).
           05  ft-fleet            pic x(1).
           05  ft-description      pic x(20).
           05  ft-in-service-date  pic 9(8).
           05  ft-cost             pic 9(7)v99.
           05  ft-salvage          pic 9(7)v99.
           05  ft-life-months      pic 9(3).
           05  ft-method           pic x(1).
           05  ft-disposal-date    pic 9(8).
           05  ft-proceeds         pic 9(7)v99.
       fd  asset-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
      *> one record per vehicle; fleet T taxi (VEH-MASTER), R rental
      *> (rental-fleet); status A in service, X disposed -- disposed
      *> vehicles stay on file with the sale and its gain or loss
       fd  asset-master-file.
       01  asset-master-rec.
           05  fa-asset-id         pic x(10).
           05  fa-fleet            pic x(1).
           05  fa-description      pic x(20).
           05  fa-in-service-date  pic 9(8).
           05  fa-cost             pic 9(7)v99.
           05  fa-salvage          pic 9(7)v99.
           05  fa-life-months      pic 9(3).
           05  fa-method           pic x(1).
           05  fa-accum-depr       pic 9(7)v99.
           05  fa-last-depr-period pic 9(6).
           05  fa-status           pic x(1).
           05  fa-disposal-date    pic 9(8).
           05  fa-proceeds         pic 9(7)v99.
           05  fa-gain-loss        pic s9(7)v99.
       fd  vehicle-master-file.
       01  vehicle-master-rec.
           05  vm-VIN               pic x(10).
           05  vm-desc              pic x(10).
           05  vm-cumulative-miles  pic 9(7).
           05  vm-last-service-miles pic 9(7).
       fd  rental-fleet-file.
       01  rental-fleet-rec.
           05  flt-unit-no         pic x(5).
           05  flt-type-of-car     pic x(1).
           05  flt-status          pic x(1).
           05  flt-out-date        pic 9(8).
           05  flt-due-date        pic 9(8).
           05  flt-out-miles       pic 9(6).
           05  flt-renter-last     pic x(20).
           05  flt-renter-first    pic x(1).
           05  flt-account-no      pic x(6).
      *> processing-calendar master, one line per date -- the same
      *> card the job stream reads
       fd  calendar-file.
       01  calendar-rec.
           05  cal-date              pic 9(8).
           05                        pic x(1).
           05  cal-day-type          pic x(1).
           05                        pic x(1).
           05  cal-period-end-flag   pic x(1).
           05                        pic x(1).
           05  cal-year-end-flag     pic x(1).
           05                        pic x(1).
           05  cal-period-label      pic x(30).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  business-period          pic 9(6).
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-asset-records       picture xxx value 'yes'.
       01  more-fleet-records       picture xxx value 'yes'.
       01  journal-operator         pic x(3) value spaces.
       01  period-end-sw            pic x value 'N'.
           88  period-end-night         value 'Y'.
      *> GL accounts the register posts to
       01  fleet-asset-account      pic x(8) value "FLEETAST".
       01  accum-depr-account       pic x(8) value "ACCUMDEP".
       01  depr-expense-account     pic x(8) value "DEPREXP ".
       01  gain-loss-account        pic x(8) value "FAGAINLS".
       01  cash-account             pic x(8) value "CASH    ".
       01  asset-table-idx          pic 9(3) comp.
       01  asset-table-count        pic 9(3) value 0.
       01  asset-found-idx          pic 9(3) comp value 0.
       01  asset-table.
           05  asset-entry OCCURS 500 TIMES.
               10  ast-asset-id     pic x(10).
               10  ast-fleet        pic x(1).
               10  ast-description  pic x(20).
               10  ast-in-service   pic 9(8).
               10  ast-cost         pic 9(7)v99.
               10  ast-salvage      pic 9(7)v99.
               10  ast-life         pic 9(3).
               10  ast-method       pic x(1).
               10  ast-accum-depr   pic 9(7)v99.
               10  ast-last-period  pic 9(6).
               10  ast-status       pic x(1).
               10  ast-disposal-date pic 9(8).
               10  ast-proceeds     pic 9(7)v99.
               10  ast-gain-loss    pic s9(7)v99.
       01  fleet-table-idx          pic 9(3) comp.
       01  fleet-table-count        pic 9(3) value 0.
       01  fleet-found-idx          pic 9(3) comp value 0.
       01  fleet-changed-sw         pic x value 'N'.
       01  fleet-table.
           05  fleet-entry OCCURS 200 TIMES.
               10  flet-record      pic x(56).
               10  flet-dropped-sw  pic x(1).
       01  fleet-record-work.
           05  frw-unit-no          pic x(5).
           05  frw-type-of-car      pic x(1).
           05  frw-status           pic x(1).
           05 pic x(49).
       01  vehicle-found-sw         pic x value 'N'.
           88  vehicle-found            value 'Y'.
       01  reject-reason            pic x(40).
       01  retire-note              pic x(26).
      *> months are counted as year * 12 + month so periods can be
      *> stepped and subtracted
       01  period-work              pic 9(6).
       01  period-parts redefines period-work.
           05  period-year          pic 9(4).
           05  period-month         pic 9(2).
       01  in-service-month-no      pic 9(6).
       01  depr-month-no            pic 9(6).
       01  last-month-no            pic 9(6).
       01  months-elapsed           pic s9(5).
       01  remaining-life           pic s9(5).
       01  depreciable-left         pic s9(7)v99.
       01  straight-line-amount     pic s9(7)v99.
       01  declining-amount         pic s9(7)v99.
       01  month-depr-amount        pic s9(7)v99.
       01  asset-depr-tonight       pic 9(7)v99.
       01  book-value-work          pic s9(7)v99.
       01  total-depr-tonight       pic 9(9)v99 value 0.
       01  total-cost               pic 9(9)v99 value 0.
       01  total-accum-depr         pic 9(9)v99 value 0.
       01  total-book-value         pic s9(9)v99 value 0.
       01  posting-account-work     pic x(8).
       01  posting-debit-work       pic 9(9)v99.
       01  posting-credit-work      pic 9(9)v99.
       01  journal-action           pic x(7).
       01  journal-file-name        pic x(12).
       01  before-image-work        pic x(132).
       01  after-image-work         pic x(132).
       01  trans-read               pic 9(5) value 0.
       01  trans-applied            pic 9(5) value 0.
       01  trans-rejected           pic 9(5) value 0.
       01  assets-disposed          pic 9(5) value 0.
       01  postings-written         pic 9(5) value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(36) value "FLEET FIXED-ASSET REGISTER  RUN DATE".
           05 pic x(2) value spaces.
           05  header-date-out         pic 9(8).
           05 pic x(12) value "  OPERATOR  ".
           05  header-operator-out     pic x(3).
       01  section-line.
           05  section-text-out        pic x(60).
       01  blank-line               pic x value space.
       01  trans-detail-line.
           05  trans-action-out        pic x(8).
           05 pic x(1) value space.
           05  trans-asset-out         pic x(10).
           05 pic x(1) value space.
           05  trans-fleet-out         pic x(1).
           05 pic x(1) value space.
           05  trans-desc-out          pic x(20).
           05 pic x(1) value space.
           05  trans-result-out        pic x(60).
       01  disposal-line.
           05 pic x(2) value spaces.
           05 pic x(5) value "COST ".
           05  disp-cost-out           pic zzzz,zz9.99.
           05 pic x(8) value "  DEPR  ".
           05  disp-depr-out           pic zzzz,zz9.99.
           05 pic x(8) value "  BOOK  ".
           05  disp-book-out           pic zzzz,zz9.99-.
           05 pic x(12) value "  PROCEEDS  ".
           05  disp-proceeds-out       pic zzzz,zz9.99.
           05 pic x(12) value "  GAIN/LOSS ".
           05  disp-gain-out           pic zzzz,zz9.99-.
           05 pic x(2) value spaces.
           05  disp-retire-out         pic x(26).
       01  column-header.
           05 pic x(11) value "ASSET      ".
           05 pic x(2) value "F ".
           05 pic x(21) value "DESCRIPTION          ".
           05 pic x(9) value "IN SVC   ".
           05 pic x(6) value "M LIFE".
           05 pic x(13) value "         COST".
           05 pic x(13) value "      SALVAGE".
           05 pic x(13) value "  DEPR TAKEN ".
           05 pic x(13) value "   BOOK VALUE".
           05 pic x(13) value "    THIS RUN ".
           05 pic x(8) value " THROUGH".
       01  register-detail-line.
           05  reg-asset-out           pic x(10).
           05 pic x(1) value space.
           05  reg-fleet-out           pic x(1).
           05 pic x(1) value space.
           05  reg-desc-out            pic x(20).
           05 pic x(1) value space.
           05  reg-in-service-out      pic 9(8).
           05 pic x(1) value space.
           05  reg-method-out          pic x(1).
           05 pic x(1) value space.
           05  reg-life-out            pic zz9.
           05  reg-cost-out            pic zzz,zzz,zz9.99.
           05  reg-salvage-out         pic zz,zzz,zz9.99.
           05  reg-accum-out           pic zz,zzz,zz9.99.
           05  reg-book-out            pic zz,zzz,zz9.99-.
           05  reg-tonight-out         pic zz,zzz,zz9.99.
           05 pic x(1) value space.
           05  reg-through-out         pic zzzzz9.
       01  register-total-line.
           05 pic x(34) value "TOTAL IN SERVICE".
           05 pic x(22) value spaces.
           05  regtot-cost-out         pic zzz,zzz,zz9.99.
           05 pic x(13) value spaces.
           05  regtot-accum-out        pic zz,zzz,zz9.99.
           05  regtot-book-out         pic zz,zzz,zz9.99-.
           05  regtot-tonight-out      pic zz,zzz,zz9.99.
       01  no-depreciation-line.
           05 pic x(46)
              value "NOT A PERIOD-END DATE -- NO DEPRECIATION TAKEN".
       01  trailer-line.
           05 pic x(13) value "TRANSACTIONS ".
           05  trailer-read-out        pic zz,zz9.
           05 pic x(10) value "  APPLIED ".
           05  trailer-applied-out     pic zz,zz9.
           05 pic x(11) value "  REJECTED ".
           05  trailer-rejected-out    pic zz,zz9.
           05 pic x(11) value "  DISPOSED ".
           05  trailer-disposed-out    pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work(1:6) to business-period
           perform 955-get-operator-card
           perform 110-check-period-end
           perform 120-load-asset-master
           perform 130-load-rental-fleet
           open input asset-trans-file
                i-o vehicle-master-file
                output asset-register
                output reject-listing
                output gl-posting-file
                extend update-journal-file
                extend run-log-file
           move business-date-work to header-date-out
           move journal-operator to header-operator-out
           write print-rec from register-header
           write print-rec from blank-line
           move "REGISTER TRANSACTIONS" to section-text-out
           write print-rec from section-line
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read asset-trans-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to trans-read
                       perform 200-process-one-trans
              end-read
           end-perform
           write print-rec from blank-line
           if period-end-night
              move spaces to section-text-out
              string "DEPRECIATION THROUGH PERIOD " delimited by size
                     business-period delimited by size
                     into section-text-out
           else
              move "FIXED ASSETS IN SERVICE" to section-text-out
           end-if
           write print-rec from section-line
           write print-rec from blank-line
           write print-rec from column-header
           perform varying asset-table-idx from 1 by 1
                   until asset-table-idx > asset-table-count
              if ast-status(asset-table-idx) = 'A'
                 move 0 to asset-depr-tonight
                 if period-end-night
                    perform 300-depreciate-one-asset
                 end-if
                 perform 400-print-register-line
              end-if
           end-perform
           move total-cost to regtot-cost-out
           move total-accum-depr to regtot-accum-out
           move total-book-value to regtot-book-out
           move total-depr-tonight to regtot-tonight-out
           write print-rec from blank-line
           write print-rec from register-total-line
           if period-end-night
              if total-depr-tonight > 0
                 move depr-expense-account to posting-account-work
                 move total-depr-tonight to posting-debit-work
                 move 0 to posting-credit-work
                 perform 600-write-posting
                 move accum-depr-account to posting-account-work
                 move 0 to posting-debit-work
                 move total-depr-tonight to posting-credit-work
                 perform 600-write-posting
              end-if
           else
              write print-rec from blank-line
              write print-rec from no-depreciation-line
           end-if
           move trans-read to trailer-read-out
           move trans-applied to trailer-applied-out
           move trans-rejected to trailer-rejected-out
           move assets-disposed to trailer-disposed-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close asset-trans-file
                 vehicle-master-file
                 asset-register
                 reject-listing
                 gl-posting-file
                 update-journal-file
                 run-log-file
           perform 800-save-asset-master
           if fleet-changed-sw = 'Y'
              perform 810-save-rental-fleet
           end-if
           perform 820-clear-trans-feed
           stop run.
       110-check-period-end.
           open input calendar-file
           perform until are-there-more-records = 'no '
              read calendar-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if cal-date = business-date-work
                          and cal-period-end-flag = 'Y'
                          move 'Y' to period-end-sw
                       end-if
              end-read
           end-perform
           close calendar-file
           move 'yes' to are-there-more-records.
       120-load-asset-master.
           open input asset-master-file
           perform until more-asset-records = 'no '
              read asset-master-file
                    at end
                       move 'no ' to more-asset-records
                    not at end
                       add 1 to asset-table-count
                       if asset-table-count > 500
                          display "FIXASSET: MORE THAN 500 FIXED "
                             "ASSETS -- TABLE FULL"
                          stop run
                       end-if
                       move asset-master-rec
                         to asset-entry(asset-table-count)
              end-read
           end-perform
           close asset-master-file.
       130-load-rental-fleet.
           open input rental-fleet-file
           perform until more-fleet-records = 'no '
              read rental-fleet-file
                    at end
                       move 'no ' to more-fleet-records
                    not at end
                       add 1 to fleet-table-count
                       if fleet-table-count > 200
                          display "FIXASSET: MORE THAN 200 FLEET "
                             "UNITS -- TABLE FULL"
                          stop run
                       end-if
                       move rental-fleet-rec
                         to flet-record(fleet-table-count)
                       move 'N' to flet-dropped-sw(fleet-table-count)
              end-read
           end-perform
           close rental-fleet-file.
       200-process-one-trans.
           move spaces to reject-reason
           perform 260-find-asset
           evaluate true
              when ft-asset-id = spaces
                 move "ASSET ID MISSING" to reject-reason
              when asset-action-add
                 perform 210-add-asset
              when asset-action-change
                 perform 220-change-asset
              when asset-action-dispose
                 perform 230-dispose-asset
              when other
                 move "INVALID ASSET ACTION CODE" to reject-reason
           end-evaluate
           if reject-reason not = spaces
              perform 700-reject-trans
           end-if.
       210-add-asset.
           evaluate true
              when asset-found-idx > 0
                 move "ASSET ALREADY ON THE REGISTER" to reject-reason
              when ft-fleet not = 'T' and not = 'R'
                 move "FLEET NOT T OR R" to reject-reason
              when other
                 perform 250-validate-terms
           end-evaluate
           if reject-reason = spaces
              perform 270-find-vehicle
              if not vehicle-found
                 if ft-fleet = 'T'
                    move "VIN NOT ON VEHICLE MASTER" to reject-reason
                 else
                    move "UNIT NOT ON RENTAL FLEET" to reject-reason
                 end-if
              end-if
           end-if
           if reject-reason = spaces
              if asset-table-count > 499
                 display "FIXASSET: FIXED-ASSET TABLE FULL"
                 stop run
              end-if
              add 1 to asset-table-count
              move asset-table-count to asset-found-idx
              move spaces to asset-entry(asset-found-idx)
              move ft-asset-id to ast-asset-id(asset-found-idx)
              move ft-fleet to ast-fleet(asset-found-idx)
              move ft-description to ast-description(asset-found-idx)
              move ft-in-service-date
                to ast-in-service(asset-found-idx)
              move ft-cost to ast-cost(asset-found-idx)
              move ft-salvage to ast-salvage(asset-found-idx)
              move ft-life-months to ast-life(asset-found-idx)
              move ft-method to ast-method(asset-found-idx)
              move 0 to ast-accum-depr(asset-found-idx)
              move 0 to ast-last-period(asset-found-idx)
              move 'A' to ast-status(asset-found-idx)
              move 0 to ast-disposal-date(asset-found-idx)
              move 0 to ast-proceeds(asset-found-idx)
              move 0 to ast-gain-loss(asset-found-idx)
              add 1 to trans-applied
              move spaces to before-image-work
              move "ADD    " to journal-action
              perform 650-write-asset-journal
              move "ADDED" to trans-result-out
              perform 280-print-trans-line
           end-if.
       220-change-asset.
           evaluate true
              when asset-found-idx = 0
                 move "ASSET NOT ON THE REGISTER" to reject-reason
              when ast-status(asset-found-idx) not = 'A'
                 move "ASSET ALREADY DISPOSED" to reject-reason
              when ast-accum-depr(asset-found-idx) > 0
                 and (ft-cost not = ast-cost(asset-found-idx)
                   or ft-in-service-date
                        not = ast-in-service(asset-found-idx))
                 move "COST AND IN-SERVICE DATE FIXED ONCE DEPRECIATED"
                   to reject-reason
              when other
                 perform 250-validate-terms
           end-evaluate
           if reject-reason = spaces
              move asset-entry(asset-found-idx) to before-image-work
              move ft-description to ast-description(asset-found-idx)
              move ft-in-service-date
                to ast-in-service(asset-found-idx)
              move ft-cost to ast-cost(asset-found-idx)
              move ft-salvage to ast-salvage(asset-found-idx)
              move ft-life-months to ast-life(asset-found-idx)
              move ft-method to ast-method(asset-found-idx)
              add 1 to trans-applied
              move "CHANGE " to journal-action
              perform 650-write-asset-journal
              move "CHANGED" to trans-result-out
              perform 280-print-trans-line
           end-if.
       230-dispose-asset.
           evaluate true
              when asset-found-idx = 0
                 move "ASSET NOT ON THE REGISTER" to reject-reason
              when ast-status(asset-found-idx) not = 'A'
                 move "ASSET ALREADY DISPOSED" to reject-reason
              when ft-proceeds is not numeric
                 move "PROCEEDS NOT NUMERIC" to reject-reason
              when ft-disposal-date is not numeric
                 move "DISPOSAL DATE NOT NUMERIC" to reject-reason
              when other
                 continue
           end-evaluate
           if reject-reason = spaces
              move ast-fleet(asset-found-idx) to ft-fleet
              perform 270-find-vehicle
              if vehicle-found
                 and ft-fleet = 'R'
                 and frw-status = 'O'
                 move "UNIT IS OUT ON RENT -- CHECK IT IN FIRST"
                   to reject-reason
              end-if
           end-if
           if reject-reason = spaces
              move asset-entry(asset-found-idx) to before-image-work
              if ft-disposal-date = 0
                 move business-date-work
                   to ast-disposal-date(asset-found-idx)
              else
                 move ft-disposal-date
                   to ast-disposal-date(asset-found-idx)
              end-if
              move ft-proceeds to ast-proceeds(asset-found-idx)
              compute book-value-work =
                 ast-cost(asset-found-idx)
                 - ast-accum-depr(asset-found-idx)
              compute ast-gain-loss(asset-found-idx) =
                 ft-proceeds - book-value-work
              move 'X' to ast-status(asset-found-idx)
              add 1 to trans-applied
              add 1 to assets-disposed
              perform 240-post-disposal
              perform 245-retire-vehicle
              move "DISPOSE" to journal-action
              perform 650-write-asset-journal
              move "DISPOSED" to trans-result-out
              perform 280-print-trans-line
              move ast-cost(asset-found-idx) to disp-cost-out
              move ast-accum-depr(asset-found-idx) to disp-depr-out
              move book-value-work to disp-book-out
              move ast-proceeds(asset-found-idx) to disp-proceeds-out
              move ast-gain-loss(asset-found-idx) to disp-gain-out
              move retire-note to disp-retire-out
              write print-rec from disposal-line
           end-if.
       240-post-disposal.
      *>   proceeds to cash, the depreciation taken off the
      *>   accumulated account, the cost off the fleet asset account,
      *>   and the difference to gain or loss on sale
           if ast-proceeds(asset-found-idx) > 0
              move cash-account to posting-account-work
              move ast-proceeds(asset-found-idx) to posting-debit-work
              move 0 to posting-credit-work
              perform 600-write-posting
           end-if
           if ast-accum-depr(asset-found-idx) > 0
              move accum-depr-account to posting-account-work
              move ast-accum-depr(asset-found-idx)
                to posting-debit-work
              move 0 to posting-credit-work
              perform 600-write-posting
           end-if
           if ast-cost(asset-found-idx) > 0
              move fleet-asset-account to posting-account-work
              move 0 to posting-debit-work
              move ast-cost(asset-found-idx) to posting-credit-work
              perform 600-write-posting
           end-if
           move gain-loss-account to posting-account-work
           evaluate true
              when ast-gain-loss(asset-found-idx) > 0
                 move 0 to posting-debit-work
                 move ast-gain-loss(asset-found-idx)
                   to posting-credit-work
                 perform 600-write-posting
              when ast-gain-loss(asset-found-idx) < 0
                 compute posting-debit-work =
                    0 - ast-gain-loss(asset-found-idx)
                 move 0 to posting-credit-work
                 perform 600-write-posting
              when other
                 continue
           end-evaluate.
       245-retire-vehicle.
      *>   the taxi comes off VEH-MASTER and the rental unit off
      *>   rental-fleet, each with its before image on upd-journal
           move spaces to retire-note
           evaluate true
              when not vehicle-found
                 move "ALREADY OFF THE FLEET FILE" to retire-note
              when ast-fleet(asset-found-idx) = 'T'
                 move vehicle-master-rec to before-image-work
                 delete vehicle-master-file
                       invalid key
                          move "VEH-MASTER DELETE FAILED"
                            to retire-note
                       not invalid key
                          move "RETIRED FROM VEH-MASTER"
                            to retire-note
                          move "VEH-MASTER  " to journal-file-name
                          move "DELETE " to journal-action
                          perform 660-write-fleet-journal
                 end-delete
              when other
                 move 'Y' to flet-dropped-sw(fleet-found-idx)
                 move 'Y' to fleet-changed-sw
                 move "RETIRED FROM RENTAL-FLEET" to retire-note
                 move flet-record(fleet-found-idx) to before-image-work
                 move "rental-fleet" to journal-file-name
                 move "DELETE " to journal-action
                 perform 660-write-fleet-journal
                 perform 247-retire-rental-from-vm
           end-evaluate
           if retire-note = "VEH-MASTER DELETE FAILED"
              display "FIXASSET: VEH-MASTER DELETE FAILED FOR "
                 ast-asset-id(asset-found-idx)
           end-if.
      *>   a rental unit registered on VEH-MASTER for maintenance
      *>   comes off there as well
       247-retire-rental-from-vm.
           move ast-asset-id(asset-found-idx) to vm-VIN
           read vehicle-master-file
                invalid key
                   continue
                not invalid key
                   move vehicle-master-rec to before-image-work
                   delete vehicle-master-file
                         invalid key
                            display "FIXASSET: VEH-MASTER DELETE "
                               "FAILED FOR " vm-VIN
                         not invalid key
                            move "VEH-MASTER  " to journal-file-name
                            move "DELETE " to journal-action
                            perform 660-write-fleet-journal
                   end-delete
           end-read.
       250-validate-terms.
           evaluate true
              when ft-cost is not numeric
                 or ft-salvage is not numeric
                 move "COST OR SALVAGE NOT NUMERIC" to reject-reason
              when ft-cost = 0
                 move "COST MISSING" to reject-reason
              when ft-salvage not < ft-cost
                 move "SALVAGE NOT LESS THAN COST" to reject-reason
              when ft-life-months is not numeric
                 or ft-life-months = 0
                 move "LIFE IN MONTHS MISSING" to reject-reason
              when ft-method not = 'S' and not = 'D'
                 move "METHOD NOT S OR D" to reject-reason
              when ft-in-service-date is not numeric
                 or ft-in-service-date = 0
                 move "IN-SERVICE DATE MISSING" to reject-reason
              when other
                 continue
           end-evaluate.
       260-find-asset.
           move 0 to asset-found-idx
           perform varying asset-table-idx from 1 by 1
                   until asset-table-idx > asset-table-count
              if ast-asset-id(asset-table-idx) = ft-asset-id
                 move asset-table-idx to asset-found-idx
              end-if
           end-perform.
       270-find-vehicle.
           move 'N' to vehicle-found-sw
           move 0 to fleet-found-idx
           if ft-fleet = 'T'
              move ft-asset-id to vm-VIN
              read vehicle-master-file
                   invalid key
                      continue
                   not invalid key
                      move 'Y' to vehicle-found-sw
              end-read
           else
              perform varying fleet-table-idx from 1 by 1
                      until fleet-table-idx > fleet-table-count
                 move flet-record(fleet-table-idx)
                   to fleet-record-work
                 if frw-unit-no = ft-asset-id(1:5)
                    and ft-asset-id(6:5) = spaces
                    and flet-dropped-sw(fleet-table-idx) not = 'Y'
                    move fleet-table-idx to fleet-found-idx
                 end-if
              end-perform
              if fleet-found-idx > 0
                 move 'Y' to vehicle-found-sw
                 move flet-record(fleet-found-idx)
                   to fleet-record-work
              end-if
           end-if.
       280-print-trans-line.
           evaluate true
              when asset-action-add
                 move "ADD" to trans-action-out
              when asset-action-change
                 move "CHANGE" to trans-action-out
              when asset-action-dispose
                 move "DISPOSE" to trans-action-out
              when other
                 move ft-action to trans-action-out
           end-evaluate
           move ft-asset-id to trans-asset-out
           move ft-fleet to trans-fleet-out
           move ft-description to trans-desc-out
           if asset-found-idx > 0
              move ast-fleet(asset-found-idx) to trans-fleet-out
              move ast-description(asset-found-idx) to trans-desc-out
           end-if
           write print-rec from trans-detail-line.
       300-depreciate-one-asset.
      *>   every month from the one after the last taken (or the
      *>   in-service month) through this period, so a month missed
      *>   is caught up and a rerun takes nothing twice
           move ast-in-service(asset-table-idx)(1:6) to period-work
           compute in-service-month-no =
              (period-year * 12) + period-month
           move business-period to period-work
           compute last-month-no = (period-year * 12) + period-month
           if ast-last-period(asset-table-idx) = 0
              move in-service-month-no to depr-month-no
           else
              move ast-last-period(asset-table-idx) to period-work
              compute depr-month-no =
                 (period-year * 12) + period-month + 1
           end-if
           perform until depr-month-no > last-month-no
              perform 310-depreciate-one-month
              add 1 to depr-month-no
           end-perform
           if last-month-no not < in-service-month-no
              move business-period to ast-last-period(asset-table-idx)
           end-if
           add asset-depr-tonight to total-depr-tonight.
       310-depreciate-one-month.
      *>   straight line spreads what is left above salvage over the
      *>   months of life left, so a change of life or salvage runs
      *>   on from here; declining balance takes twice the straight
      *>   rate on the book value until straight line gives more
           compute months-elapsed = depr-month-no - in-service-month-no
           compute remaining-life =
              ast-life(asset-table-idx) - months-elapsed
           compute depreciable-left =
              ast-cost(asset-table-idx)
              - ast-salvage(asset-table-idx)
              - ast-accum-depr(asset-table-idx)
           if depreciable-left > 0
              if remaining-life > 1
                 compute straight-line-amount ROUNDED =
                    depreciable-left / remaining-life
              else
                 move depreciable-left to straight-line-amount
              end-if
              move straight-line-amount to month-depr-amount
              if ast-method(asset-table-idx) = 'D'
                 compute declining-amount ROUNDED =
                    (ast-cost(asset-table-idx)
                     - ast-accum-depr(asset-table-idx)) * 2
                    / ast-life(asset-table-idx)
                 if declining-amount > straight-line-amount
                    move declining-amount to month-depr-amount
                 end-if
              end-if
              if month-depr-amount > depreciable-left
                 move depreciable-left to month-depr-amount
              end-if
              add month-depr-amount to ast-accum-depr(asset-table-idx)
              add month-depr-amount to asset-depr-tonight
           end-if.
       400-print-register-line.
           move spaces to register-detail-line
           move ast-asset-id(asset-table-idx) to reg-asset-out
           move ast-fleet(asset-table-idx) to reg-fleet-out
           move ast-description(asset-table-idx) to reg-desc-out
           move ast-in-service(asset-table-idx) to reg-in-service-out
           move ast-method(asset-table-idx) to reg-method-out
           move ast-life(asset-table-idx) to reg-life-out
           move ast-cost(asset-table-idx) to reg-cost-out
           move ast-salvage(asset-table-idx) to reg-salvage-out
           move ast-accum-depr(asset-table-idx) to reg-accum-out
           compute book-value-work =
              ast-cost(asset-table-idx)
              - ast-accum-depr(asset-table-idx)
           move book-value-work to reg-book-out
           move asset-depr-tonight to reg-tonight-out
           move ast-last-period(asset-table-idx) to reg-through-out
           add ast-cost(asset-table-idx) to total-cost
           add ast-accum-depr(asset-table-idx) to total-accum-depr
           add book-value-work to total-book-value
           write print-rec from register-detail-line.
       600-write-posting.
           move business-date-work to GLP-POST-DATE
           move "FIXASSET" to GLP-SOURCE-PROGRAM
           move posting-account-work to GLP-ACCOUNT
           move posting-debit-work to GLP-DEBIT-AMOUNT
           move posting-credit-work to GLP-CREDIT-AMOUNT
           write GL-POSTING-REC
           add 1 to postings-written.
       650-write-asset-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "FIXASSET" to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move journal-operator to UJ-OPERATOR
           move "fa-mast     " to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           move ast-asset-id(asset-found-idx) to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move asset-entry(asset-found-idx) to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
       660-write-fleet-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "FIXASSET" to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move journal-operator to UJ-OPERATOR
           move journal-file-name to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           move ast-asset-id(asset-found-idx) to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move spaces to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
       700-reject-trans.
           add 1 to trans-rejected
           move spaces to SUSPENSE-REC
           move "FIXASSET" to SUSP-SOURCE-PROGRAM
           move ft-action to SUSP-KEY-FIELD(1:1)
           move ft-asset-id to SUSP-KEY-FIELD(3:10)
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC
           move reject-reason to trans-result-out
           perform 280-print-trans-line.
       800-save-asset-master.
           open output asset-master-file
           perform varying asset-table-idx from 1 by 1
                   until asset-table-idx > asset-table-count
              move asset-entry(asset-table-idx) to asset-master-rec
              write asset-master-rec
           end-perform
           close asset-master-file.
       810-save-rental-fleet.
           open output rental-fleet-file
           perform varying fleet-table-idx from 1 by 1
                   until fleet-table-idx > fleet-table-count
              if flet-dropped-sw(fleet-table-idx) not = 'Y'
                 move flet-record(fleet-table-idx) to rental-fleet-rec
                 write rental-fleet-rec
              end-if
           end-perform
           close rental-fleet-file.
       820-clear-trans-feed.
           open output asset-trans-file
           close asset-trans-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "FIXASSET" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move trans-read to RL-RECORDS-IN
           move postings-written to RL-RECORDS-OUT
           move trans-rejected to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       950-get-business-date.
           move 0 to business-date-work
           open input business-date-file
           read business-date-file
                at end
                   continue
                not at end
                   if BUS-DATE is numeric
                      move BUS-DATE to business-date-work
                   end-if
           end-read
           close business-date-file
           if business-date-work = 0
              ACCEPT business-date-work FROM DATE YYYYMMDD
           end-if.
       955-get-operator-card.
           open input operator-card-file
           read operator-card-file
                at end
                   continue
                not at end
                   move oc-operator-id to journal-operator
           end-read
           close operator-card-file.
