       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN.
      *> Nightly store replenishment.  Every inv-loc balance with a
      *> minimum set is checked: when the store's on-hand plus its
      *> in-transit (plus anything already proposed to it and not yet
      *> shipped) has fallen below the minimum, a transfer is proposed
      *> to bring it back up to the maximum.  The stock comes from the
      *> branch holding the most over its own maximum; when no branch
      *> has any over, from the main store down to the main store's
      *> own minimum.  A branch with no levels set is not a source.
      *> Stock held on layaway never ships.  The proposals go onto the
      *> pending-approval queue as one STKXFER batch of ship
      *> transactions, so a supervisor releases them through APPROVE
      *> and the next STKXFER run ships them; a pick list prints for
      *> each shipping store.  Whatever no store can cover is written
      *> to replen-short for POSUGG to buy.
      *> loc-minmax card: part, store, minimum, maximum -- applied to
      *> inv-loc before the check.  Zero minimum takes a store off
      *> replenishment; a maximum below the minimum is rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL level-change-file
           ASSIGN TO "loc-minmax"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL location-balance-file
           ASSIGN TO "inv-loc"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT inventory-master ASSIGN TO "inv-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS inv-part-no.
                     SELECT OPTIONAL pending-approval-file
           ASSIGN TO "pend-approve"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL approval-control-file
           ASSIGN TO "appr-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT store-short-file ASSIGN TO "replen-short"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT pick-list ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-inv-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  level-change-file.
       01  level-change-rec.
           05  lm-part-no          pic x(5).
           05  lm-store-id         pic x(5).
           05  lm-min-qty          pic 9(5).
           05  lm-max-qty          pic 9(5).
       fd  location-balance-file.
           COPY INVLOC.
       fd  inventory-master.
           COPY INVMAST.
       fd  pending-approval-file.
           COPY PENDAPPR.
       fd  approval-control-file.
       01  approval-control-rec.
           05  ctl-next-batch-id    pic 9(6).
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  store-short-file.
       01  store-short-rec.
           05  rs-part-no          pic x(5).
           05  rs-store-id         pic x(5).
           05  rs-short-qty        pic 9(5).
       fd  pick-list.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-level-records       picture xxx value 'yes'.
       01  more-location-records    picture xxx value 'yes'.
       01  more-pending-records     picture xxx value 'yes'.
       01  journal-operator         pic x(3) value spaces.
       01  main-store-id            pic x(5) value '00001'.
       01  location-table-idx       pic 9(4) comp.
       01  location-table-count     pic 9(4) value 0.
       01  location-found-idx       pic 9(4) comp value 0.
       01  lookup-part-no           pic x(5).
       01  lookup-store-id          pic x(5).
       01  dest-entry-idx           pic 9(4) comp.
       01  source-entry-idx         pic 9(4) comp.
       01  location-table.
           05  location-entry OCCURS 800 TIMES.
               10  lct-part-no      pic x(5).
               10  lct-store-id     pic x(5).
               10  lct-qty-on-hand  pic 9(5).
               10  lct-in-transit   pic 9(5).
               10  lct-on-layaway   pic 9(5).
               10  lct-min-qty      pic 9(5).
               10  lct-max-qty      pic 9(5).
      *>           transfers proposed and not yet shipped
               10  lct-pending-in   pic 9(6).
               10  lct-pending-out  pic 9(6).
       01  pending-table-idx        pic 9(4) comp.
       01  pending-table-count      pic 9(4) value 0.
       01  pending-table.
           05  pending-entry OCCURS 800 TIMES.
               10  pnt-batch-id     pic 9(6).
               10  pnt-source       pic x(8).
               10  pnt-keyed-by     pic x(3).
               10  pnt-keyed-date   pic 9(8).
               10  pnt-status       pic x(1).
               10  pnt-approver     pic x(3).
               10  pnt-appr-date    pic 9(8).
               10  pnt-change-key   pic x(20).
               10  pnt-detail       pic x(40).
      *> detail layout of a STKXFER pending record: the transfer
      *> action and quantity; the key carries part, from and to store
       01  transfer-detail-work.
           05  xdw-action           pic x(1).
           05  xdw-quantity         pic 9(5).
       01  proposal-table-idx       pic 9(4) comp.
       01  proposal-table-count     pic 9(4) value 0.
       01  proposal-table.
           05  proposal-entry OCCURS 800 TIMES.
               10  ppt-part-no      pic x(5).
               10  ppt-from-store   pic x(5).
               10  ppt-to-store     pic x(5).
               10  ppt-quantity     pic 9(5).
       01  short-table-idx          pic 9(4) comp.
       01  short-table-count        pic 9(4) value 0.
       01  short-table.
           05  short-entry OCCURS 800 TIMES.
               10  sht-part-no      pic x(5).
               10  sht-store-id     pic x(5).
               10  sht-quantity     pic 9(5).
       01  ship-store-idx           pic 9(3) comp.
       01  ship-store-count         pic 9(3) value 0.
       01  ship-store-found-sw      pic x value 'N'.
           88  ship-store-found         value 'Y'.
       01  ship-store-table.
           05  ship-store-entry OCCURS 100 TIMES.
               10  sst-store-id     pic x(5).
       01  proposal-batch-id        pic 9(6) value 1.
       01  no-source-sw             pic x value 'N'.
           88  no-source-left           value 'Y'.
       01  position-work            pic s9(7).
       01  target-work              pic 9(5).
       01  need-work                pic s9(7).
       01  excess-work              pic s9(7).
       01  best-excess              pic s9(7).
       01  ship-qty-work            pic 9(5).
       01  store-pick-units         pic 9(7).
       01  cards-read               pic 9(5) value 0.
       01  cards-applied            pic 9(5) value 0.
       01  cards-rejected           pic 9(5) value 0.
       01  locations-checked        pic 9(5) value 0.
       01  locations-below-min      pic 9(5) value 0.
       01  transfers-proposed       pic 9(5) value 0.
       01  locations-uncovered      pic 9(5) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(36) value "STORE REPLENISHMENT TRANSFERS       ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  level-header-line.
           05 pic x(40) value
              "REPLENISHMENT LEVEL CHANGES (LOC-MINMAX)".
       01  level-detail-line.
           05 pic x(2) value spaces.
           05  level-part-out          pic x(5).
           05 pic x(2) value spaces.
           05 pic x(6) value "STORE ".
           05  level-store-out         pic x(5).
           05 pic x(6) value "  MIN ".
           05  level-min-out           pic zz,zz9.
           05 pic x(6) value "  MAX ".
           05  level-max-out           pic zz,zz9.
           05 pic x(2) value spaces.
           05  level-note-out          pic x(24).
       01  pick-header-line.
           05 pic x(30) value "PICK LIST -- SHIP FROM STORE  ".
           05  pick-store-out          pic x(5).
       01  pick-column-header.
           05 pic x(2) value spaces.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(15) value "DESCRIPTION    ".
           05 pic x(2) value spaces.
           05 pic x(6) value "   QTY".
           05 pic x(2) value spaces.
           05 pic x(8) value "TO STORE".
           05 pic x(2) value spaces.
           05 pic x(8) value "PICKED  ".
       01  pick-detail-line.
           05 pic x(2) value spaces.
           05  pick-part-out           pic x(5).
           05 pic x(2) value spaces.
           05  pick-desc-out           pic x(15).
           05 pic x(2) value spaces.
           05  pick-qty-out            pic zz,zz9.
           05 pic x(2) value spaces.
           05  pick-to-out             pic x(5).
           05 pic x(5) value spaces.
           05 pic x(8) value "________".
       01  pick-total-line.
           05 pic x(26) value "  UNITS TO PICK           ".
           05  pick-total-out          pic z,zzz,zz9.
       01  short-header-line.
           05 pic x(40) value
              "NOT COVERED BY ANY STORE - TO PURCHASING".
       01  short-detail-line.
           05 pic x(2) value spaces.
           05  short-part-out          pic x(5).
           05 pic x(2) value spaces.
           05  short-desc-out          pic x(15).
           05 pic x(2) value spaces.
           05 pic x(6) value "STORE ".
           05  short-store-out         pic x(5).
           05 pic x(8) value "  SHORT ".
           05  short-qty-out           pic zz,zz9.
       01  trailer-line.
           05 pic x(8) value "CHECKED ".
           05  checked-out             pic zz,zz9.
           05 pic x(12) value "  BELOW MIN ".
           05  below-min-out           pic zz,zz9.
           05 pic x(12) value "  TRANSFERS ".
           05  transfers-out           pic zz,zz9.
           05 pic x(12) value "  UNCOVERED ".
           05  uncovered-out           pic zz,zz9.
       01  level-trailer-line.
           05 pic x(14) value "LEVEL CARDS   ".
           05  cards-read-out          pic zz,zz9.
           05 pic x(11) value "  APPLIED  ".
           05  cards-applied-out       pic zz,zz9.
           05 pic x(12) value "  REJECTED  ".
           05  cards-rejected-out      pic zz,zz9.
       01  batch-note-line.
           05 pic x(16) value "PROPOSED BATCH  ".
           05  note-batch-out          pic 9(6).
           05 pic x(31) value
              "  AWAITS SUPERVISOR RELEASE -- ".
           05 pic x(17) value "NOTHING SHIPPED  ".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 910-take-master-lock
           perform 110-load-location-balances
           perform 115-load-pending-approvals
           perform 120-load-approval-control
           open input inventory-master
                output pick-list
                output store-short-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           perform 130-apply-level-changes
           perform varying dest-entry-idx from 1 by 1
                   until dest-entry-idx > location-table-count
              if lct-min-qty(dest-entry-idx) > 0
                 add 1 to locations-checked
                 perform 200-check-one-location
              end-if
           end-perform
           perform 500-print-pick-lists
           perform 600-print-shortfalls
           perform 700-print-totals
           perform 900-write-run-log
           close inventory-master
                 pick-list
                 store-short-file
                 run-log-file
           perform 800-save-pending-approvals
           perform 810-save-approval-control
           perform 820-save-location-balances
           perform 920-release-master-lock
           stop run.
       910-take-master-lock.
      *>   the pending-approval queue is rewritten by PRCCHG under
      *>   the inv-mast lock, so the proposals are added under it too
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "REPLEN: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "REPLEN  " to lk-holder
           move business-date-work to lk-lock-date
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       920-release-master-lock.
           open output master-lock-file
           move spaces to lk-holder
           move 0 to lk-lock-date
           move 0 to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       110-load-location-balances.
           open input location-balance-file
           perform until more-location-records = 'no '
              read location-balance-file
                    at end
                       move 'no ' to more-location-records
                    not at end
                       add 1 to location-table-count
                       if location-table-count > 800
                          display "REPLEN: MORE THAN 800 LOCATION "
                             "BALANCES -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move loc-part-no
                         to lct-part-no(location-table-count)
                       move loc-store-id
                         to lct-store-id(location-table-count)
                       move loc-qty-on-hand
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
                       move 0 to lct-pending-in(location-table-count)
                       move 0
                         to lct-pending-out(location-table-count)
              end-read
           end-perform
           close location-balance-file.
       115-load-pending-approvals.
           open input pending-approval-file
           perform until more-pending-records = 'no '
              read pending-approval-file
                    at end
                       move 'no ' to more-pending-records
                    not at end
                       add 1 to pending-table-count
                       if pending-table-count > 800
                          display "REPLEN: MORE THAN 800 PENDING "
                             "APPROVALS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move PA-BATCH-ID
                         to pnt-batch-id(pending-table-count)
                       move PA-SOURCE-PROGRAM
                         to pnt-source(pending-table-count)
                       move PA-KEYED-BY
                         to pnt-keyed-by(pending-table-count)
                       move PA-KEYED-DATE
                         to pnt-keyed-date(pending-table-count)
                       move PA-STATUS
                         to pnt-status(pending-table-count)
                       move PA-APPROVER
                         to pnt-approver(pending-table-count)
                       move PA-APPROVE-DATE
                         to pnt-appr-date(pending-table-count)
                       move PA-CHANGE-KEY
                         to pnt-change-key(pending-table-count)
                       move PA-CHANGE-DETAIL
                         to pnt-detail(pending-table-count)
                       if PA-SOURCE-PROGRAM = "STKXFER "
                          and (PA-STATUS = 'P' or PA-STATUS = 'R')
                          perform 117-hold-pending-transfer
                       end-if
              end-read
           end-perform
           close pending-approval-file.
       117-hold-pending-transfer.
      *>   a transfer proposed on an earlier night and not yet
      *>   shipped already covers its store and ties up its source
           move PA-CHANGE-DETAIL to transfer-detail-work
           if xdw-action = 'S' and xdw-quantity is numeric
              move PA-CHANGE-KEY(1:5) to lookup-part-no
              move PA-CHANGE-KEY(7:5) to lookup-store-id
              perform 150-find-entry
              if location-found-idx > 0
                 add xdw-quantity
                   to lct-pending-out(location-found-idx)
              end-if
              move PA-CHANGE-KEY(13:5) to lookup-store-id
              perform 150-find-entry
              if location-found-idx > 0
                 add xdw-quantity
                   to lct-pending-in(location-found-idx)
              end-if
           end-if.
       120-load-approval-control.
           open input approval-control-file
           read approval-control-file
                at end
                   continue
                not at end
                   if ctl-next-batch-id is numeric
                      and ctl-next-batch-id > 0
                      move ctl-next-batch-id to proposal-batch-id
                   end-if
           end-read
           close approval-control-file.
       130-apply-level-changes.
           open input level-change-file
           perform until more-level-records = 'no '
              read level-change-file
                    at end
                       move 'no ' to more-level-records
                    not at end
                       add 1 to cards-read
                       if cards-read = 1
                          write print-rec from level-header-line
                       end-if
                       perform 140-apply-one-level-change
              end-read
           end-perform
           close level-change-file
           if cards-read > 0
              write print-rec from blank-line
           end-if.
       140-apply-one-level-change.
           move spaces to level-detail-line
           move lm-part-no to level-part-out
           move lm-store-id to level-store-out
           evaluate true
              when lm-min-qty not numeric
                 or lm-max-qty not numeric
                 add 1 to cards-rejected
                 move "REJECTED - NOT NUMERIC" to level-note-out
              when lm-max-qty < lm-min-qty
                 add 1 to cards-rejected
                 move lm-min-qty to level-min-out
                 move lm-max-qty to level-max-out
                 move "REJECTED - MAX BELOW MIN" to level-note-out
              when other
                 move lm-part-no to lookup-part-no
                 move lm-store-id to lookup-store-id
                 perform 155-find-or-add-entry
                 move lm-min-qty to lct-min-qty(location-found-idx)
                 move lm-max-qty to lct-max-qty(location-found-idx)
                 add 1 to cards-applied
                 move lm-min-qty to level-min-out
                 move lm-max-qty to level-max-out
                 move "APPLIED" to level-note-out
           end-evaluate
           write print-rec from level-detail-line.
       150-find-entry.
           move 0 to location-found-idx
           perform varying location-table-idx from 1 by 1
                   until location-table-idx > location-table-count
              if lookup-part-no = lct-part-no(location-table-idx)
                 and lookup-store-id
                    = lct-store-id(location-table-idx)
                 move location-table-idx to location-found-idx
              end-if
           end-perform.
       155-find-or-add-entry.
           perform 150-find-entry
           if location-found-idx = 0
              if location-table-count > 799
                 display "REPLEN: LOCATION TABLE FULL"
                 perform 920-release-master-lock
                 stop run
              end-if
              add 1 to location-table-count
              move location-table-count to location-found-idx
              move lookup-part-no
                to lct-part-no(location-found-idx)
              move lookup-store-id
                to lct-store-id(location-found-idx)
              move 0 to lct-qty-on-hand(location-found-idx)
              move 0 to lct-in-transit(location-found-idx)
              move 0 to lct-on-layaway(location-found-idx)
              move 0 to lct-min-qty(location-found-idx)
              move 0 to lct-max-qty(location-found-idx)
              move 0 to lct-pending-in(location-found-idx)
              move 0 to lct-pending-out(location-found-idx)
           end-if.
       200-check-one-location.
           compute position-work = lct-qty-on-hand(dest-entry-idx)
              + lct-in-transit(dest-entry-idx)
              + lct-pending-in(dest-entry-idx)
              - lct-pending-out(dest-entry-idx)
           if position-work < lct-min-qty(dest-entry-idx)
              add 1 to locations-below-min
              move lct-max-qty(dest-entry-idx) to target-work
              if target-work < lct-min-qty(dest-entry-idx)
                 move lct-min-qty(dest-entry-idx) to target-work
              end-if
              compute need-work = target-work - position-work
              move 'N' to no-source-sw
              perform 220-take-from-best-source
                 until need-work = 0 or no-source-left
              if need-work > 0
                 perform 260-record-shortfall
              end-if
           end-if.
       220-take-from-best-source.
      *>   the branch most over its maximum ships first; the main
      *>   store only when no branch has anything over
           move 0 to source-entry-idx
           move 0 to best-excess
           perform varying location-table-idx from 1 by 1
                   until location-table-idx > location-table-count
              if lct-part-no(location-table-idx)
                    = lct-part-no(dest-entry-idx)
                 and location-table-idx not = dest-entry-idx
                 and lct-store-id(location-table-idx)
                    not = main-store-id
                 and lct-max-qty(location-table-idx) > 0
                 perform 230-compute-excess
                 if excess-work > best-excess
                    move excess-work to best-excess
                    move location-table-idx to source-entry-idx
                 end-if
              end-if
           end-perform
           if source-entry-idx = 0
              perform varying location-table-idx from 1 by 1
                      until location-table-idx > location-table-count
                 if lct-part-no(location-table-idx)
                       = lct-part-no(dest-entry-idx)
                    and location-table-idx not = dest-entry-idx
                    and lct-store-id(location-table-idx)
                       = main-store-id
                    perform 230-compute-excess
                    if excess-work > best-excess
                       move excess-work to best-excess
                       move location-table-idx to source-entry-idx
                    end-if
                 end-if
              end-perform
           end-if
           if source-entry-idx = 0
              move 'Y' to no-source-sw
           else
              if best-excess > need-work
                 move need-work to ship-qty-work
              else
                 move best-excess to ship-qty-work
              end-if
              perform 250-propose-transfer
              subtract ship-qty-work from need-work
           end-if.
       230-compute-excess.
      *>   what the store can spare: its shelf less layaway holds and
      *>   transfers already proposed out, above its maximum (a
      *>   branch) or above its minimum (the main store)
           compute excess-work = lct-qty-on-hand(location-table-idx)
              - lct-on-layaway(location-table-idx)
              - lct-pending-out(location-table-idx)
           if lct-store-id(location-table-idx) = main-store-id
              subtract lct-min-qty(location-table-idx)
                from excess-work
           else
              subtract lct-max-qty(location-table-idx)
                from excess-work
           end-if.
       250-propose-transfer.
           add ship-qty-work to lct-pending-out(source-entry-idx)
           add ship-qty-work to lct-pending-in(dest-entry-idx)
           if proposal-table-count > 799
              or pending-table-count > 799
              display "REPLEN: TRANSFER PROPOSAL TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           add 1 to proposal-table-count
           move lct-part-no(dest-entry-idx)
             to ppt-part-no(proposal-table-count)
           move lct-store-id(source-entry-idx)
             to ppt-from-store(proposal-table-count)
           move lct-store-id(dest-entry-idx)
             to ppt-to-store(proposal-table-count)
           move ship-qty-work to ppt-quantity(proposal-table-count)
           add 1 to pending-table-count
           move proposal-batch-id
             to pnt-batch-id(pending-table-count)
           move "STKXFER " to pnt-source(pending-table-count)
           move journal-operator
             to pnt-keyed-by(pending-table-count)
           move business-date-work
             to pnt-keyed-date(pending-table-count)
           move 'P' to pnt-status(pending-table-count)
           move spaces to pnt-approver(pending-table-count)
           move 0 to pnt-appr-date(pending-table-count)
           move spaces to pnt-change-key(pending-table-count)
           move lct-part-no(dest-entry-idx)
             to pnt-change-key(pending-table-count)(1:5)
           move lct-store-id(source-entry-idx)
             to pnt-change-key(pending-table-count)(7:5)
           move lct-store-id(dest-entry-idx)
             to pnt-change-key(pending-table-count)(13:5)
           move spaces to pnt-detail(pending-table-count)
           move 'S' to xdw-action
           move ship-qty-work to xdw-quantity
           move transfer-detail-work
             to pnt-detail(pending-table-count)(1:6)
           add 1 to transfers-proposed.
       260-record-shortfall.
           add 1 to locations-uncovered
           if short-table-count > 799
              display "REPLEN: SHORTFALL TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           add 1 to short-table-count
           move lct-part-no(dest-entry-idx)
             to sht-part-no(short-table-count)
           move lct-store-id(dest-entry-idx)
             to sht-store-id(short-table-count)
           move need-work to sht-quantity(short-table-count)
           move lct-part-no(dest-entry-idx) to rs-part-no
           move lct-store-id(dest-entry-idx) to rs-store-id
           move need-work to rs-short-qty
           write store-short-rec.
       500-print-pick-lists.
      *>   one pick list per shipping store, in the order the stores
      *>   first came up as a source
           perform varying proposal-table-idx from 1 by 1
                   until proposal-table-idx > proposal-table-count
              move 'N' to ship-store-found-sw
              perform varying ship-store-idx from 1 by 1
                      until ship-store-idx > ship-store-count
                 if sst-store-id(ship-store-idx)
                       = ppt-from-store(proposal-table-idx)
                    move 'Y' to ship-store-found-sw
                 end-if
              end-perform
              if not ship-store-found
                 if ship-store-count > 99
                    display "REPLEN: MORE THAN 100 SHIPPING "
                       "STORES -- TABLE FULL"
                    perform 920-release-master-lock
                    stop run
                 end-if
                 add 1 to ship-store-count
                 move ppt-from-store(proposal-table-idx)
                   to sst-store-id(ship-store-count)
              end-if
           end-perform
           perform varying ship-store-idx from 1 by 1
                   until ship-store-idx > ship-store-count
              perform 510-print-one-pick-list
           end-perform.
       510-print-one-pick-list.
           move sst-store-id(ship-store-idx) to pick-store-out
           move 0 to store-pick-units
           write print-rec from pick-header-line
           write print-rec from pick-column-header
           perform varying proposal-table-idx from 1 by 1
                   until proposal-table-idx > proposal-table-count
              if ppt-from-store(proposal-table-idx)
                    = sst-store-id(ship-store-idx)
                 move ppt-part-no(proposal-table-idx)
                   to pick-part-out
                 move ppt-part-no(proposal-table-idx) to inv-part-no
                 perform 550-get-part-description
                 move inv-part-desc to pick-desc-out
                 move ppt-quantity(proposal-table-idx)
                   to pick-qty-out
                 move ppt-to-store(proposal-table-idx)
                   to pick-to-out
                 add ppt-quantity(proposal-table-idx)
                   to store-pick-units
                 write print-rec from pick-detail-line
              end-if
           end-perform
           move store-pick-units to pick-total-out
           write print-rec from pick-total-line
           write print-rec from blank-line.
       550-get-part-description.
           read inventory-master
                invalid key
                   move "NOT ON MASTER" to inv-part-desc
           end-read.
       600-print-shortfalls.
           if short-table-count > 0
              write print-rec from short-header-line
              perform varying short-table-idx from 1 by 1
                      until short-table-idx > short-table-count
                 move sht-part-no(short-table-idx) to short-part-out
                 move sht-part-no(short-table-idx) to inv-part-no
                 perform 550-get-part-description
                 move inv-part-desc to short-desc-out
                 move sht-store-id(short-table-idx)
                   to short-store-out
                 move sht-quantity(short-table-idx) to short-qty-out
                 write print-rec from short-detail-line
              end-perform
              write print-rec from blank-line
           end-if.
       700-print-totals.
           move locations-checked to checked-out
           move locations-below-min to below-min-out
           move transfers-proposed to transfers-out
           move locations-uncovered to uncovered-out
           write print-rec from trailer-line
           move cards-read to cards-read-out
           move cards-applied to cards-applied-out
           move cards-rejected to cards-rejected-out
           write print-rec from level-trailer-line
           if transfers-proposed > 0
              move proposal-batch-id to note-batch-out
              write print-rec from blank-line
              write print-rec from batch-note-line
           end-if.
       800-save-pending-approvals.
           open output pending-approval-file
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              move pnt-batch-id(pending-table-idx) to PA-BATCH-ID
              move pnt-source(pending-table-idx)
                to PA-SOURCE-PROGRAM
              move pnt-keyed-by(pending-table-idx) to PA-KEYED-BY
              move pnt-keyed-date(pending-table-idx)
                to PA-KEYED-DATE
              move pnt-status(pending-table-idx) to PA-STATUS
              move pnt-approver(pending-table-idx) to PA-APPROVER
              move pnt-appr-date(pending-table-idx)
                to PA-APPROVE-DATE
              move pnt-change-key(pending-table-idx)
                to PA-CHANGE-KEY
              move pnt-detail(pending-table-idx)
                to PA-CHANGE-DETAIL
              write PENDING-APPROVAL-REC
           end-perform
           close pending-approval-file.
       810-save-approval-control.
           if transfers-proposed > 0
              add 1 to proposal-batch-id
           end-if
           open output approval-control-file
           move proposal-batch-id to ctl-next-batch-id
           write approval-control-rec
           close approval-control-file.
       820-save-location-balances.
           open output location-balance-file
           perform varying location-table-idx from 1 by 1
                   until location-table-idx > location-table-count
              move lct-part-no(location-table-idx) to loc-part-no
              move lct-store-id(location-table-idx)
                to loc-store-id
              move lct-qty-on-hand(location-table-idx)
                to loc-qty-on-hand
              move lct-in-transit(location-table-idx)
                to loc-in-transit
              move lct-on-layaway(location-table-idx)
                to loc-qty-on-layaway
              move lct-min-qty(location-table-idx) to loc-min-qty
              move lct-max-qty(location-table-idx) to loc-max-qty
              write location-balance-rec
           end-perform
           close location-balance-file.
       955-get-operator-card.
           open input operator-card-file
           read operator-card-file
                at end
                   continue
                not at end
                   move oc-operator-id to journal-operator
           end-read
           close operator-card-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "REPLEN  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move locations-checked to RL-RECORDS-IN
           move transfers-proposed to RL-RECORDS-OUT
           move locations-uncovered to RL-RECORDS-REJECTED
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
