       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKDOWN.
      *> Clearance markdown proposals for the buyers.  Takes every
      *> part DEADSTK ranked dead or slow (dead-rank), works its
      *> months of supply from today's on-hand and its mov-hist
      *> velocity, and prices it from the markdown-rule table: of
      *> the rules whose aging band the part has reached -- months
      *> since it last moved and months of supply both at or past
      *> the rule's minimums -- the deepest markdown applies.  The
      *> clearance price never goes below average cost unless the
      *> rule is flagged to allow it; a part already priced at or
      *> under cost is left alone.  Proposals go onto the
      *> pending-approval queue as one PRCCHG batch effective on the
      *> bus date, so a supervisor releases them through APPROVE and
      *> the next PRCCHG run applies them to inv-mast and the
      *> registers.  A part with a price change already pending is
      *> skipped.  The report shows the markdown dollars on the
      *> stock on hand -- the margin given up if it all clears.
      *> mkdn-rule card: minimum months stale, minimum months of
      *> supply, markdown percent, Y if it may go below cost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL dead-rank-file
           ASSIGN TO "dead-rank"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL markdown-rule-file
           ASSIGN TO "mkdn-rule"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL movement-history-file
           ASSIGN TO "mov-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT inventory-master ASSIGN TO "inv-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS inv-part-no.
                     SELECT OPTIONAL item-master-file
           ASSIGN TO ITEM-MSTR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pending-approval-file
           ASSIGN TO "pend-approve"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL approval-control-file
           ASSIGN TO "appr-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT markdown-report ASSIGN TO printer.
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
       fd  dead-rank-file.
       01  dead-rank-rec.
           05  dr-part-no          pic x(5).
           05  dr-periods-stale    pic 9(4).
           05  dr-months-supply    pic 9(4)v9.
           05  dr-flag             pic x(1).
       fd  markdown-rule-file.
       01  markdown-rule-rec.
           05  mr-min-stale        pic 9(3).
           05                      pic x(1).
           05  mr-min-supply       pic 9(3)v9.
           05                      pic x(1).
           05  mr-markdown-pct     pic 9(2).
           05                      pic x(1).
           05  mr-below-cost-sw    pic x(1).
       fd  movement-history-file.
       01  movement-history-rec.
           05  mh-part-no          pic x(5).
           05  mh-period           pic 9(6).
           05  mh-units-sold       pic 9(7).
       fd  inventory-master.
           COPY INVMAST.
       fd  item-master-file.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-NAME         picture X(20).
           05  IM-AUTH-PRICE        picture 9(3)V99.
           05  IM-TOLERANCE-PCT     picture 9V9(4).
       fd  pending-approval-file.
           COPY PENDAPPR.
       fd  approval-control-file.
       01  approval-control-rec.
           05  ctl-next-batch-id    pic 9(6).
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  markdown-report.
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
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-rule-records        picture xxx value 'yes'.
       01  more-history-records     picture xxx value 'yes'.
       01  more-item-records        picture xxx value 'yes'.
       01  more-pending-records     picture xxx value 'yes'.
       01  journal-operator         pic x(3) value spaces.
       01  rule-table-idx           pic 9(2) comp.
       01  rule-table-count         pic 9(2) value 0.
       01  rule-found-idx           pic 9(2) comp value 0.
       01  rule-table.
           05  rule-entry OCCURS 20 TIMES.
               10  rlt-min-stale    pic 9(3).
               10  rlt-min-supply   pic 9(3)v9.
               10  rlt-pct          pic 9(2).
               10  rlt-below-cost   pic x(1).
       01  movement-table-idx       pic 9(4) comp.
       01  movement-table-count     pic 9(4) value 0.
       01  movement-table.
           05  movement-entry OCCURS 800 TIMES.
               10  mvt-part-no      pic x(5).
               10  mvt-period       pic 9(6).
               10  mvt-units-sold   pic 9(7).
       01  item-table-idx           pic 9(3) comp.
       01  item-table-count         pic 9(3) value 0.
       01  item-table.
           05  item-entry OCCURS 200 TIMES.
               10  imt-item-name    pic x(20).
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
      *> detail layout of a PRCCHG pending record: the register
      *> item name, the new price digits, and the effective date
       01  change-detail-work.
           05  cdw-item-name        pic x(20).
           05  cdw-new-price        pic 9(5)v99.
           05  cdw-effective        pic 9(8).
       01  proposal-batch-id        pic 9(6) value 1.
       01  part-found-sw            pic x value 'N'.
           88  part-found               value 'Y'.
       01  already-pending-sw       pic x value 'N'.
           88  already-pending          value 'Y'.
       01  item-name-work           pic x(20).
       01  register-item-sw         pic x value 'N'.
           88  register-item-found      value 'Y'.
       01  total-units-work         pic 9(9).
       01  period-count-work        pic 9(4).
       01  velocity-work            pic 9(7)v99.
       01  months-supply-work       pic 9(4)v9.
       01  new-price-work           pic 9(5)v99.
       01  markdown-unit-work       pic 9(5)v99.
       01  markdown-ext-work        pic 9(9)v99.
       01  below-cost-sw            pic x value 'N'.
           88  price-below-cost         value 'Y'.
       01  parts-read               pic 9(5) value 0.
       01  parts-proposed           pic 9(5) value 0.
       01  parts-skipped            pic 9(5) value 0.
       01  total-markdown-dollars   pic 9(9)v99 value 0.
       01  total-old-retail         pic 9(9)v99 value 0.
       01  total-new-retail         pic 9(9)v99 value 0.
       01  total-cost-value         pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(36) value "CLEARANCE MARKDOWN PROPOSALS        ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(15) value "DESCRIPTION    ".
           05 pic x(2) value spaces.
           05 pic x(6) value "ONHAND".
           05 pic x(2) value spaces.
           05 pic x(5) value "STALE".
           05 pic x(2) value spaces.
           05 pic x(6) value "SUPPLY".
           05 pic x(2) value spaces.
           05 pic x(8) value "UNITS/MO".
           05 pic x(2) value spaces.
           05 pic x(9) value "     OLD$".
           05 pic x(2) value spaces.
           05 pic x(9) value "     NEW$".
           05 pic x(2) value spaces.
           05 pic x(9) value " AVG COST".
           05 pic x(2) value spaces.
           05 pic x(3) value "PCT".
           05 pic x(2) value spaces.
           05 pic x(12) value "  MARKDOWN $".
       01  blank-line               pic x value space.
       01  markdown-detail-line.
           05  detail-part-out         pic x(5).
           05 pic x(2) value spaces.
           05  detail-desc-out         pic x(15).
           05 pic x(2) value spaces.
           05  detail-on-hand-out      pic zz,zz9.
           05 pic x(3) value spaces.
           05  detail-stale-out        pic zzz9.
           05 pic x(2) value spaces.
           05  detail-supply-out       pic zzz9.9.
           05 pic x(2) value spaces.
           05  detail-velocity-out     pic zzzz9.99.
           05 pic x(2) value spaces.
           05  detail-old-out          pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-new-out          pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-cost-out         pic zz,zz9.99.
           05 pic x(3) value spaces.
           05  detail-pct-out          pic z9.
           05 pic x(4) value spaces.
           05  detail-markdown-out     pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-note-out         pic x(16).
       01  trailer-line.
           05 pic x(11) value "DEAD/SLOW  ".
           05  read-out                pic zz,zz9.
           05 pic x(12) value "  PROPOSED  ".
           05  proposed-out            pic zz,zz9.
           05 pic x(11) value "  SKIPPED  ".
           05  skipped-out             pic zz,zz9.
       01  trailer-amount-line.
           05  trailer-label-out       pic x(30).
           05  trailer-amount-out      pic zzz,zzz,zz9.99.
       01  batch-note-line.
           05 pic x(16) value "PROPOSED BATCH  ".
           05  note-batch-out          pic 9(6).
           05 pic x(31) value
              "  AWAITS SUPERVISOR RELEASE -- ".
           05 pic x(17) value "NO PRICES CHANGED".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 910-take-master-lock
           perform 110-load-markdown-rules
           perform 115-load-pending-approvals
           perform 120-load-approval-control
           perform 125-load-movement-history
           perform 130-load-item-master
           open input dead-rank-file
                input inventory-master
                output markdown-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read dead-rank-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if dr-flag = 'D' or 'S'
                          add 1 to parts-read
                          perform 200-price-one-part
                       end-if
              end-read
           end-perform
           perform 700-print-totals
           perform 900-write-run-log
           close dead-rank-file
                 inventory-master
                 markdown-report
                 run-log-file
           perform 800-save-pending-approvals
           perform 810-save-approval-control
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
                      display "MARKDOWN: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "MARKDOWN" to lk-holder
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
       110-load-markdown-rules.
           open input markdown-rule-file
           perform until more-rule-records = 'no '
              read markdown-rule-file
                    at end
                       move 'no ' to more-rule-records
                    not at end
                       if mr-min-stale is numeric
                          and mr-min-supply is numeric
                          and mr-markdown-pct is numeric
                          and mr-markdown-pct > 0
                          add 1 to rule-table-count
                          if rule-table-count > 20
                             display "MARKDOWN: MORE THAN 20 "
                                "MARKDOWN RULES -- TABLE FULL"
                             perform 920-release-master-lock
                             stop run
                          end-if
                          move mr-min-stale
                            to rlt-min-stale(rule-table-count)
                          move mr-min-supply
                            to rlt-min-supply(rule-table-count)
                          move mr-markdown-pct
                            to rlt-pct(rule-table-count)
                          move mr-below-cost-sw
                            to rlt-below-cost(rule-table-count)
                       end-if
              end-read
           end-perform
           close markdown-rule-file
           if rule-table-count = 0
              display "MARKDOWN: NO MARKDOWN RULES ON MKDN-RULE -- "
                 "NOTHING PROPOSED"
              perform 920-release-master-lock
              move 8 to RETURN-CODE
              stop run
           end-if.
       115-load-pending-approvals.
           open input pending-approval-file
           perform until more-pending-records = 'no '
              read pending-approval-file
                    at end
                       move 'no ' to more-pending-records
                    not at end
                       add 1 to pending-table-count
                       if pending-table-count > 800
                          display "MARKDOWN: MORE THAN 800 PENDING "
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
              end-read
           end-perform
           close pending-approval-file.
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
       125-load-movement-history.
           open input movement-history-file
           perform until more-history-records = 'no '
              read movement-history-file
                    at end
                       move 'no ' to more-history-records
                    not at end
                       add 1 to movement-table-count
                       if movement-table-count > 800
                          display "MARKDOWN: MORE THAN 800 MOVEMENT "
                             "HISTORY RECORDS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move mh-part-no
                         to mvt-part-no(movement-table-count)
                       move mh-period
                         to mvt-period(movement-table-count)
                       move mh-units-sold
                         to mvt-units-sold(movement-table-count)
              end-read
           end-perform
           close movement-history-file.
       130-load-item-master.
           open input item-master-file
           perform until more-item-records = 'no '
              read item-master-file
                    at end
                       move 'no ' to more-item-records
                    not at end
                       add 1 to item-table-count
                       if item-table-count > 200
                          display "MARKDOWN: ITEM-MASTER-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move IM-ITEM-NAME
                         to imt-item-name(item-table-count)
              end-read
           end-perform
           close item-master-file.
       200-price-one-part.
           move spaces to markdown-detail-line
           move dr-part-no to detail-part-out
           move dr-periods-stale to detail-stale-out
           move 'N' to part-found-sw
           move dr-part-no to inv-part-no
           read inventory-master
                invalid key
                   continue
                not invalid key
                   move 'Y' to part-found-sw
           end-read
           if not part-found
              add 1 to parts-skipped
              move "NOT ON MASTER" to detail-note-out
              write print-rec from markdown-detail-line
           else
              move inv-part-desc to detail-desc-out
              move inv-qty-on-hand to detail-on-hand-out
              move inv-unit-price to detail-old-out
              move inv-avg-cost to detail-cost-out
              perform 250-compute-velocity
              move velocity-work to detail-velocity-out
              move months-supply-work to detail-supply-out
              perform 260-check-already-pending
              perform 270-find-markdown-rule
              evaluate true
                 when inv-qty-on-hand = 0
                    add 1 to parts-skipped
                    move "NONE ON HAND" to detail-note-out
                 when already-pending
                    add 1 to parts-skipped
                    move "CHANGE PENDING" to detail-note-out
                 when rule-found-idx = 0
                    add 1 to parts-skipped
                    move "NO RULE REACHED" to detail-note-out
                 when other
                    perform 300-propose-markdown
              end-evaluate
              write print-rec from markdown-detail-line
           end-if.
       250-compute-velocity.
      *>   trailing average units a month over the months it moved,
      *>   the same velocity DEADSTK ranks on
           move 0 to total-units-work
           move 0 to period-count-work
           move 0 to velocity-work
           perform varying movement-table-idx from 1 by 1
                   until movement-table-idx > movement-table-count
              if inv-part-no = mvt-part-no(movement-table-idx)
                 add 1 to period-count-work
                 add mvt-units-sold(movement-table-idx)
                   to total-units-work
              end-if
           end-perform
           if period-count-work > 0 and total-units-work > 0
              compute velocity-work ROUNDED =
                 total-units-work / period-count-work
              compute months-supply-work ROUNDED =
                 inv-qty-on-hand / velocity-work
              if months-supply-work > 999.9
                 move 999.9 to months-supply-work
              end-if
           else
              move 999.9 to months-supply-work
           end-if.
       260-check-already-pending.
           move 'N' to already-pending-sw
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              if pnt-source(pending-table-idx) = "PRCCHG  "
                 and (pnt-status(pending-table-idx) = 'P'
                      or pnt-status(pending-table-idx) = 'R')
                 and pnt-change-key(pending-table-idx)(1:5)
                    = inv-part-no
                 move 'Y' to already-pending-sw
              end-if
           end-perform.
       270-find-markdown-rule.
      *>   deepest markdown among the bands the part has reached
           move 0 to rule-found-idx
           perform varying rule-table-idx from 1 by 1
                   until rule-table-idx > rule-table-count
              if dr-periods-stale >= rlt-min-stale(rule-table-idx)
                 and months-supply-work
                    >= rlt-min-supply(rule-table-idx)
                 if rule-found-idx = 0
                    move rule-table-idx to rule-found-idx
                 else
                    if rlt-pct(rule-table-idx)
                          > rlt-pct(rule-found-idx)
                       move rule-table-idx to rule-found-idx
                    end-if
                 end-if
              end-if
           end-perform.
       300-propose-markdown.
           move 'N' to below-cost-sw
           compute new-price-work ROUNDED =
              inv-unit-price * (100 - rlt-pct(rule-found-idx)) / 100
           if new-price-work < inv-avg-cost
              if rlt-below-cost(rule-found-idx) = 'Y'
                 move 'Y' to below-cost-sw
              else
                 move inv-avg-cost to new-price-work
              end-if
           end-if
           if new-price-work >= inv-unit-price
              add 1 to parts-skipped
              move "AT/UNDER COST" to detail-note-out
           else
              compute markdown-unit-work =
                 inv-unit-price - new-price-work
              compute markdown-ext-work =
                 markdown-unit-work * inv-qty-on-hand
              add markdown-ext-work to total-markdown-dollars
              compute total-old-retail = total-old-retail
                 + (inv-unit-price * inv-qty-on-hand)
              compute total-new-retail = total-new-retail
                 + (new-price-work * inv-qty-on-hand)
              compute total-cost-value = total-cost-value
                 + (inv-avg-cost * inv-qty-on-hand)
              move new-price-work to detail-new-out
              move rlt-pct(rule-found-idx) to detail-pct-out
              move markdown-ext-work to detail-markdown-out
              perform 350-queue-proposal
              add 1 to parts-proposed
              evaluate true
                 when price-below-cost
                    move "BELOW COST" to detail-note-out
                 when not register-item-found
                    move "NO REGISTER ITEM" to detail-note-out
                 when other
                    continue
              end-evaluate
           end-if.
       350-queue-proposal.
      *>   the register item is the one named for the part's
      *>   description; without one only inv-mast is repriced
           move inv-part-desc to item-name-work
           move 'N' to register-item-sw
           perform varying item-table-idx from 1 by 1
                   until item-table-idx > item-table-count
              if imt-item-name(item-table-idx) = item-name-work
                 move 'Y' to register-item-sw
              end-if
           end-perform
           if pending-table-count > 799
              display "MARKDOWN: PENDING-APPROVAL TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           add 1 to pending-table-count
           move proposal-batch-id
             to pnt-batch-id(pending-table-count)
           move "PRCCHG  " to pnt-source(pending-table-count)
           move journal-operator
             to pnt-keyed-by(pending-table-count)
           move business-date-work
             to pnt-keyed-date(pending-table-count)
           move 'P' to pnt-status(pending-table-count)
           move spaces to pnt-approver(pending-table-count)
           move 0 to pnt-appr-date(pending-table-count)
           move spaces to pnt-change-key(pending-table-count)
           move inv-part-no
             to pnt-change-key(pending-table-count)(1:5)
           move "MARKDOWN"
             to pnt-change-key(pending-table-count)(7:8)
           if register-item-found
              move item-name-work to cdw-item-name
           else
              move spaces to cdw-item-name
           end-if
           move new-price-work to cdw-new-price
           move business-date-work to cdw-effective
           move change-detail-work
             to pnt-detail(pending-table-count).
       700-print-totals.
           move parts-read to read-out
           move parts-proposed to proposed-out
           move parts-skipped to skipped-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move "RETAIL ON HAND BEFORE       $" to trailer-label-out
           move total-old-retail to trailer-amount-out
           write print-rec from trailer-amount-line
           move "MARKDOWN DOLLARS            $" to trailer-label-out
           move total-markdown-dollars to trailer-amount-out
           write print-rec from trailer-amount-line
           move "RETAIL ON HAND AFTER        $" to trailer-label-out
           move total-new-retail to trailer-amount-out
           write print-rec from trailer-amount-line
           move "COST ON HAND                $" to trailer-label-out
           move total-cost-value to trailer-amount-out
           write print-rec from trailer-amount-line
           if parts-proposed > 0
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
           if parts-proposed > 0
              add 1 to proposal-batch-id
           end-if
           open output approval-control-file
           move proposal-batch-id to ctl-next-batch-id
           write approval-control-rec
           close approval-control-file.
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
           move "MARKDOWN" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move parts-read to RL-RECORDS-IN
           move parts-proposed to RL-RECORDS-OUT
           move parts-skipped to RL-RECORDS-REJECTED
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
