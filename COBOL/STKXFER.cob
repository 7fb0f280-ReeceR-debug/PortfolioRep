      *> than is in transit, rejects to the suspense file.  The
      *> company-wide total on inv-mast does not change -- the stock
      *> only moves between shelves.
      *> Transfers REPLEN proposes wait on the pending-approval queue;
      *> once a supervisor releases them through APPROVE they are
      *> shipped here after the feed, exactly as a keyed S
      *> transaction, and marked applied (or rejected if the sending
      *> store can no longer cover them).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT transfer-trans-file ASSIGN TO xfer-trans
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL location-balance-file
           ASSIGN TO "inv-loc"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL pending-approval-file
           ASSIGN TO "pend-approve"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-inv-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY REJLIST.
       fd  location-balance-file.
           COPY INVLOC.
       fd  pending-approval-file.
           COPY PENDAPPR.
       fd  master-lock-file.
       01  master-lock-rec.
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
               10  lct-store-id     pic x(5).
               10  lct-qty-on-hand  pic 9(5).
               10  lct-in-transit   pic 9(5).
               10  lct-on-layaway   pic 9(5).
               10  lct-min-qty      pic 9(5).
               10  lct-max-qty      pic 9(5).
       01  more-pending-records     picture xxx value 'yes'.
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
       01  rejected-before          pic 9(7).
       01  reject-reason            pic x(40).
       01  trans-read               pic 9(7) value 0.
       01  trans-applied            pic 9(7) value 0.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 910-take-master-lock
           perform 120-load-location-balances
           perform 130-load-pending-approvals
           open input transfer-trans-file
                output transfer-register
                output reject-listing
                       perform 200-process-one-transfer
              end-read
           END-PERFORM
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              if pnt-source(pending-table-idx) = "STKXFER "
                 and pnt-status(pending-table-idx) = 'R'
                 add 1 to trans-read
                 perform 250-apply-released-transfer
              end-if
           end-perform
           move trans-read to trans-read-out
           move trans-applied to trans-applied-out
           move trans-rejected to trans-rejected-out
                 reject-listing
                 run-log-file
           perform 600-save-location-balances
           perform 610-save-pending-approvals
           perform 920-release-master-lock
           stop run.
       910-take-master-lock.
      *>   the pending-approval queue is rewritten by PRCCHG under
      *>   the inv-mast lock, so the released transfers are marked
      *>   under it too
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "STKXFER: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "STKXFER " to lk-holder
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
       120-load-location-balances.
           open input location-balance-file
           perform until more-location-records = 'no '
                       if location-table-count > 800
                          display "STKXFER: MORE THAN 800 LOCATION "
                             "BALANCES -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move loc-part-no
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
       130-load-pending-approvals.
           open input pending-approval-file
           perform until more-pending-records = 'no '
              read pending-approval-file
                    at end
                       move 'no ' to more-pending-records
                    not at end
                       add 1 to pending-table-count
                       if pending-table-count > 800
                          display "STKXFER: MORE THAN 800 PENDING "
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
       150-find-or-add-entry.
           move 0 to location-found-idx
           perform varying location-table-idx from 1 by 1
           if location-found-idx = 0
              if location-table-count > 799
                 display "STKXFER: LOCATION TABLE FULL"
                 perform 920-release-master-lock
                 stop run
              end-if
              add 1 to location-table-count
                to lct-store-id(location-found-idx)
              move 0 to lct-qty-on-hand(location-found-idx)
              move 0 to lct-in-transit(location-found-idx)
              move 0 to lct-on-layaway(location-found-idx)
              move 0 to lct-min-qty(location-found-idx)
              move 0 to lct-max-qty(location-found-idx)
           end-if.
       200-process-one-transfer.
           evaluate true
                   to reject-reason
                 perform 700-reject-transfer
           end-evaluate.
       250-apply-released-transfer.
           move pnt-detail(pending-table-idx) to transfer-detail-work
           move spaces to transfer-trans-rec
           move xdw-action to xfr-action
           move pnt-change-key(pending-table-idx)(1:5) to xfr-part-no
           move pnt-change-key(pending-table-idx)(7:5)
             to xfr-from-store
           move pnt-change-key(pending-table-idx)(13:5)
             to xfr-to-store
           move 0 to xfr-quantity
           if xdw-quantity is numeric
              move xdw-quantity to xfr-quantity
           end-if
           move trans-rejected to rejected-before
           perform 200-process-one-transfer
           if trans-rejected > rejected-before
              move 'X' to pnt-status(pending-table-idx)
           else
              move 'A' to pnt-status(pending-table-idx)
           end-if.
       300-ship-transfer.
           move xfr-part-no to lookup-part-no
           move xfr-from-store to lookup-store-id
           perform 150-find-or-add-entry
           move location-found-idx to from-entry-idx
      *>   stock held on layaway at the sending store cannot ship
           if xfr-quantity + lct-on-layaway(from-entry-idx)
                 > lct-qty-on-hand(from-entry-idx)
              move "SHIP EXCEEDS STORE ON-HAND" to reject-reason
              perform 700-reject-transfer
           else
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
       610-save-pending-approvals.
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
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "STKXFER " to RL-PROGRAM-NAME
