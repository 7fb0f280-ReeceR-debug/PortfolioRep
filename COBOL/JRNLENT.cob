       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLENT.
      *> Manual journal entries keyed by the accountants.  Each
      *> je-input line carries an entry id, the entry type, posting
      *> date, account and a debit or a credit; the lines of one
      *> entry are keyed together.  An entry posts only when its
      *> debits equal its credits, every account is active on the
      *> chart of accounts (gl-coa) and its date is not in a period
      *> already closed (gl-period); otherwise every line of it goes
      *> to the reject file.  An entry over the approval limit is not
      *> posted but written to the pending-approval queue as its own
      *> batch and posts the night after a supervisor releases it
      *> through APPROVE.  Entry types:
      *>   S  standard -- posts once
      *>   V  reversing -- posts, and the same lines with debit and
      *>      credit swapped post on the first day of the next period
      *>      (held on je-revrs until then)
      *>   R  recurring -- posts, and is kept on je-recur as a
      *>      standing entry generated again on the first run of each
      *>      later period, through its end period when one is keyed
      *>   X  cancels the standing entry of that id (no amounts)
      *> Late adjustments to a fiscal year GLYREND has closed are keyed
      *> as type S dated into the year's closing period (yyyy1331) and
      *> are taken only while a supervisor has the year reopened.
      *> Postings go to the GL through GLCONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL entry-input-file ASSIGN TO je-input
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT entry-register ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO je-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT chart-of-accounts-file ASSIGN TO "gl-coa"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL period-control-file
           ASSIGN TO "gl-period"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL year-lock-file
           ASSIGN TO "gl-yrlock"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL standing-entry-file
           ASSIGN TO "je-recur"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL reversal-file
           ASSIGN TO "je-revrs"
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
                     SELECT gl-posting-file ASSIGN TO GL-POST-JE
           ORGANIZATION IS LINE SEQUENTIAL.
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
       fd  entry-input-file.
       01  entry-input-rec.
           05  je-entry-id         pic x(8).
           05  je-entry-type       pic x(1).
           05  je-post-date        pic 9(8).
           05  je-account          pic x(8).
           05  je-debit-amount     pic 9(9)v99.
           05  je-credit-amount    pic 9(9)v99.
           05  je-end-period       pic 9(6).
           05  je-description      pic x(20).
       fd  entry-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  chart-of-accounts-file.
       01  chart-of-accounts-rec.
           05  coa-account         pic x(8).
           05  coa-description     pic x(24).
           05  coa-type            pic x(1).
           05  coa-active          pic x(1).
       fd  period-control-file.
       01  period-control-rec.
           05  gp-open-period      pic 9(6).
      *> the fiscal year GLYREND closed last; while a supervisor has
      *> it reopened (status R) late adjustments dated into its
      *> closing period, yyyy1331, are accepted
       fd  year-lock-file.
       01  year-lock-rec.
           05  yl-closed-year      pic 9(4).
           05  yl-status           pic x(1).
           05  yl-status-date      pic 9(8).
           05  yl-operator         pic x(3).
      *> one line of a standing recurring entry; last period is the
      *> latest period it has been posted for
       fd  standing-entry-file.
       01  standing-entry-rec.
           05  sr-entry-id         pic x(8).
           05  sr-line-no          pic 9(3).
           05  sr-account          pic x(8).
           05  sr-debit-amount     pic 9(9)v99.
           05  sr-credit-amount    pic 9(9)v99.
           05  sr-end-period       pic 9(6).
           05  sr-last-period      pic 9(6).
           05  sr-description      pic x(20).
      *> one line of a reversal still to post, debit and credit
      *> already swapped, dated the first day of the next period
       fd  reversal-file.
       01  reversal-rec.
           05  rv-entry-id         pic x(8).
           05  rv-line-no          pic 9(3).
           05  rv-reverse-date     pic 9(8).
           05  rv-account          pic x(8).
           05  rv-debit-amount     pic 9(9)v99.
           05  rv-credit-amount    pic 9(9)v99.
       fd  pending-approval-file.
           COPY PENDAPPR.
       fd  approval-control-file.
       01  approval-control-rec.
           05  ctl-next-batch-id    pic 9(6).
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  gl-posting-file.
           COPY GLPOST.
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
       01  business-period          pic 9(6).
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-coa-records         picture xxx value 'yes'.
       01  more-pending-records     picture xxx value 'yes'.
       01  journal-operator         pic x(3) value spaces.
       01  open-period-work         pic 9(6) value 0.
       01  reopened-period          pic 9(6) value 0.
       01  posting-period-work      pic 9(6).
      *> an entry whose debits exceed this waits for supervisor
      *> release on the pending-approval queue
       01  approval-limit           pic 9(9)v99 value 10000.00.
       01  coa-table-idx            pic 9(3) comp.
       01  coa-table-count          pic 9(3) value 0.
       01  coa-found-idx            pic 9(3) comp value 0.
       01  coa-table.
           05  coa-entry OCCURS 200 TIMES.
               10  coat-account     pic x(8).
               10  coat-active      pic x(1).
       01  line-table-idx           pic 9(3) comp.
       01  line-table-count         pic 9(3) value 0.
       01  line-table.
           05  line-entry OCCURS 500 TIMES.
               10  lnt-entry-id     pic x(8).
               10  lnt-entry-type   pic x(1).
               10  lnt-post-date    pic 9(8).
               10  lnt-account      pic x(8).
               10  lnt-debit        pic 9(9)v99.
               10  lnt-credit       pic 9(9)v99.
               10  lnt-end-period   pic 9(6).
               10  lnt-description  pic x(20).
       01  entry-first-idx          pic 9(3) comp.
       01  entry-last-idx           pic 9(3) comp.
       01  entry-line-no            pic 9(3).
       01  entry-end-sw             pic x value 'N'.
       01  entry-type-work          pic x(1).
       01  entry-debit-total        pic 9(11)v99.
       01  entry-credit-total       pic 9(11)v99.
       01  entry-reason             pic x(40).
       01  entry-status-work        pic x(30).
       01  standing-table-idx       pic 9(3) comp.
       01  standing-table-count     pic 9(3) value 0.
       01  standing-found-sw        pic x value 'N'.
           88  standing-found           value 'Y'.
       01  standing-table.
           05  standing-entry OCCURS 300 TIMES.
               10  stt-entry-id     pic x(8).
               10  stt-line-no      pic 9(3).
               10  stt-account      pic x(8).
               10  stt-debit        pic 9(9)v99.
               10  stt-credit       pic 9(9)v99.
               10  stt-end-period   pic 9(6).
               10  stt-last-period  pic 9(6).
               10  stt-description  pic x(20).
               10  stt-active-sw    pic x(1).
       01  reversal-table-idx       pic 9(3) comp.
       01  reversal-table-count     pic 9(3) value 0.
       01  reversal-table.
           05  reversal-entry OCCURS 300 TIMES.
               10  rvt-entry-id     pic x(8).
               10  rvt-line-no      pic 9(3).
               10  rvt-reverse-date pic 9(8).
               10  rvt-account      pic x(8).
               10  rvt-debit        pic 9(9)v99.
               10  rvt-credit       pic 9(9)v99.
               10  rvt-posted-sw    pic x(1).
       01  pending-table-idx        pic 9(4) comp.
       01  pending-scan-idx         pic 9(4) comp.
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
      *> key and detail layout for a JRNLENT pending record: one
      *> line of the entry
       01  change-key-work.
           05  ckw-entry-id         pic x(8).
           05  ckw-line-no          pic 9(3).
           05  ckw-end-period       pic 9(6).
           05 pic x(3).
       01  change-detail-work.
           05  cdw-entry-type       pic x(1).
           05  cdw-post-date        pic 9(8).
           05  cdw-account          pic x(8).
           05  cdw-debit            pic 9(9)v99.
           05  cdw-credit           pic 9(9)v99.
           05 pic x(1).
       01  next-batch-id            pic 9(6) value 1.
       01  release-batch-id         pic 9(6).
       01  release-closed-sw        pic x value 'N'.
      *> the line being posted, whichever way it arrived
       01  post-line-work.
           05  plw-entry-id         pic x(8).
           05  plw-line-no          pic 9(3).
           05  plw-entry-type       pic x(1).
           05  plw-post-date        pic 9(8).
           05  plw-account          pic x(8).
           05  plw-debit            pic 9(9)v99.
           05  plw-credit           pic 9(9)v99.
           05  plw-end-period       pic 9(6).
           05  plw-description      pic x(20).
       01  reverse-date-work        pic 9(8).
       01  reverse-date-parts redefines reverse-date-work.
           05  reverse-year         pic 9(4).
           05  reverse-month        pic 9(2).
           05  reverse-day          pic 9(2).
       01  lines-read               pic 9(5) value 0.
       01  lines-rejected           pic 9(5) value 0.
       01  postings-written         pic 9(7) value 0.
       01  entries-posted           pic 9(5) value 0.
       01  entries-pending          pic 9(5) value 0.
       01  entries-rejected         pic 9(5) value 0.
       01  entries-cancelled        pic 9(5) value 0.
       01  released-lines-posted    pic 9(5) value 0.
       01  recurring-lines-posted   pic 9(5) value 0.
       01  reversal-lines-posted    pic 9(5) value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(24) value "JOURNAL ENTRY REGISTER  ".
           05  header-date-out         pic 9(8).
           05 pic x(12) value "  OPERATOR  ".
           05  header-operator-out     pic x(3).
           05 pic x(16) value "  OPEN PERIOD   ".
           05  header-period-out       pic 9(6).
       01  column-header.
           05 pic x(10) value "ENTRY     ".
           05 pic x(2) value "T ".
           05 pic x(10) value "POST DATE ".
           05 pic x(10) value "ACCOUNT   ".
           05 pic x(15) value "         DEBIT ".
           05 pic x(15) value "        CREDIT ".
           05 pic x(2) value spaces.
           05 pic x(20) value "DESCRIPTION         ".
       01  blank-line               pic x value space.
       01  entry-detail-line.
           05  detail-entry-out        pic x(8).
           05 pic x(2) value spaces.
           05  detail-type-out         pic x(1).
           05 pic x(1) value space.
           05  detail-date-out         pic 9(8).
           05 pic x(2) value spaces.
           05  detail-account-out      pic x(8).
           05 pic x(2) value spaces.
           05  detail-debit-out        pic zzz,zzz,zz9.99.
           05 pic x(1) value space.
           05  detail-credit-out       pic zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-desc-out         pic x(20).
       01  entry-status-line.
           05 pic x(10) value spaces.
           05 pic x(10) value "ENTRY DR  ".
           05  status-debit-out        pic zzz,zzz,zz9.99.
           05 pic x(5) value "  CR ".
           05  status-credit-out       pic zzz,zzz,zz9.99.
           05 pic x(2) value spaces.
           05  status-text-out         pic x(30).
           05 pic x(1) value space.
           05  status-reason-out       pic x(40).
       01  section-line.
           05  section-text-out        pic x(60).
       01  trailer-line-1.
           05 pic x(16) value "ENTRIES POSTED  ".
           05  posted-out              pic zz,zz9.
           05 pic x(20) value "  AWAITING APPROVAL ".
           05  pending-out             pic zz,zz9.
           05 pic x(12) value "  REJECTED  ".
           05  rejected-out            pic zz,zz9.
           05 pic x(13) value "  CANCELLED  ".
           05  cancelled-out           pic zz,zz9.
       01  trailer-line-2.
           05 pic x(16) value "RELEASED LINES  ".
           05  released-out            pic zz,zz9.
           05 pic x(20) value "  RECURRING LINES   ".
           05  recurring-out           pic zz,zz9.
           05 pic x(18) value "  REVERSAL LINES  ".
           05  reversal-out            pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work(1:6) to business-period
           perform 955-get-operator-card
           perform 910-take-master-lock
           perform 110-load-chart-of-accounts
           perform 115-load-period-control
           perform 120-load-pending-approvals
           perform 125-load-approval-control
           perform 130-load-standing-entries
           perform 135-load-reversals
           perform 140-load-entry-feed
           open output entry-register
                output reject-listing
                output gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           move journal-operator to header-operator-out
           move open-period-work to header-period-out
           write print-rec from register-header
           write print-rec from blank-line
           write print-rec from column-header
           move 1 to line-table-idx
           perform until line-table-idx > line-table-count
              perform 200-process-one-entry
           end-perform
           move "RELEASED FROM THE APPROVAL QUEUE" to section-text-out
           write print-rec from blank-line
           write print-rec from section-line
           perform varying pending-table-idx from 1 by 1
                   until pending-table-idx > pending-table-count
              if pnt-source(pending-table-idx) = "JRNLENT "
                 and pnt-status(pending-table-idx) = 'R'
                 move pnt-batch-id(pending-table-idx)
                   to release-batch-id
                 perform 400-release-one-batch
              end-if
           end-perform
           move "STANDING RECURRING ENTRIES" to section-text-out
           write print-rec from blank-line
           write print-rec from section-line
           perform varying standing-table-idx from 1 by 1
                   until standing-table-idx > standing-table-count
              perform 500-generate-one-standing-line
           end-perform
           move "REVERSALS DUE" to section-text-out
           write print-rec from blank-line
           write print-rec from section-line
           perform varying reversal-table-idx from 1 by 1
                   until reversal-table-idx > reversal-table-count
              if rvt-reverse-date(reversal-table-idx)
                    not > business-date-work
                 perform 550-post-one-reversal
              end-if
           end-perform
           move entries-posted to posted-out
           move entries-pending to pending-out
           move entries-rejected to rejected-out
           move entries-cancelled to cancelled-out
           move released-lines-posted to released-out
           move recurring-lines-posted to recurring-out
           move reversal-lines-posted to reversal-out
           write print-rec from blank-line
           write print-rec from trailer-line-1
           write print-rec from trailer-line-2
           perform 900-write-run-log
           close entry-register
                 reject-listing
                 gl-posting-file
                 run-log-file
           perform 600-save-standing-entries
           perform 610-save-reversals
           perform 700-save-pending-approvals
           perform 710-save-approval-control
           perform 145-clear-entry-feed
           perform 920-release-master-lock
           stop run.
       910-take-master-lock.
      *>   the pending-approval queue is rewritten by PRCCHG under
      *>   the inv-mast lock, so journal entries queue under it too
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "JRNLENT: INV-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "JRNLENT " to lk-holder
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
       110-load-chart-of-accounts.
           open input chart-of-accounts-file
           perform until more-coa-records = 'no '
              read chart-of-accounts-file
                    at end
                       move 'no ' to more-coa-records
                    not at end
                       add 1 to coa-table-count
                       if coa-table-count > 200
                          display "JRNLENT: CHART OF ACCOUNTS HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move coa-account
                         to coat-account(coa-table-count)
                       move coa-active
                         to coat-active(coa-table-count)
              end-read
           end-perform
           close chart-of-accounts-file.
       115-load-period-control.
           open input period-control-file
           read period-control-file
                at end
                   continue
                not at end
                   if gp-open-period is numeric
                      move gp-open-period to open-period-work
                   end-if
           end-read
           close period-control-file
           if open-period-work = 0
              move business-period to open-period-work
           end-if
           open input year-lock-file
           read year-lock-file
                at end
                   continue
                not at end
                   if yl-closed-year is numeric
                      and yl-status = 'R'
                      compute reopened-period =
                         (yl-closed-year * 100) + 13
                   end-if
           end-read
           close year-lock-file.
       120-load-pending-approvals.
           open input pending-approval-file
           perform until more-pending-records = 'no '
              read pending-approval-file
                    at end
                       move 'no ' to more-pending-records
                    not at end
                       add 1 to pending-table-count
                       if pending-table-count > 800
                          display "JRNLENT: MORE THAN 800 PENDING "
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
       125-load-approval-control.
           open input approval-control-file
           read approval-control-file
                at end
                   continue
                not at end
                   if ctl-next-batch-id is numeric
                      and ctl-next-batch-id > 0
                      move ctl-next-batch-id to next-batch-id
                   end-if
           end-read
           close approval-control-file.
       130-load-standing-entries.
           move 'yes' to are-there-more-records
           open input standing-entry-file
           perform until are-there-more-records = 'no '
              read standing-entry-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to standing-table-count
                       if standing-table-count > 300
                          display "JRNLENT: MORE THAN 300 STANDING "
                             "ENTRY LINES -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move sr-entry-id
                         to stt-entry-id(standing-table-count)
                       move sr-line-no
                         to stt-line-no(standing-table-count)
                       move sr-account
                         to stt-account(standing-table-count)
                       move sr-debit-amount
                         to stt-debit(standing-table-count)
                       move sr-credit-amount
                         to stt-credit(standing-table-count)
                       move sr-end-period
                         to stt-end-period(standing-table-count)
                       move sr-last-period
                         to stt-last-period(standing-table-count)
                       move sr-description
                         to stt-description(standing-table-count)
                       move 'Y' to stt-active-sw(standing-table-count)
              end-read
           end-perform
           close standing-entry-file.
       135-load-reversals.
           move 'yes' to are-there-more-records
           open input reversal-file
           perform until are-there-more-records = 'no '
              read reversal-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to reversal-table-count
                       if reversal-table-count > 300
                          display "JRNLENT: MORE THAN 300 REVERSAL "
                             "LINES -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move rv-entry-id
                         to rvt-entry-id(reversal-table-count)
                       move rv-line-no
                         to rvt-line-no(reversal-table-count)
                       move rv-reverse-date
                         to rvt-reverse-date(reversal-table-count)
                       move rv-account
                         to rvt-account(reversal-table-count)
                       move rv-debit-amount
                         to rvt-debit(reversal-table-count)
                       move rv-credit-amount
                         to rvt-credit(reversal-table-count)
                       move 'N' to rvt-posted-sw(reversal-table-count)
              end-read
           end-perform
           close reversal-file.
       140-load-entry-feed.
           move 'yes' to are-there-more-records
           open input entry-input-file
           perform until are-there-more-records = 'no '
              read entry-input-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to lines-read
                       add 1 to line-table-count
                       if line-table-count > 500
                          display "JRNLENT: MORE THAN 500 JOURNAL "
                             "ENTRY LINES -- TABLE FULL"
                          perform 920-release-master-lock
                          stop run
                       end-if
                       move je-entry-id
                         to lnt-entry-id(line-table-count)
                       move je-entry-type
                         to lnt-entry-type(line-table-count)
                       if je-post-date is numeric
                          and je-post-date > 0
                          move je-post-date
                            to lnt-post-date(line-table-count)
                       else
                          move business-date-work
                            to lnt-post-date(line-table-count)
                       end-if
                       move je-account
                         to lnt-account(line-table-count)
                       move je-debit-amount
                         to lnt-debit(line-table-count)
                       move je-credit-amount
                         to lnt-credit(line-table-count)
                       move je-end-period
                         to lnt-end-period(line-table-count)
                       move je-description
                         to lnt-description(line-table-count)
              end-read
           end-perform
           close entry-input-file.
       145-clear-entry-feed.
      *>   every line has been posted, queued or rejected -- clear
      *>   the feed so a rerun cannot post the same entries twice
           if lines-read > 0
              open output entry-input-file
              close entry-input-file
           end-if.
       200-process-one-entry.
      *>   the lines of one entry run from line-table-idx to the
      *>   last consecutive line with the same entry id
           move line-table-idx to entry-first-idx
           move line-table-idx to entry-last-idx
           move 'N' to entry-end-sw
           perform until entry-end-sw = 'Y'
              if entry-last-idx >= line-table-count
                 move 'Y' to entry-end-sw
              else
                 if lnt-entry-id(entry-last-idx + 1)
                       not = lnt-entry-id(entry-first-idx)
                    move 'Y' to entry-end-sw
                 else
                    add 1 to entry-last-idx
                 end-if
              end-if
           end-perform
           compute line-table-idx = entry-last-idx + 1
           move lnt-entry-type(entry-first-idx) to entry-type-work
           if entry-type-work = 'X'
              perform 250-cancel-standing-entry
           else
              perform 210-validate-entry
              evaluate true
                 when entry-reason not = spaces
                    perform 220-reject-entry
                 when entry-debit-total > approval-limit
                    perform 230-propose-entry
                 when other
                    perform 240-post-entry
              end-evaluate
           end-if.
       210-validate-entry.
           move spaces to entry-reason
           move 0 to entry-debit-total
           move 0 to entry-credit-total
           if lnt-entry-id(entry-first-idx) = spaces
              move "ENTRY ID MISSING" to entry-reason
           end-if
           if entry-type-work not = 'S' and not = 'V'
              and not = 'R'
              move "ENTRY TYPE NOT S, V, R OR X" to entry-reason
           end-if
           perform varying entry-line-no from 1 by 1
                   until entry-line-no >
                      entry-last-idx - entry-first-idx + 1
              compute line-table-idx =
                 entry-first-idx + entry-line-no - 1
              perform 215-validate-one-line
           end-perform
           compute line-table-idx = entry-last-idx + 1
           if entry-reason = spaces
              and entry-debit-total not = entry-credit-total
              move "DEBITS DO NOT EQUAL CREDITS" to entry-reason
           end-if
           if entry-reason = spaces
              and entry-debit-total = 0
              move "ENTRY HAS NO AMOUNTS" to entry-reason
           end-if
           if entry-reason = spaces
              and entry-type-work = 'R'
              perform 260-find-standing-entry
              if standing-found
                 move "STANDING ENTRY ID ALREADY ON FILE"
                   to entry-reason
              end-if
           end-if.
       215-validate-one-line.
           if lnt-debit(line-table-idx) is not numeric
              or lnt-credit(line-table-idx) is not numeric
              move "AMOUNT NOT NUMERIC" to entry-reason
           else
              add lnt-debit(line-table-idx) to entry-debit-total
              add lnt-credit(line-table-idx) to entry-credit-total
              if (lnt-debit(line-table-idx) > 0
                  and lnt-credit(line-table-idx) > 0)
                 or (lnt-debit(line-table-idx) = 0
                  and lnt-credit(line-table-idx) = 0)
                 move "LINE NEEDS A DEBIT OR A CREDIT"
                   to entry-reason
              end-if
           end-if
           if lnt-entry-type(line-table-idx) not = entry-type-work
              move "LINES OF ONE ENTRY HAVE MIXED TYPES"
                to entry-reason
           end-if
           if lnt-post-date(line-table-idx) is not numeric
              move "POSTING DATE NOT NUMERIC" to entry-reason
           else
              move lnt-post-date(line-table-idx)(1:6)
                to posting-period-work
      *>      a year's closing period (month 13) takes late
      *>      adjustments only while the year is reopened, and only
      *>      as standard entries
              evaluate true
                 when posting-period-work = reopened-period
                    if entry-type-work not = 'S'
                       move "ONLY TYPE S IN THE CLOSING PERIOD"
                         to entry-reason
                    end-if
                 when posting-period-work < open-period-work
                    move "POSTING DATE IN A CLOSED PERIOD"
                      to entry-reason
                 when posting-period-work(5:2) > "12"
                    move "CLOSING PERIOD NOT REOPENED"
                      to entry-reason
                 when other
                    continue
              end-evaluate
           end-if
           if entry-type-work = 'R'
              and lnt-end-period(line-table-idx) is not numeric
              move "END PERIOD NOT NUMERIC" to entry-reason
           end-if
           move 0 to coa-found-idx
           perform varying coa-table-idx from 1 by 1
                   until coa-table-idx > coa-table-count
              if lnt-account(line-table-idx)
                    = coat-account(coa-table-idx)
                 move coa-table-idx to coa-found-idx
              end-if
           end-perform
           evaluate true
              when coa-found-idx = 0
                 move "ACCOUNT NOT ON CHART OF ACCOUNTS"
                   to entry-reason
              when coat-active(coa-found-idx) not = 'A'
                 move "ACCOUNT IS INACTIVE" to entry-reason
              when other
                 continue
           end-evaluate.
       220-reject-entry.
           add 1 to entries-rejected
           perform varying line-table-idx from entry-first-idx by 1
                   until line-table-idx > entry-last-idx
              add 1 to lines-rejected
              perform 280-print-feed-line
              move spaces to SUSPENSE-REC
              move "JRNLENT " to SUSP-SOURCE-PROGRAM
              move lnt-entry-id(line-table-idx)
                to SUSP-KEY-FIELD(1:8)
              move lnt-account(line-table-idx)
                to SUSP-KEY-FIELD(10:8)
              move entry-reason to SUSP-REASON
              write SUSPENSE-REC
           end-perform
           compute line-table-idx = entry-last-idx + 1
           move "REJECTED" to entry-status-work
           move entry-reason to status-reason-out
           perform 290-print-entry-status.
       230-propose-entry.
      *>   one approval batch per entry so each is released or
      *>   refused on its own
           add 1 to entries-pending
           move 0 to entry-line-no
           perform varying line-table-idx from entry-first-idx by 1
                   until line-table-idx > entry-last-idx
              add 1 to entry-line-no
              perform 280-print-feed-line
              if pending-table-count > 799
                 display "JRNLENT: PENDING-APPROVAL TABLE FULL"
                 perform 920-release-master-lock
                 stop run
              end-if
              add 1 to pending-table-count
              move next-batch-id to pnt-batch-id(pending-table-count)
              move "JRNLENT " to pnt-source(pending-table-count)
              move journal-operator
                to pnt-keyed-by(pending-table-count)
              move business-date-work
                to pnt-keyed-date(pending-table-count)
              move 'P' to pnt-status(pending-table-count)
              move spaces to pnt-approver(pending-table-count)
              move 0 to pnt-appr-date(pending-table-count)
              move spaces to change-key-work
              move lnt-entry-id(line-table-idx) to ckw-entry-id
              move entry-line-no to ckw-line-no
              move 0 to ckw-end-period
              if entry-type-work = 'R'
                 move lnt-end-period(line-table-idx)
                   to ckw-end-period
              end-if
              move change-key-work
                to pnt-change-key(pending-table-count)
              move spaces to change-detail-work
              move entry-type-work to cdw-entry-type
              move lnt-post-date(line-table-idx) to cdw-post-date
              move lnt-account(line-table-idx) to cdw-account
              move lnt-debit(line-table-idx) to cdw-debit
              move lnt-credit(line-table-idx) to cdw-credit
              move change-detail-work
                to pnt-detail(pending-table-count)
           end-perform
           compute line-table-idx = entry-last-idx + 1
           move spaces to entry-status-work
           string "AWAITS RELEASE -- BATCH " delimited by size
                  next-batch-id delimited by size
                  into entry-status-work
           move "OVER THE APPROVAL LIMIT -- NOT POSTED"
             to status-reason-out
           perform 290-print-entry-status
           add 1 to next-batch-id.
       240-post-entry.
           add 1 to entries-posted
           move 0 to entry-line-no
           perform varying line-table-idx from entry-first-idx by 1
                   until line-table-idx > entry-last-idx
              add 1 to entry-line-no
              perform 280-print-feed-line
              move lnt-entry-id(line-table-idx) to plw-entry-id
              move entry-line-no to plw-line-no
              move entry-type-work to plw-entry-type
              move lnt-post-date(line-table-idx) to plw-post-date
              move lnt-account(line-table-idx) to plw-account
              move lnt-debit(line-table-idx) to plw-debit
              move lnt-credit(line-table-idx) to plw-credit
              move lnt-end-period(line-table-idx) to plw-end-period
              move lnt-description(line-table-idx)
                to plw-description
              perform 300-post-one-line
           end-perform
           compute line-table-idx = entry-last-idx + 1
           move "POSTED" to entry-status-work
           move spaces to status-reason-out
           perform 290-print-entry-status.
       250-cancel-standing-entry.
           perform varying line-table-idx from entry-first-idx by 1
                   until line-table-idx > entry-last-idx
              perform 280-print-feed-line
           end-perform
           compute line-table-idx = entry-last-idx + 1
           move 0 to entry-debit-total
           move 0 to entry-credit-total
           perform 260-find-standing-entry
           if standing-found
              add 1 to entries-cancelled
              perform varying standing-table-idx from 1 by 1
                      until standing-table-idx > standing-table-count
                 if stt-entry-id(standing-table-idx)
                       = lnt-entry-id(entry-first-idx)
                    move 'N' to stt-active-sw(standing-table-idx)
                 end-if
              end-perform
              move "STANDING ENTRY CANCELLED" to entry-status-work
              move spaces to status-reason-out
           else
              add 1 to entries-rejected
              add 1 to lines-rejected
              move spaces to SUSPENSE-REC
              move "JRNLENT " to SUSP-SOURCE-PROGRAM
              move lnt-entry-id(entry-first-idx)
                to SUSP-KEY-FIELD(1:8)
              move "NO STANDING ENTRY TO CANCEL" to SUSP-REASON
              write SUSPENSE-REC
              move "REJECTED" to entry-status-work
              move "NO STANDING ENTRY TO CANCEL"
                to status-reason-out
           end-if
           perform 290-print-entry-status.
       260-find-standing-entry.
           move 'N' to standing-found-sw
           perform varying standing-table-idx from 1 by 1
                   until standing-table-idx > standing-table-count
              if stt-entry-id(standing-table-idx)
                    = lnt-entry-id(entry-first-idx)
                 and stt-active-sw(standing-table-idx) = 'Y'
                 move 'Y' to standing-found-sw
              end-if
           end-perform.
       280-print-feed-line.
           move spaces to entry-detail-line
           move lnt-entry-id(line-table-idx) to detail-entry-out
           move lnt-entry-type(line-table-idx) to detail-type-out
           move lnt-post-date(line-table-idx) to detail-date-out
           move lnt-account(line-table-idx) to detail-account-out
           if lnt-debit(line-table-idx) is numeric
              move lnt-debit(line-table-idx) to detail-debit-out
           end-if
           if lnt-credit(line-table-idx) is numeric
              move lnt-credit(line-table-idx) to detail-credit-out
           end-if
           move lnt-description(line-table-idx) to detail-desc-out
           write print-rec from entry-detail-line.
       290-print-entry-status.
           move entry-debit-total to status-debit-out
           move entry-credit-total to status-credit-out
           move entry-status-work to status-text-out
           write print-rec from entry-status-line.
       300-post-one-line.
      *>   writes the posting, and for a reversing entry holds the
      *>   swapped line for the first day of the next period; a
      *>   recurring entry's lines become its standing entry
           move plw-post-date to GLP-POST-DATE
           move "JRNLENT " to GLP-SOURCE-PROGRAM
           move plw-account to GLP-ACCOUNT
           move plw-debit to GLP-DEBIT-AMOUNT
           move plw-credit to GLP-CREDIT-AMOUNT
           write GL-POSTING-REC
           add 1 to postings-written
           if plw-entry-type = 'V'
              perform 310-hold-reversal
           end-if
           if plw-entry-type = 'R'
              perform 320-add-standing-line
           end-if.
       310-hold-reversal.
           if reversal-table-count > 299
              display "JRNLENT: REVERSAL TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           move plw-post-date to reverse-date-work
           if reverse-month = 12
              add 1 to reverse-year
              move 1 to reverse-month
           else
              add 1 to reverse-month
           end-if
           move 1 to reverse-day
           add 1 to reversal-table-count
           move plw-entry-id to rvt-entry-id(reversal-table-count)
           move plw-line-no to rvt-line-no(reversal-table-count)
           move reverse-date-work
             to rvt-reverse-date(reversal-table-count)
           move plw-account to rvt-account(reversal-table-count)
           move plw-credit to rvt-debit(reversal-table-count)
           move plw-debit to rvt-credit(reversal-table-count)
           move 'N' to rvt-posted-sw(reversal-table-count).
       320-add-standing-line.
           if standing-table-count > 299
              display "JRNLENT: STANDING ENTRY TABLE FULL"
              perform 920-release-master-lock
              stop run
           end-if
           add 1 to standing-table-count
           move plw-entry-id to stt-entry-id(standing-table-count)
           move plw-line-no to stt-line-no(standing-table-count)
           move plw-account to stt-account(standing-table-count)
           move plw-debit to stt-debit(standing-table-count)
           move plw-credit to stt-credit(standing-table-count)
           move plw-end-period
             to stt-end-period(standing-table-count)
           move plw-post-date(1:6)
             to stt-last-period(standing-table-count)
           move plw-description
             to stt-description(standing-table-count)
           move 'Y' to stt-active-sw(standing-table-count).
       400-release-one-batch.
      *>   a released entry whose period closed while it waited is
      *>   refused whole, so no half of it reaches the ledger
           move 'N' to release-closed-sw
           perform varying pending-scan-idx from 1 by 1
                   until pending-scan-idx > pending-table-count
              if pnt-batch-id(pending-scan-idx) = release-batch-id
                 and pnt-source(pending-scan-idx) = "JRNLENT "
                 and pnt-status(pending-scan-idx) = 'R'
                 move pnt-detail(pending-scan-idx)
                   to change-detail-work
                 move cdw-post-date(1:6) to posting-period-work
                 if (posting-period-work < open-period-work
                     or posting-period-work(5:2) > "12")
                    and posting-period-work not = reopened-period
                    move 'Y' to release-closed-sw
                 end-if
              end-if
           end-perform
           perform varying pending-scan-idx from 1 by 1
                   until pending-scan-idx > pending-table-count
              if pnt-batch-id(pending-scan-idx) = release-batch-id
                 and pnt-source(pending-scan-idx) = "JRNLENT "
                 and pnt-status(pending-scan-idx) = 'R'
                 perform 410-release-one-line
              end-if
           end-perform.
       410-release-one-line.
           move pnt-change-key(pending-scan-idx) to change-key-work
           move pnt-detail(pending-scan-idx) to change-detail-work
           move ckw-entry-id to plw-entry-id
           move ckw-line-no to plw-line-no
           move cdw-entry-type to plw-entry-type
           move cdw-post-date to plw-post-date
           move cdw-account to plw-account
           move cdw-debit to plw-debit
           move cdw-credit to plw-credit
           move ckw-end-period to plw-end-period
           move spaces to plw-description
           string "APPROVED BY " delimited by size
                  pnt-approver(pending-scan-idx) delimited by size
                  into plw-description
           if release-closed-sw = 'Y'
              move 'X' to pnt-status(pending-scan-idx)
              add 1 to lines-rejected
              move spaces to SUSPENSE-REC
              move "JRNLENT " to SUSP-SOURCE-PROGRAM
              move plw-entry-id to SUSP-KEY-FIELD(1:8)
              move plw-account to SUSP-KEY-FIELD(10:8)
              move "PERIOD CLOSED BEFORE THE ENTRY WAS RELEASED"
                to SUSP-REASON
              write SUSPENSE-REC
              move "PERIOD CLOSED" to plw-description
           else
              move 'A' to pnt-status(pending-scan-idx)
              add 1 to released-lines-posted
              perform 300-post-one-line
           end-if
           perform 480-print-post-line.
       480-print-post-line.
           move spaces to entry-detail-line
           move plw-entry-id to detail-entry-out
           move plw-entry-type to detail-type-out
           move plw-post-date to detail-date-out
           move plw-account to detail-account-out
           move plw-debit to detail-debit-out
           move plw-credit to detail-credit-out
           move plw-description to detail-desc-out
           write print-rec from entry-detail-line.
       500-generate-one-standing-line.
      *>   once in each period after the one it was keyed in, until
      *>   its end period has gone by
           if stt-active-sw(standing-table-idx) = 'Y'
              and business-period
                 > stt-last-period(standing-table-idx)
              and (stt-end-period(standing-table-idx) = 0
                 or business-period
                    not > stt-end-period(standing-table-idx))
              move business-date-work to GLP-POST-DATE
              move "JRNLENT " to GLP-SOURCE-PROGRAM
              move stt-account(standing-table-idx) to GLP-ACCOUNT
              move stt-debit(standing-table-idx)
                to GLP-DEBIT-AMOUNT
              move stt-credit(standing-table-idx)
                to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              add 1 to postings-written
              add 1 to recurring-lines-posted
              move business-period
                to stt-last-period(standing-table-idx)
              move stt-entry-id(standing-table-idx) to plw-entry-id
              move 'R' to plw-entry-type
              move business-date-work to plw-post-date
              move stt-account(standing-table-idx) to plw-account
              move stt-debit(standing-table-idx) to plw-debit
              move stt-credit(standing-table-idx) to plw-credit
              move stt-description(standing-table-idx)
                to plw-description
              perform 480-print-post-line
           end-if.
       550-post-one-reversal.
           move rvt-reverse-date(reversal-table-idx)
             to GLP-POST-DATE
           move "JRNLENT " to GLP-SOURCE-PROGRAM
           move rvt-account(reversal-table-idx) to GLP-ACCOUNT
           move rvt-debit(reversal-table-idx) to GLP-DEBIT-AMOUNT
           move rvt-credit(reversal-table-idx) to GLP-CREDIT-AMOUNT
           write GL-POSTING-REC
           add 1 to postings-written
           add 1 to reversal-lines-posted
           move 'Y' to rvt-posted-sw(reversal-table-idx)
           move rvt-entry-id(reversal-table-idx) to plw-entry-id
           move 'V' to plw-entry-type
           move rvt-reverse-date(reversal-table-idx) to plw-post-date
           move rvt-account(reversal-table-idx) to plw-account
           move rvt-debit(reversal-table-idx) to plw-debit
           move rvt-credit(reversal-table-idx) to plw-credit
           move "REVERSAL" to plw-description
           perform 480-print-post-line.
       600-save-standing-entries.
      *>   cancelled entries and those past their end period drop off
           open output standing-entry-file
           perform varying standing-table-idx from 1 by 1
                   until standing-table-idx > standing-table-count
              if stt-active-sw(standing-table-idx) = 'Y'
                 and (stt-end-period(standing-table-idx) = 0
                    or stt-end-period(standing-table-idx)
                       > stt-last-period(standing-table-idx))
                 move stt-entry-id(standing-table-idx) to sr-entry-id
                 move stt-line-no(standing-table-idx) to sr-line-no
                 move stt-account(standing-table-idx) to sr-account
                 move stt-debit(standing-table-idx)
                   to sr-debit-amount
                 move stt-credit(standing-table-idx)
                   to sr-credit-amount
                 move stt-end-period(standing-table-idx)
                   to sr-end-period
                 move stt-last-period(standing-table-idx)
                   to sr-last-period
                 move stt-description(standing-table-idx)
                   to sr-description
                 write standing-entry-rec
              end-if
           end-perform
           close standing-entry-file.
       610-save-reversals.
           open output reversal-file
           perform varying reversal-table-idx from 1 by 1
                   until reversal-table-idx > reversal-table-count
              if rvt-posted-sw(reversal-table-idx) = 'N'
                 move rvt-entry-id(reversal-table-idx) to rv-entry-id
                 move rvt-line-no(reversal-table-idx) to rv-line-no
                 move rvt-reverse-date(reversal-table-idx)
                   to rv-reverse-date
                 move rvt-account(reversal-table-idx) to rv-account
                 move rvt-debit(reversal-table-idx)
                   to rv-debit-amount
                 move rvt-credit(reversal-table-idx)
                   to rv-credit-amount
                 write reversal-rec
              end-if
           end-perform
           close reversal-file.
       700-save-pending-approvals.
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
       710-save-approval-control.
           open output approval-control-file
           move next-batch-id to ctl-next-batch-id
           write approval-control-rec
           close approval-control-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "JRNLENT " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move lines-read to RL-RECORDS-IN
           move postings-written to RL-RECORDS-OUT
           move lines-rejected to RL-RECORDS-REJECTED
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
