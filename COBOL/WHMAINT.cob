       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHMAINT.
      *> Withholding election maintenance.  Adds, changes and deletes
      *> the per-employee elections on WH-ELECT (filing status,
      *> allowances, extra flat withholding, exempt, state of
      *> residence) that 298_1 and SALPAY withhold from, and journals
      *> every applied change to upd-journal with its before and after
      *> images like the other master maintenance programs.  The
      *> employee number must be on emp-xref; an add or change with a
      *> filing status other than S, M or H, or an exempt byte other
      *> than Y or blank, goes to suspense instead of the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT maint-trans-file ASSIGN TO wh-maint
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT audit-listing  ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO whm-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL election-master-file
           ASSIGN TO "WH-ELECT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WE-EMPLOYEE-NO.
                     SELECT OPTIONAL xref-file ASSIGN TO "emp-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  maint-trans-file.
       01  maint-trans-rec.
           05  maint-action-code       pic X(1).
               88  maint-action-add        value 'A'.
               88  maint-action-change     value 'C'.
               88  maint-action-delete     value 'D'.
           05  maint-employee-no       pic 9(5).
           05  maint-filing-status     pic X(1).
               88  maint-valid-status      value 'S' 'M' 'H'.
           05  maint-allowances        pic 9(2).
           05  maint-extra-withhold    pic 9(4)V99.
           05  maint-exempt-sw         pic X(1).
               88  maint-valid-exempt      value 'Y' ' '.
           05  maint-state-code        pic X(2).
       fd  audit-listing.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  election-master-file.
           COPY WHELECT.
       fd  xref-file.
           COPY EMPXREF.
       fd  run-log-file.
           COPY RUNLOG.
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-xref-records        picture xxx value 'yes'.
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  employee-known-sw        pic x value 'N'.
           88  employee-known           value 'Y'.
       01  election-valid-sw        pic x value 'Y'.
           88  election-valid           value 'Y'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 500 TIMES.
               10  xt-emp-name          pic x(20).
               10  xt-emp-no            pic 9(5).
       01  employee-name-save       pic x(20) value spaces.
       01  audit-tag                pic x(8).
       01  journal-operator         pic x(3) value spaces.
       01  journal-action           pic x(7).
       01  before-image-work        pic x(132).
       01  after-image-work         pic x(132).
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  run-log-records-out      pic 9(7) value 0.
       01  run-log-records-rejected pic 9(7) value 0.
       01  adds-applied             pic 9(6) value 0.
       01  changes-applied          pic 9(6) value 0.
       01  deletes-applied          pic 9(6) value 0.
       01  audit-header.
           05 pic x(40)
              value "WITHHOLDING ELECTION MAINTENANCE AUDIT  ".
       01  audit-detail-line.
           05  audit-tag-out           pic x(8).
           05 pic x(1).
           05  audit-action-out        pic x(6).
           05 pic x(2).
           05  audit-emp-no-out        pic 9(5).
           05 pic x(2).
           05  audit-name-out          pic x(20).
           05 pic x(2).
           05  audit-status-out        pic x(1).
           05 pic x(2).
           05  audit-allowances-out    pic z9.
           05 pic x(2).
           05  audit-extra-out         pic z,zz9.99.
           05 pic x(2).
           05  audit-exempt-out        pic x(1).
           05 pic x(2).
           05  audit-state-out         pic x(2).
       01  blank-line               pic x value space.
       01  trailer-line.
           05 pic x(7) value "APPLIED".
           05 pic x(2) value spaces.
           05  adds-applied-out        pic zz,zz9.
           05 pic x(5) value " ADDS".
           05 pic x(2) value spaces.
           05  changes-applied-out     pic zz,zz9.
           05 pic x(8) value " CHANGES".
           05 pic x(2) value spaces.
           05  deletes-applied-out     pic zz,zz9.
           05 pic x(8) value " DELETES".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 110-load-xref
           open input maint-trans-file
                output audit-listing
                output reject-listing
                i-o election-master-file
                extend update-journal-file
                extend run-log-file
           write print-rec from audit-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read maint-trans-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 115-lookup-xref-number
                       perform 150-lookup-master
                       perform 160-validate-election
                       evaluate true
                          when not employee-known
                             perform 700-reject-routine
                          when maint-action-add
                             perform 200-add-routine
                          when maint-action-change
                             perform 300-change-routine
                          when maint-action-delete
                             perform 400-delete-routine
                          when other
                             perform 700-reject-routine
                       end-evaluate
              end-read
           END-PERFORM
           move adds-applied to adds-applied-out
           move changes-applied to changes-applied-out
           move deletes-applied to deletes-applied-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close maint-trans-file
                 audit-listing
                 reject-listing
                 election-master-file
                 update-journal-file
                 run-log-file
           stop run.
       110-load-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 500
                          display "WHMAINT: EMP-XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move XRF-EMPLOYEE-NAME
                         to xt-emp-name(xref-table-count)
                       move XRF-EMPLOYEE-NO
                         to xt-emp-no(xref-table-count)
              end-read
           END-PERFORM
           close xref-file.
       115-lookup-xref-number.
           move 'N' to employee-known-sw
           move spaces to employee-name-save
           if maint-employee-no is numeric
              and maint-employee-no > 0
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-emp-no(xref-table-idx) = maint-employee-no
                    move 'Y' to employee-known-sw
                    move xt-emp-name(xref-table-idx)
                      to employee-name-save
                 end-if
              end-perform
           end-if.
       150-lookup-master.
           move 'N' to master-found-sw
           move spaces to before-image-work
           if employee-known
              move maint-employee-no to WE-EMPLOYEE-NO
              read election-master-file
                   invalid key
                      continue
                   not invalid key
                      move 'Y' to master-found-sw
                      move WITHHOLD-ELECTION-REC to before-image-work
              end-read
           end-if.
       160-validate-election.
           move 'Y' to election-valid-sw
           if maint-action-add or maint-action-change
              if not maint-valid-status
                 or maint-allowances is not numeric
                 or maint-extra-withhold is not numeric
                 or not maint-valid-exempt
                 move 'N' to election-valid-sw
              end-if
           end-if.
       200-add-routine.
           if master-found or not election-valid
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 550-print-no-master-line
              perform 500-build-election-from-trans
              write WITHHOLD-ELECTION-REC
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to adds-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 600-print-master-line
                       write print-rec from blank-line
                       move "ADD    " to journal-action
                       move WITHHOLD-ELECTION-REC to after-image-work
                       perform 680-write-update-journal
              end-write
           end-if.
       300-change-routine.
           if not master-found or not election-valid
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              perform 500-build-election-from-trans
              rewrite WITHHOLD-ELECTION-REC
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to changes-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 600-print-master-line
                       write print-rec from blank-line
                       move "CHANGE " to journal-action
                       move WITHHOLD-ELECTION-REC to after-image-work
                       perform 680-write-update-journal
              end-rewrite
           end-if.
       400-delete-routine.
           if not master-found
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              delete election-master-file
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to deletes-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 550-print-no-master-line
                       write print-rec from blank-line
                       move "DELETE " to journal-action
                       move spaces to after-image-work
                       perform 680-write-update-journal
              end-delete
           end-if.
       500-build-election-from-trans.
           move maint-employee-no to WE-EMPLOYEE-NO
           move maint-filing-status to WE-FILING-STATUS
           move maint-allowances to WE-ALLOWANCES
           move maint-extra-withhold to WE-EXTRA-WITHHOLD
           move maint-exempt-sw to WE-EXEMPT-SW
           move maint-state-code to WE-STATE-CODE.
       550-print-no-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move maint-employee-no to audit-emp-no-out
           move employee-name-save to audit-name-out
           move "** NOT ON MASTER **" to audit-detail-line(50:19)
           write print-rec from audit-detail-line.
       600-print-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move WE-EMPLOYEE-NO to audit-emp-no-out
           move employee-name-save to audit-name-out
           move WE-FILING-STATUS to audit-status-out
           move WE-ALLOWANCES to audit-allowances-out
           move WE-EXTRA-WITHHOLD to audit-extra-out
           move WE-EXEMPT-SW to audit-exempt-out
           move WE-STATE-CODE to audit-state-out
           write print-rec from audit-detail-line.
       650-move-action-word.
           evaluate true
              when maint-action-add
                 move "ADD   " to audit-action-out
              when maint-action-change
                 move "CHANGE" to audit-action-out
              when maint-action-delete
                 move "DELETE" to audit-action-out
              when other
                 move "??????" to audit-action-out
           end-evaluate.
       700-reject-routine.
           add 1 to run-log-records-rejected
           move spaces to SUSPENSE-REC
           move "WHMAINT " to SUSP-SOURCE-PROGRAM
           move maint-employee-no to SUSP-KEY-FIELD
           evaluate true
              when not employee-known
                 move "EMPLOYEE NUMBER NOT ON EMP-XREF" to SUSP-REASON
              when maint-action-add and master-found
                 move "ADD FOR ELECTION ALREADY ON MASTER"
                   to SUSP-REASON
              when (maint-action-change or maint-action-delete)
                   and not master-found
                 move "NO ELECTION ON MASTER FOR EMPLOYEE"
                   to SUSP-REASON
              when (maint-action-add or maint-action-change)
                   and not election-valid
                 move "INVALID FILING STATUS OR ELECTION DATA"
                   to SUSP-REASON
              when maint-action-add or maint-action-change
                 or maint-action-delete
                 move "MASTER FILE I-O ERROR" to SUSP-REASON
              when other
                 move "INVALID MAINTENANCE ACTION CODE" to SUSP-REASON
           end-evaluate
           write SUSPENSE-REC.
       680-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "WHMAINT " to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move journal-operator to UJ-OPERATOR
           move "WH-ELECT    " to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           move maint-employee-no to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move after-image-work to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
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
           move "WHMAINT " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move run-log-records-in to RL-RECORDS-IN
           move run-log-records-out to RL-RECORDS-OUT
           move run-log-records-rejected to RL-RECORDS-REJECTED
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
