       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVQMNT.
      *> Driver qualification maintenance.  Adds, changes and deletes
      *> the hack license, medical card and insurance endorsement
      *> records on drv-qual that SHIFTPRF and DRVSETL check every
      *> shift against, and journals every applied change to
      *> upd-journal with its before and after images like the other
      *> master maintenance programs.  The driver must be on drv-mast;
      *> an add or change with a credential type other than HL, MC or
      *> IE, a missing or non-numeric expiry date, or an issue date
      *> later than the expiry date goes to suspense instead of the
      *> master.  A renewal is a change carrying the new dates.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT maint-trans-file ASSIGN TO drvq-maint
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT audit-listing  ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO drvq-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL driver-qual-file
           ASSIGN TO "drv-qual"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS dq-key.
                     SELECT driver-master-file ASSIGN TO drv-mast
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
           05  maint-driver-id         pic X(5).
           05  maint-cred-type         pic X(2).
               88  maint-valid-type        value 'HL' 'MC' 'IE'.
           05  maint-cred-number       pic X(15).
           05  maint-issue-date        pic 9(8).
           05  maint-expiry-date       pic 9(8).
       fd  audit-listing.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  driver-qual-file.
           COPY DRVQUAL.
       fd  driver-master-file.
       01  driver-master-rec.
           05  dr-driver-id        pic x(5).
           05  dr-driver-name      pic x(20).
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
       01  more-driver-records      picture xxx value 'yes'.
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  driver-known-sw          pic x value 'N'.
           88  driver-known             value 'Y'.
       01  qual-valid-sw            pic x value 'Y'.
           88  qual-valid               value 'Y'.
       01  driver-table-idx         pic 9(3) comp.
       01  driver-table-count       pic 9(3) value 0.
       01  driver-table.
           05  driver-table-entry OCCURS 200 TIMES.
               10  drt-driver-id    pic x(5).
               10  drt-driver-name  pic x(20).
       01  driver-name-save         pic x(20) value spaces.
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
              value "DRIVER QUALIFICATION MAINTENANCE AUDIT  ".
           05  header-date-out         pic 9(8).
       01  audit-detail-line.
           05  audit-tag-out           pic x(8).
           05 pic x(1).
           05  audit-action-out        pic x(6).
           05 pic x(2).
           05  audit-driver-id-out     pic x(5).
           05 pic x(2).
           05  audit-name-out          pic x(20).
           05 pic x(2).
           05  audit-type-out          pic x(2).
           05 pic x(2).
           05  audit-number-out        pic x(15).
           05 pic x(2).
           05  audit-issue-label       pic x(6).
           05 pic x(1).
           05  audit-issue-out         pic 9(8).
           05 pic x(2).
           05  audit-expiry-label      pic x(7).
           05 pic x(1).
           05  audit-expiry-out        pic 9(8).
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
           perform 110-load-driver-master
           open input maint-trans-file
                output audit-listing
                output reject-listing
                i-o driver-qual-file
                extend update-journal-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from audit-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read maint-trans-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to run-log-records-in
                       perform 115-lookup-driver
                       perform 150-lookup-master
                       perform 160-validate-qualification
                       evaluate true
                          when not driver-known
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
                 driver-qual-file
                 update-journal-file
                 run-log-file
           stop run.
       110-load-driver-master.
           open input driver-master-file
           perform until more-driver-records = 'no '
              read driver-master-file
                    at end
                       move 'no ' to more-driver-records
                    not at end
                       add 1 to driver-table-count
                       if driver-table-count > 200
                          display "DRVQMNT: DRIVER-MASTER-FILE HAS "
                             "MORE THAN 200 RECORDS -- TABLE FULL"
                          close driver-master-file
                          stop run
                       end-if
                       move dr-driver-id
                         to drt-driver-id(driver-table-count)
                       move dr-driver-name
                         to drt-driver-name(driver-table-count)
              end-read
           END-PERFORM
           close driver-master-file.
       115-lookup-driver.
           move 'N' to driver-known-sw
           move spaces to driver-name-save
           if maint-driver-id not = spaces
              perform varying driver-table-idx from 1 by 1
                      until driver-table-idx > driver-table-count
                 if drt-driver-id(driver-table-idx) = maint-driver-id
                    move 'Y' to driver-known-sw
                    move drt-driver-name(driver-table-idx)
                      to driver-name-save
                 end-if
              end-perform
           end-if.
       150-lookup-master.
           move 'N' to master-found-sw
           move spaces to before-image-work
           if driver-known
              move maint-driver-id to dq-driver-id
              move maint-cred-type to dq-cred-type
              read driver-qual-file
                   invalid key
                      continue
                   not invalid key
                      move 'Y' to master-found-sw
                      move driver-qual-rec to before-image-work
              end-read
           end-if.
       160-validate-qualification.
           move 'Y' to qual-valid-sw
           if maint-action-add or maint-action-change
              if not maint-valid-type
                 or maint-issue-date is not numeric
                 or maint-expiry-date is not numeric
                 move 'N' to qual-valid-sw
              else
                 if maint-expiry-date = 0
                    or maint-expiry-date(5:2) < "01"
                    or maint-expiry-date(5:2) > "12"
                    or maint-issue-date > maint-expiry-date
                    move 'N' to qual-valid-sw
                 end-if
              end-if
           end-if.
       200-add-routine.
           if master-found or not qual-valid
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 550-print-no-master-line
              perform 500-build-qual-from-trans
              write driver-qual-rec
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to adds-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 600-print-master-line
                       write print-rec from blank-line
                       move "ADD    " to journal-action
                       move driver-qual-rec to after-image-work
                       perform 680-write-update-journal
              end-write
           end-if.
       300-change-routine.
           if not master-found or not qual-valid
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              perform 500-build-qual-from-trans
              rewrite driver-qual-rec
                    invalid key
                       perform 700-reject-routine
                    not invalid key
                       add 1 to changes-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 600-print-master-line
                       write print-rec from blank-line
                       move "CHANGE " to journal-action
                       move driver-qual-rec to after-image-work
                       perform 680-write-update-journal
              end-rewrite
           end-if.
       400-delete-routine.
           if not master-found
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              delete driver-qual-file
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
       500-build-qual-from-trans.
           move maint-driver-id to dq-driver-id
           move maint-cred-type to dq-cred-type
           move maint-cred-number to dq-cred-number
           move maint-issue-date to dq-issue-date
           move maint-expiry-date to dq-expiry-date.
       550-print-no-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move maint-driver-id to audit-driver-id-out
           move driver-name-save to audit-name-out
           move maint-cred-type to audit-type-out
           move "** NOT ON MASTER **" to audit-detail-line(51:19)
           write print-rec from audit-detail-line.
       600-print-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move dq-driver-id to audit-driver-id-out
           move driver-name-save to audit-name-out
           move dq-cred-type to audit-type-out
           move dq-cred-number to audit-number-out
           move "ISSUED" to audit-issue-label
           move dq-issue-date to audit-issue-out
           move "EXPIRES" to audit-expiry-label
           move dq-expiry-date to audit-expiry-out
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
           move "DRVQMNT " to SUSP-SOURCE-PROGRAM
           move maint-driver-id to SUSP-KEY-FIELD(1:5)
           move maint-cred-type to SUSP-KEY-FIELD(7:2)
           evaluate true
              when not driver-known
                 move "DRIVER NOT ON DRIVER MASTER" to SUSP-REASON
              when maint-action-add and master-found
                 move "ADD FOR CREDENTIAL ALREADY ON MASTER"
                   to SUSP-REASON
              when (maint-action-change or maint-action-delete)
                   and not master-found
                 move "NO CREDENTIAL ON MASTER FOR DRIVER"
                   to SUSP-REASON
              when (maint-action-add or maint-action-change)
                   and not qual-valid
                 move "INVALID CREDENTIAL TYPE OR DATES"
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
           move "DRVQMNT " to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move journal-operator to UJ-OPERATOR
           move "drv-qual    " to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           move maint-driver-id to UJ-RECORD-KEY(1:5)
           move maint-cred-type to UJ-RECORD-KEY(6:2)
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
           move "DRVQMNT " to RL-PROGRAM-NAME
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
