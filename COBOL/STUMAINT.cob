       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.
      *> Student master maintenance.  Applies the registrar's add,
      *> change and delete transactions (stu-maint) to the student
      *> master (stu-mast), printing a before/after audit listing and
      *> journaling every update to upd-journal.  An add is given the
      *> next permanent student number from stu-no-ctl, the same way
      *> EMPNOASN numbers employees; changes and deletes name the
      *> student by number.  After the transactions the stu-xref
      *> name-to-number cross-reference is rewritten in full from the
      *> master for the name-keyed feeds.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT maint-trans-file ASSIGN TO stu-maint
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT audit-listing  ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO smnt-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT student-master ASSIGN TO "stu-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS stm-student-no.
                     SELECT xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL number-control-file
           ASSIGN TO "stu-no-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           ASSIGN TO "upd-journal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL operator-card-file
           ASSIGN TO "op-card"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-stu-mast"
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
      *>   blank on an add -- the number is assigned here
           05  maint-student-no        pic 9(7).
           05  maint-student-name      pic X(20).
           05  maint-street            pic X(25).
           05  maint-city              pic X(20).
           05  maint-state             pic X(2).
           05  maint-zip               pic X(10).
           05  maint-tax-id            pic X(9).
      *>   blank on an add is enrolled
           05  maint-enroll-status     pic X(1).
       fd  audit-listing.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  student-master.
           COPY STUMAST.
       fd  xref-file.
           COPY STUXREF.
       fd  number-control-file.
       01  number-control-rec.
           05  ctl-next-student-no   pic 9(7).
       fd  run-log-file.
           COPY RUNLOG.
       fd  update-journal-file.
           COPY UPDJRNL.
       fd  operator-card-file.
       01  operator-card-rec.
           05  oc-operator-id       pic x(3).
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
       01  more-master-records      picture xxx value 'yes'.
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  trans-valid-sw           pic x value 'Y'.
           88  trans-valid              value 'Y'.
       01  reject-reason            pic x(40).
       01  next-student-no          pic 9(7) value 1.
       01  audit-tag                pic x(8).
       01  journal-operator         pic x(3) value spaces.
       01  journal-action           pic x(7).
       01  journal-key              pic x(20).
       01  before-status-work       pic x(1).
       01  before-image-work        pic x(132).
       01  after-image-work         pic x(132).
       01  run-log-records-in       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  run-log-records-out      pic 9(7) value 0.
       01  run-log-records-rejected pic 9(7) value 0.
       01  adds-applied             pic 9(6) value 0.
       01  changes-applied          pic 9(6) value 0.
       01  deletes-applied          pic 9(6) value 0.
       01  xref-written             pic 9(7) value 0.
       01  audit-header.
           05 pic x(32) value "STUDENT MASTER MAINTENANCE AUDIT".
           05 pic x(2) value spaces.
           05  header-date-out         pic 9(8).
       01  audit-detail-line.
           05  audit-tag-out           pic x(8).
           05 pic x(1) value space.
           05  audit-action-out        pic x(6).
           05 pic x(2) value spaces.
           05  audit-number-out        pic 9(7).
           05 pic x(2) value spaces.
           05  audit-name-out          pic x(20).
           05 pic x(2) value spaces.
           05  audit-street-out        pic x(25).
           05 pic x(2) value spaces.
           05  audit-city-out          pic x(20).
           05 pic x(1) value space.
           05  audit-state-out         pic x(2).
           05 pic x(1) value space.
           05  audit-zip-out           pic x(10).
           05 pic x(2) value spaces.
           05  audit-tax-id-out        pic x(9).
           05 pic x(2) value spaces.
           05  audit-status-out        pic x(1).
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
       01  xref-trailer-line.
           05 pic x(14) value "STU-XREF BUILT".
           05 pic x(2) value spaces.
           05  xref-written-out        pic z,zzz,zz9.
           05 pic x(9) value " STUDENTS".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 910-take-master-lock
           perform 140-load-number-control
           open input maint-trans-file
                output audit-listing
                output reject-listing
                i-o student-master
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
                       perform 160-validate-trans
                       if not trans-valid
                          perform 700-reject-routine
                       else
                          evaluate true
                             when maint-action-add
                                perform 200-add-routine
                             when maint-action-change
                                perform 150-lookup-master
                                perform 300-change-routine
                             when maint-action-delete
                                perform 150-lookup-master
                                perform 400-delete-routine
                          end-evaluate
                       end-if
              end-read
           END-PERFORM
           move adds-applied to adds-applied-out
           move changes-applied to changes-applied-out
           move deletes-applied to deletes-applied-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 800-write-student-xref
           move xref-written to xref-written-out
           write print-rec from xref-trailer-line
           perform 900-write-run-log
           close maint-trans-file
                 audit-listing
                 reject-listing
                 student-master
                 update-journal-file
                 run-log-file
           perform 190-save-number-control
           perform 920-release-master-lock
           stop run.
       910-take-master-lock.
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "STUMAINT: STU-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "STUMAINT" to lk-holder
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
       140-load-number-control.
           open input number-control-file
           read number-control-file
                at end
                   continue
                not at end
                   if ctl-next-student-no is numeric
                      and ctl-next-student-no > 0
                      move ctl-next-student-no to next-student-no
                   end-if
           end-read
           close number-control-file.
       190-save-number-control.
           open output number-control-file
           move next-student-no to ctl-next-student-no
           write number-control-rec
           close number-control-file.
       150-lookup-master.
           move 'N' to master-found-sw
           move maint-student-no to stm-student-no
           read student-master
                invalid key
                   continue
                not invalid key
                   move 'Y' to master-found-sw
           end-read.
       160-validate-trans.
           move 'Y' to trans-valid-sw
           move spaces to reject-reason
           evaluate true
              when not maint-action-add and not maint-action-change
                   and not maint-action-delete
                 move "INVALID MAINTENANCE ACTION CODE"
                   to reject-reason
              when (maint-action-change or maint-action-delete)
                   and (maint-student-no is not numeric
                        or maint-student-no = 0)
                 move "STUDENT NUMBER MISSING OR NOT NUMERIC"
                   to reject-reason
              when maint-action-delete
                 continue
              when maint-student-name = spaces
                 move "STUDENT NAME MISSING" to reject-reason
              when maint-tax-id not = spaces
                   and maint-tax-id is not numeric
                 move "TAXPAYER ID NOT NUMERIC" to reject-reason
              when maint-enroll-status not = space
                   and not = 'E' and not = 'L' and not = 'W'
                   and not = 'G'
                 move "INVALID ENROLLMENT STATUS" to reject-reason
           end-evaluate
           if reject-reason not = spaces
              move 'N' to trans-valid-sw
           end-if.
       200-add-routine.
           move "BEFORE: " to audit-tag
           perform 550-print-no-master-line
           move spaces to student-master-rec
           move next-student-no to stm-student-no
           perform 500-build-master-from-trans
           move business-date-work to stm-status-date
           move business-date-work to stm-added-date
           write student-master-rec
                 invalid key
                    move "STUDENT NUMBER ALREADY ON MASTER"
                      to reject-reason
                    perform 700-reject-routine
                 not invalid key
                    add 1 to next-student-no
                    add 1 to adds-applied
                    add 1 to run-log-records-out
                    move "AFTER:  " to audit-tag
                    perform 600-print-master-line
                    write print-rec from blank-line
                    move "ADD    " to journal-action
                    move spaces to before-image-work
                    move student-master-rec to after-image-work
                    perform 680-write-update-journal
           end-write.
       300-change-routine.
           if not master-found
              move "CHANGE FOR STUDENT NOT ON MASTER" to reject-reason
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              move student-master-rec to before-image-work
              move stm-enroll-status to before-status-work
              perform 500-build-master-from-trans
              if stm-enroll-status not = before-status-work
                 move business-date-work to stm-status-date
              end-if
              rewrite student-master-rec
                    invalid key
                       move "MASTER FILE I-O ERROR" to reject-reason
                       perform 700-reject-routine
                    not invalid key
                       add 1 to changes-applied
                       add 1 to run-log-records-out
                       move "AFTER:  " to audit-tag
                       perform 600-print-master-line
                       write print-rec from blank-line
                       move "CHANGE " to journal-action
                       move student-master-rec to after-image-work
                       perform 680-write-update-journal
              end-rewrite
           end-if.
       400-delete-routine.
           if not master-found
              move "DELETE FOR STUDENT NOT ON MASTER" to reject-reason
              perform 700-reject-routine
           else
              move "BEFORE: " to audit-tag
              perform 600-print-master-line
              move student-master-rec to before-image-work
              delete student-master
                    invalid key
                       move "MASTER FILE I-O ERROR" to reject-reason
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
      *> the number, the date added and the status date stay as they
      *> are on a change; everything else is taken from the card
       500-build-master-from-trans.
           move maint-student-name to stm-student-name
           move maint-street to stm-street
           move maint-city to stm-city
           move maint-state to stm-state
           move maint-zip to stm-zip
           move maint-tax-id to stm-tax-id
           if maint-enroll-status = space
              move 'E' to stm-enroll-status
           else
              move maint-enroll-status to stm-enroll-status
           end-if.
       550-print-no-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           if maint-student-no is numeric
              move maint-student-no to audit-number-out
           else
              move 0 to audit-number-out
           end-if
           move maint-student-name to audit-name-out
           move "** NOT ON MASTER **" to audit-street-out
           write print-rec from audit-detail-line.
       600-print-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move stm-student-no to audit-number-out
           move stm-student-name to audit-name-out
           move stm-street to audit-street-out
           move stm-city to audit-city-out
           move stm-state to audit-state-out
           move stm-zip to audit-zip-out
           move stm-tax-id to audit-tax-id-out
           move stm-enroll-status to audit-status-out
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
           move "STUMAINT" to SUSP-SOURCE-PROGRAM
           if maint-action-add
              move maint-student-name to SUSP-KEY-FIELD
           else
              move maint-student-no to SUSP-KEY-FIELD
           end-if
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC.
       680-write-update-journal.
           move spaces to UPDATE-JOURNAL-REC
           move "STUMAINT" to UJ-PROGRAM-NAME
           move business-date-work to UJ-UPDATE-DATE
           move journal-operator to UJ-OPERATOR
           move "stu-mast    " to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           move spaces to journal-key
           if maint-action-add
              move stm-student-no to journal-key
           else
              move maint-student-no to journal-key
           end-if
           move journal-key to UJ-RECORD-KEY
           move before-image-work to UJ-BEFORE-IMAGE
           move after-image-work to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
      *> the whole master, in student-number order, goes to the
      *> cross-reference whether or not anything changed tonight
       800-write-student-xref.
           open output xref-file
           move 0 to stm-student-no
           start student-master key is not less than stm-student-no
                 invalid key
                    move 'no ' to more-master-records
           end-start
           perform until more-master-records = 'no '
              read student-master next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       move stm-student-name to sx-student-name
                       move stm-student-no to sx-student-no
                       write student-xref-rec
                       add 1 to xref-written
              end-read
           END-PERFORM
           close xref-file.
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
           move "STUMAINT" to RL-PROGRAM-NAME
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
