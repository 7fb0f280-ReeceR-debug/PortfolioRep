           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL number-control-file
           ASSIGN TO "cust-no-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL update-journal-file
           05  maint-street-address    pic X(20).
           05  maint-city-state-zip    pic X(20).
           05  maint-credit-limit      pic 9(5).
           05  maint-do-not-mail       pic X(1).
      *> blank on an add -- the number is assigned here
           05  maint-customer-no       pic 9(7).
       fd  audit-listing.
       01  print-rec.
           05 pic x(132).
           COPY REJLIST.
       fd  customer-master.
           COPY CUSTMAST.
       fd  xref-file.
           COPY CUSTXREF.
       fd  number-control-file.
       01  number-control-rec.
           05  ctl-next-customer-no  pic 9(7).
       fd  run-log-file.
           COPY RUNLOG.
       fd  update-journal-file.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-master-records      picture xxx value 'yes'.
       01  master-found-sw          pic x value 'N'.
           88  master-found             value 'Y'.
       01  key-valid-sw             pic x value 'Y'.
           88  key-valid                value 'Y'.
       01  number-valid-sw          pic x value 'Y'.
           88  number-valid             value 'Y'.
       01  next-customer-no         pic 9(7) value 1.
       01  name-key-holder-no       pic 9(7) value 0.
       01  audit-tag                pic x(8).
       01  journal-operator         pic x(3) value spaces.
       01  journal-action           pic x(7).
       01  adds-applied             pic 9(6) value 0.
       01  changes-applied          pic 9(6) value 0.
       01  deletes-applied          pic 9(6) value 0.
       01  xref-written             pic 9(7) value 0.
       01  audit-header.
           05 pic x(33) value "CUSTOMER MASTER MAINTENANCE AUDIT".
       01  audit-detail-line.
           05 pic x(1) value space.
           05  audit-action-out        pic x(6).
           05 pic x(2) value spaces.
           05  audit-number-out        pic z(7).
           05 pic x(2) value spaces.
           05  audit-key-out           pic x(12).
           05 pic x(2) value spaces.
           05  audit-first-name-out    pic x(12).
           05 pic x(2) value spaces.
           05  deletes-applied-out     pic zz,zz9.
           05 pic x(8) value " DELETES".
       01  xref-trailer-line.
           05 pic x(15) value "CUST-XREF BUILT".
           05 pic x(2) value spaces.
           05  xref-written-out        pic z,zzz,zz9.
           05 pic x(10) value " CUSTOMERS".
       01  duplicate-name-line.
           05 pic x(19) value spaces.
           05 pic x(31) value "** NAME KEY ALSO ON CUSTOMER NO".
           05 pic x(1) value space.
           05  duplicate-number-out    pic 9(7).
           05 pic x(34)
                 value " -- CHECK THIS IS NOT THE SAME ONE".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 955-get-operator-card
           perform 910-take-master-lock
           perform 120-load-number-control
           open input maint-trans-file
                output audit-listing
                output reject-listing
                    not at end
                       add 1 to run-log-records-in
                       perform 140-validate-key
                       if not key-valid or not number-valid
                          perform 700-reject-routine
                       else
                          perform 150-lookup-master
           move deletes-applied to deletes-applied-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 800-write-customer-xref
           move xref-written to xref-written-out
           write print-rec from xref-trailer-line
           perform 900-write-run-log
           close maint-trans-file
                 audit-listing
                 customer-master
                 update-journal-file
                 run-log-file
           perform 130-save-number-control
           perform 920-release-master-lock
           stop run.
       910-take-master-lock.
           move 0 to lk-lock-time
           write master-lock-rec
           close master-lock-file.
       120-load-number-control.
           open input number-control-file
           read number-control-file
                at end
                   continue
                not at end
                   if ctl-next-customer-no is numeric
                      and ctl-next-customer-no > 0
                      move ctl-next-customer-no to next-customer-no
                   end-if
           end-read
           close number-control-file.
       130-save-number-control.
           open output number-control-file
           move next-customer-no to ctl-next-customer-no
           write number-control-rec
           close number-control-file.
      *> an add is by name key and is given the next number; a change
      *> or delete must carry the customer number, and a delete needs
      *> nothing else
       140-validate-key.
           move 'Y' to key-valid-sw
           move 'Y' to number-valid-sw
           if (maint-action-change or maint-action-delete)
              and (maint-customer-no is not numeric
                   or maint-customer-no = 0)
              move 'N' to number-valid-sw
           end-if
           if not maint-action-delete
              and (maint-Initial1 not alphabetic
                   or maint-Initial1 = space
                   or maint-Initial2 not alphabetic
                   or maint-Initial2 = space
                   or maint-last-name = spaces)
              move 'N' to key-valid-sw
           end-if.
       150-lookup-master.
           move 'N' to master-found-sw
           if not maint-action-add
              move maint-customer-no to mast-customer-no
              read customer-master
                   invalid key
                      continue
                   not invalid key
                      move 'Y' to master-found-sw
              end-read
           end-if.
      *> a second customer with the same initials and last name is
      *> added under a number of its own -- that is what the number
      *> is for -- but the audit flags it in case the clerk has keyed
      *> an existing customer again
       200-add-routine.
           move "BEFORE: " to audit-tag
           perform 550-print-no-master-line
           perform 250-check-name-key-on-file
           move spaces to customer-master-rec
           move next-customer-no to mast-customer-no
           perform 500-build-master-from-trans
           move space to mast-credit-hold
           move 0 to mast-hold-date
           write customer-master-rec
                 invalid key
                    perform 700-reject-routine
                 not invalid key
                    add 1 to next-customer-no
                    add 1 to adds-applied
                    add 1 to run-log-records-out
                    move "AFTER:  " to audit-tag
                    perform 600-print-master-line
                    if name-key-holder-no not = 0
                       move name-key-holder-no to duplicate-number-out
                       write print-rec from duplicate-name-line
                    end-if
                    write print-rec from blank-line
                    move "ADD    " to journal-action
                    move spaces to before-image-work
                    move customer-master-rec to after-image-work
                    perform 680-write-update-journal
           end-write.
       250-check-name-key-on-file.
           move 0 to name-key-holder-no
           move maint-customer-key to mast-customer-key
           read customer-master key is mast-customer-key
                invalid key
                   continue
                not invalid key
                   move mast-customer-no to name-key-holder-no
           end-read.
       300-change-routine.
           if not master-found
              perform 700-reject-routine
              move maint-credit-limit to mast-credit-limit
           else
              move 0 to mast-credit-limit
           end-if
           if maint-do-not-mail = 'Y'
              move 'Y' to mast-do-not-mail
           else
              move space to mast-do-not-mail
           end-if.
       550-print-no-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           if maint-customer-no is numeric
              move maint-customer-no to audit-number-out
           end-if
           move maint-customer-key to audit-key-out
           move "** NOT ON MASTER **" to audit-detail-line(43:19)
           write print-rec from audit-detail-line.
       600-print-master-line.
           move spaces to audit-detail-line
           move audit-tag to audit-tag-out
           perform 650-move-action-word
           move mast-customer-no to audit-number-out
           move mast-customer-key to audit-key-out
           move mast-first-name to audit-first-name-out
           move mast-full-last-name to audit-full-last-out
           add 1 to run-log-records-rejected
           move spaces to SUSPENSE-REC
           move "CUSTMNT " to SUSP-SOURCE-PROGRAM
           if maint-action-add
              move maint-customer-key to SUSP-KEY-FIELD
           else
              move maint-customer-no to SUSP-KEY-FIELD
           end-if
           evaluate true
              when not number-valid
                 move "CUSTOMER NUMBER MISSING OR NOT NUMERIC"
                   to SUSP-REASON
              when not key-valid
                 move "INVALID CUSTOMER KEY FORMAT" to SUSP-REASON
              when maint-action-add
                 move "CUSTOMER NUMBER ALREADY ON MASTER"
                   to SUSP-REASON
              when maint-action-change and not master-found
                 move "CHANGE FOR NUMBER NOT ON MASTER" to SUSP-REASON
              when maint-action-delete and not master-found
                 move "DELETE FOR NUMBER NOT ON MASTER" to SUSP-REASON
              when maint-action-change or maint-action-delete
                 move "MASTER FILE I-O ERROR" to SUSP-REASON
              when other
                 move "INVALID MAINTENANCE ACTION CODE" to SUSP-REASON
           move journal-operator to UJ-OPERATOR
           move "cust-mast   " to UJ-FILE-NAME
           move journal-action to UJ-ACTION
           if maint-action-add
              move mast-customer-no to UJ-RECORD-KEY
           else
              move maint-customer-no to UJ-RECORD-KEY
           end-if
           move before-image-work to UJ-BEFORE-IMAGE
           move after-image-work to UJ-AFTER-IMAGE
           write UPDATE-JOURNAL-REC.
      *> the whole master, in customer-number order, goes to the
      *> cross-reference whether or not anything changed tonight
       800-write-customer-xref.
           open output xref-file
           move 0 to mast-customer-no
           start customer-master key is not less than mast-customer-no
                 invalid key
                    move 'no ' to more-master-records
           end-start
           perform until more-master-records = 'no '
              read customer-master next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       move mast-customer-key to cx-customer-key
                       move mast-customer-no to cx-customer-no
                       write customer-xref-rec
                       add 1 to xref-written
              end-read
           END-PERFORM
           close xref-file.
       955-get-operator-card.
           open input operator-card-file
           read operator-card-file
