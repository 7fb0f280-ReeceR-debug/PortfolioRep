       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRTN.
      *> Collection agency return processing, run by hand when the
      *> agency's return file (coll-rtn) comes in.  Each return names
      *> a student the agency holds on coll-place and is one of:
      *>   P  money collected -- the gross the student paid the
      *>      agency comes off the student's ar-open items oldest
      *>      first; the agency keeps its commission and remits the
      *>      net.  Anything collected beyond what the student owes
      *>      goes on stu-credit as a credit balance for STUREFND.
      *>   C  closed/uncollectible -- the placement is closed and a
      *>      write-off of the whole balance is queued on wrt-trans
      *>      for ARWRTOFF, under its approval limit like any other.
      *>   S  account status -- the agency's note is listed only.
      *> The agency returns the student number we placed the student
      *> under; a return without it is matched by name on stu-xref.
      *> Returns for a student not placed, or that do not fit the
      *> placement, go to the suspense file.  Prints the return
      *> register with the net remittance due from the agency;
      *> the cash, the commission expense and the receivable
      *> relieved post to the GL through GLCONSOL.  The return file
      *> is consumed after processing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL return-file ASSIGN TO coll-rtn
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT return-register ASSIGN TO printer.
                     SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO coll-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-ar-file ASSIGN TO ar-open
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL collection-placement-file
           ASSIGN TO "coll-place"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-credit-file
           ASSIGN TO "stu-credit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL write-off-file ASSIGN TO wrt-trans
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL gl-posting-file
           ASSIGN TO GL-POST-AR
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  return-file.
       01  return-rec.
           05  rtn-student-name    pic x(20).
           05  rtn-type            pic x(1).
               88  rtn-collection      value 'P'.
               88  rtn-closed          value 'C'.
               88  rtn-status-update   value 'S'.
           05  rtn-date            pic 9(8).
           05  rtn-gross-amount    pic 9(5)v99.
           05  rtn-commission      pic 9(5)v99.
           05  rtn-agency-note     pic x(20).
           05  rtn-student-no      pic x(7).
       fd  return-register.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  xref-file.
           COPY STUXREF.
       fd  student-ar-file.
       01  student-ar-rec.
           05  ar-student-name     pic x(20).
           05  ar-balance-due      pic 9(5)v99.
           05  ar-billed-date      pic 9(8).
           05  ar-student-no       pic 9(7).
       fd  collection-placement-file.
           COPY COLLPLC.
       fd  student-credit-file.
           COPY STUCRED.
       fd  write-off-file.
       01  write-off-rec.
           05  wo-receivable       pic x(1).
           05  wo-account-key      pic x(20).
           05  wo-amount           pic 9(7)v99.
           05  wo-reason           pic x(30).
       fd  gl-posting-file.
           COPY GLPOST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-student-records     picture xxx value 'yes'.
       01  more-placement-records   picture xxx value 'yes'.
       01  student-table-idx        pic 9(4) comp.
       01  student-table-count      pic 9(4) value 0.
       01  student-table.
           05  student-entry OCCURS 500 TIMES.
               10  sat-student-name pic x(20).
               10  sat-balance      pic 9(5)v99.
               10  sat-billed-date  pic 9(8).
               10  sat-student-no   pic 9(7).
       01  oldest-item-idx          pic 9(4) comp value 0.
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
               10  plc-student-no   pic 9(7).
       01  reject-reason            pic x(40).
       01  return-student-no        pic 9(7) value 0.
      *> student cross-reference (stu-xref) -- a feed record with no
      *> student number is matched to one by name
       01  more-xref-records        picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 3000 TIMES.
               10  xt-student-name  pic x(20).
               10  xt-student-no    pic 9(7).
       01  xref-match-count         pic 9(4) value 0.
       01  student-no-x             pic x(7).
       01  student-no-in redefines student-no-x
                                    pic 9(7).
       01  student-name-search      pic x(20).
       01  resolved-student-no      pic 9(7) value 0.
       01  resolved-student-name    pic x(20).
       01  student-no-reason        pic x(40).
       01  net-amount               pic 9(5)v99.
       01  amount-left              pic 9(5)v99.
       01  amount-applied           pic 9(5)v99.
       01  student-balance-work     pic 9(7)v99.
       01  gross-collected-total    pic 9(9)v99 value 0.
       01  commission-total         pic 9(9)v99 value 0.
       01  net-remitted-total       pic 9(9)v99 value 0.
       01  receivable-relieved      pic 9(9)v99 value 0.
       01  credit-balance-total     pic 9(9)v99 value 0.
       01  returns-read             pic 9(5) value 0.
       01  collections-posted       pic 9(5) value 0.
       01  placements-closed        pic 9(5) value 0.
       01  status-updates           pic 9(5) value 0.
       01  returns-rejected         pic 9(5) value 0.
       01  run-log-time-8            pic 9(8).
       01  register-header.
           05 pic x(32) value "COLLECTION AGENCY RETURNS       ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(22) value "STUDENT".
           05 pic x(10) value "RETURNED".
           05 pic x(8) value "TYPE".
           05 pic x(11) value "     GROSS".
           05 pic x(11) value " COMMISSION".
           05 pic x(11) value "       NET".
           05 pic x(2) value spaces.
           05 pic x(30) value "RESULT".
       01  blank-line               pic x value space.
       01  return-detail-line.
           05  detail-name-out         pic x(20).
           05 pic x(2) value spaces.
           05  detail-date-out         pic 9(8).
           05 pic x(2) value spaces.
           05  detail-type-out         pic x(8).
           05  detail-gross-out        pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-commission-out   pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-net-out          pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  detail-result-out       pic x(40).
       01  total-line.
           05 pic x(4) value spaces.
           05  total-desc-out          pic x(30).
           05  total-amount-out        pic $zzz,zzz,zz9.99.
       01  trailer-line.
           05 pic x(8) value "RETURNS ".
           05  read-out                pic zz,zz9.
           05 pic x(13) value "  COLLECTIONS".
           05  collections-out         pic zz,zz9.
           05 pic x(9) value "  CLOSED ".
           05  closed-out              pic zz,zz9.
           05 pic x(9) value "  STATUS ".
           05  status-out              pic zz,zz9.
           05 pic x(11) value "  REJECTED ".
           05  rejected-out            pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-student-xref
           perform 120-load-student-ar
           perform 130-load-placements
           open input return-file
                output return-register
                output reject-listing
                extend student-credit-file
                extend write-off-file
                extend gl-posting-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read return-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to returns-read
                       perform 200-process-one-return
              end-read
           end-perform
           perform 500-print-totals
           perform 600-write-gl-postings
           perform 900-write-run-log
           close return-file
                 return-register
                 reject-listing
                 student-credit-file
                 write-off-file
                 gl-posting-file
                 run-log-file
           perform 800-save-student-ar
           perform 810-save-placements
      *>   the return file is good for one pass only
           if returns-read > 0
              open output return-file
              close return-file
           end-if
           stop run.
       110-load-student-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "COLLRTN: STU-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move sx-student-name
                         to xt-student-name(xref-table-count)
                       move sx-student-no
                         to xt-student-no(xref-table-count)
              end-read
           end-perform
           close xref-file.
      *> a feed record carrying the student number is checked against
      *> the cross-reference; one without is matched by name, and is
      *> refused when the name is not on the student master or is on
      *> it for more than one student
       115-resolve-student-no.
           move 0 to resolved-student-no
           move spaces to resolved-student-name
           move spaces to student-no-reason
           move 0 to xref-match-count
           if student-no-x is numeric
              and student-no-in > 0
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-no(xref-table-idx) = student-no-in
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              if xref-match-count = 0
                 move "STUDENT NO NOT ON STUDENT MASTER"
                   to student-no-reason
              end-if
           else
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-student-name(xref-table-idx)
                       = student-name-search
                    add 1 to xref-match-count
                    move xt-student-no(xref-table-idx)
                      to resolved-student-no
                    move xt-student-name(xref-table-idx)
                      to resolved-student-name
                 end-if
              end-perform
              evaluate true
                 when xref-match-count = 0
                    move "STUDENT NOT ON STUDENT MASTER"
                      to student-no-reason
                 when xref-match-count > 1
                    move "NAME ON MASTER TWICE -- NEED STUDENT NO"
                      to student-no-reason
              end-evaluate
           end-if.
       120-load-student-ar.
           open input student-ar-file
           perform until more-student-records = 'no '
              read student-ar-file
                    at end
                       move 'no ' to more-student-records
                    not at end
                       add 1 to student-table-count
                       if student-table-count > 500
                          display "COLLRTN: AR-OPEN HAS MORE THAN "
                             "500 RECORDS -- TABLE FULL"
                          close student-ar-file
                          stop run
                       end-if
                       move ar-student-name
                         to sat-student-name(student-table-count)
                       move ar-balance-due
                         to sat-balance(student-table-count)
                       move ar-student-no
                         to sat-student-no(student-table-count)
                       if ar-billed-date is numeric
                          move ar-billed-date
                            to sat-billed-date(student-table-count)
                       else
                          move 0
                            to sat-billed-date(student-table-count)
                       end-if
              end-read
           end-perform
           close student-ar-file.
       130-load-placements.
           open input collection-placement-file
           perform until more-placement-records = 'no '
              read collection-placement-file
                    at end
                       move 'no ' to more-placement-records
                    not at end
                       add 1 to placement-table-count
                       if placement-table-count > 500
                          display "COLLRTN: MORE THAN 500 PLACEMENTS "
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
              end-read
           end-perform
           close collection-placement-file.
       200-process-one-return.
           move rtn-student-no to student-no-x
           move rtn-student-name to student-name-search
           perform 115-resolve-student-no
           move resolved-student-no to return-student-no
           move 0 to placement-found-idx
           if student-no-reason = spaces
              perform varying placement-table-idx from 1 by 1
                      until placement-table-idx > placement-table-count
                 if return-student-no
                       = plc-student-no(placement-table-idx)
                    move placement-table-idx to placement-found-idx
                 end-if
              end-perform
           end-if
           move spaces to return-detail-line
           move rtn-student-name to detail-name-out
           move rtn-date to detail-date-out
           evaluate true
              when rtn-collection
                 move "COLLECT" to detail-type-out
              when rtn-closed
                 move "CLOSED" to detail-type-out
              when rtn-status-update
                 move "STATUS" to detail-type-out
              when other
                 move rtn-type to detail-type-out
           end-evaluate
      *>   a collection or a closing is only taken against a live
      *>   placement; a recalled account can still have money the
      *>   agency took in before the recall reached it
           evaluate true
              when student-no-reason not = spaces
                 move student-no-reason to reject-reason
                 perform 700-reject-return
              when placement-found-idx = 0
                 move "STUDENT NOT PLACED WITH AGENCY"
                   to reject-reason
                 perform 700-reject-return
              when not rtn-collection and not rtn-closed
                    and not rtn-status-update
                 move "UNKNOWN AGENCY RETURN TYPE" to reject-reason
                 perform 700-reject-return
              when rtn-status-update
                 add 1 to status-updates
                 move rtn-agency-note to detail-result-out
                 write print-rec from return-detail-line
              when plc-status(placement-found-idx) = 'C'
                    or plc-status(placement-found-idx) = 'F'
                 move "PLACEMENT ALREADY CLOSED" to reject-reason
                 perform 700-reject-return
              when rtn-collection
                    and rtn-commission > rtn-gross-amount
                 move "COMMISSION EXCEEDS COLLECTION"
                   to reject-reason
                 perform 700-reject-return
              when rtn-collection
                 perform 300-post-collection
              when other
                 perform 400-close-uncollectible
           end-evaluate.
       300-post-collection.
           add 1 to collections-posted
           compute net-amount = rtn-gross-amount - rtn-commission
           add rtn-gross-amount to gross-collected-total
           add rtn-commission to commission-total
           add net-amount to net-remitted-total
           add rtn-gross-amount to plc-collected(placement-found-idx)
           add rtn-commission to plc-commission(placement-found-idx)
           move rtn-gross-amount to amount-left
           perform until amount-left = 0
              perform 310-find-oldest-student-item
              if oldest-item-idx = 0
                 perform 320-credit-excess
              else
                 perform 315-apply-to-student-item
              end-if
           end-perform
           perform 330-total-student-balance
           move rtn-gross-amount to detail-gross-out
           move rtn-commission to detail-commission-out
           move net-amount to detail-net-out
           if student-balance-work = 0
              move 'F' to plc-status(placement-found-idx)
              move business-date-work
                to plc-status-date(placement-found-idx)
              move "POSTED -- PAID IN FULL" to detail-result-out
           else
              move "POSTED" to detail-result-out
           end-if
           write print-rec from return-detail-line.
       310-find-oldest-student-item.
           move 0 to oldest-item-idx
           perform varying student-table-idx from 1 by 1
                   until student-table-idx > student-table-count
              if sat-student-no(student-table-idx) = return-student-no
                 and sat-balance(student-table-idx) > 0
                 if oldest-item-idx = 0
                    or sat-billed-date(student-table-idx)
                       < sat-billed-date(oldest-item-idx)
                    move student-table-idx to oldest-item-idx
                 end-if
              end-if
           end-perform.
       315-apply-to-student-item.
           if amount-left >= sat-balance(oldest-item-idx)
              move sat-balance(oldest-item-idx) to amount-applied
           else
              move amount-left to amount-applied
           end-if
           subtract amount-applied from sat-balance(oldest-item-idx)
           subtract amount-applied from amount-left
           add amount-applied to receivable-relieved.
      *> the agency collected more than the student owed us; the
      *> excess is the student's, refunded through STUREFND
       320-credit-excess.
           move resolved-student-name to scr-student-name
           move return-student-no to scr-student-no
           move rtn-date to scr-credit-date
           move 'P' to scr-source
           move amount-left to scr-amount
           write student-credit-rec
           add amount-left to credit-balance-total
           move 0 to amount-left.
       330-total-student-balance.
           move 0 to student-balance-work
           perform varying student-table-idx from 1 by 1
                   until student-table-idx > student-table-count
              if sat-student-no(student-table-idx) = return-student-no
                 add sat-balance(student-table-idx)
                   to student-balance-work
              end-if
           end-perform.
      *> the agency has given up: the whole open balance is queued
      *> for write-off
       400-close-uncollectible.
           add 1 to placements-closed
           move 'C' to plc-status(placement-found-idx)
           move business-date-work
             to plc-status-date(placement-found-idx)
           move 'S' to wo-receivable
           move spaces to wo-account-key
           move return-student-no to wo-account-key(1:7)
           move 0 to wo-amount
           move "AGENCY CLOSED UNCOLLECTIBLE" to wo-reason
           write write-off-rec
           move "CLOSED -- SENT FOR WRITE-OFF" to detail-result-out
           write print-rec from return-detail-line.
       500-print-totals.
           write print-rec from blank-line
           move "GROSS COLLECTED BY AGENCY" to total-desc-out
           move gross-collected-total to total-amount-out
           write print-rec from total-line
           move "COMMISSION RETAINED" to total-desc-out
           move commission-total to total-amount-out
           write print-rec from total-line
           move "NET REMITTANCE DUE" to total-desc-out
           move net-remitted-total to total-amount-out
           write print-rec from total-line
           move "STUDENT RECEIVABLE RELIEVED" to total-desc-out
           move receivable-relieved to total-amount-out
           write print-rec from total-line
           move "TO STUDENT CREDIT BALANCE" to total-desc-out
           move credit-balance-total to total-amount-out
           write print-rec from total-line
           move returns-read to read-out
           move collections-posted to collections-out
           move placements-closed to closed-out
           move status-updates to status-out
           move returns-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line.
      *> the agency remits the net in cash and keeps its commission
      *> as collection expense; the student is relieved of the
      *> whole amount collected, any excess owed back as a credit
      *> balance
       600-write-gl-postings.
           if gross-collected-total > 0
              move business-date-work to GLP-POST-DATE
              move "COLLRTN " to GLP-SOURCE-PROGRAM
              if net-remitted-total > 0
                 move "CASH    " to GLP-ACCOUNT
                 move net-remitted-total to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if commission-total > 0
                 move "COLLCOMM" to GLP-ACCOUNT
                 move commission-total to GLP-DEBIT-AMOUNT
                 move 0 to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if receivable-relieved > 0
                 move "STUDAR  " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move receivable-relieved to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if credit-balance-total > 0
                 move "STUCRED " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move credit-balance-total to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
           end-if.
       700-reject-return.
           add 1 to returns-rejected
           move reject-reason to detail-result-out
           write print-rec from return-detail-line
           move spaces to SUSPENSE-REC
           move "COLLRTN " to SUSP-SOURCE-PROGRAM
           move rtn-student-name to SUSP-KEY-FIELD
           move reject-reason to SUSP-REASON
           write SUSPENSE-REC.
       800-save-student-ar.
      *>   ar-open is the cumulative student register -- every item
      *>   goes back, paid down or not
           if receivable-relieved > 0
              open output student-ar-file
              perform varying student-table-idx from 1 by 1
                      until student-table-idx > student-table-count
                 move sat-student-name(student-table-idx)
                   to ar-student-name
                 move sat-balance(student-table-idx)
                   to ar-balance-due
                 move sat-billed-date(student-table-idx)
                   to ar-billed-date
                 move sat-student-no(student-table-idx)
                   to ar-student-no
                 write student-ar-rec
              end-perform
              close student-ar-file
           end-if.
       810-save-placements.
           open output collection-placement-file
           perform varying placement-table-idx from 1 by 1
                   until placement-table-idx > placement-table-count
              move plc-student-name(placement-table-idx)
                to cpl-student-name
              move plc-placed-date(placement-table-idx)
                to cpl-placed-date
              move plc-amount-placed(placement-table-idx)
                to cpl-amount-placed
              move plc-collected(placement-table-idx) to cpl-collected
              move plc-commission(placement-table-idx)
                to cpl-commission
              move plc-status(placement-table-idx) to cpl-status
              move plc-status-date(placement-table-idx)
                to cpl-status-date
              move plc-student-no(placement-table-idx)
                to cpl-student-no
              write collection-placement-rec
           end-perform
           close collection-placement-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "COLLRTN " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move returns-read to RL-RECORDS-IN
           compute RL-RECORDS-OUT =
              collections-posted + placements-closed + status-updates
           move returns-rejected to RL-RECORDS-REJECTED
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
