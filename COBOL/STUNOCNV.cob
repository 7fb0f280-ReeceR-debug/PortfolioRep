       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUNOCNV.
      *> Student number changeover.  Stamps the permanent student
      *> number onto every record of the name-keyed student files
      *> that does not carry one yet, matching the record's name to
      *> the stu-xref cross-reference STUMAINT writes.  The number
      *> goes in the field added at the end of each record (for a
      *> student write-off on wo-hist it replaces the name as the
      *> account key).  A name not on the student master, or on it
      *> for more than one student, is listed and the record is left
      *> unnumbered for the registrar to sort out by hand; rerunning
      *> after the corrections only touches what is still unnumbered.
      *> Each file is stamped into stu-cnv-work and copied back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT OPTIONAL xref-file ASSIGN TO "stu-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT conversion-report ASSIGN TO printer.
                     SELECT convert-work-file ASSIGN TO "stu-cnv-work"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL ar-open-file ASSIGN TO ar-open
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL ar-updated-file ASSIGN TO ar-upd
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL bill-history-file
           ASSIGN TO "bill-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL registration-hold-file
           ASSIGN TO "reg-holds"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL installment-plan-file
           ASSIGN TO "ar-plan"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL payment-history-file
           ASSIGN TO "pay-post-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL withdrawal-history-file
           ASSIGN TO "wdr-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL section-roster-file
           ASSIGN TO "sect-roster"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-assignment-file
           ASSIGN TO "spon-asgn"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-ar-file
           ASSIGN TO "spon-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL student-credit-file
           ASSIGN TO "stu-credit"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL collection-placement-file
           ASSIGN TO "coll-place"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL write-off-history-file
           ASSIGN TO "wo-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  xref-file.
           COPY STUXREF.
       fd  conversion-report.
       01  print-rec.
           05 pic x(132).
       fd  convert-work-file.
       01  convert-work-rec.
           05 pic x(100).
      *> the student files are read here as plain records; where the
      *> name and the number sit in each is set by its paragraph below
       fd  ar-open-file.
       01  ar-open-rec.
           05 pic x(100).
       fd  ar-updated-file.
       01  ar-updated-rec.
           05 pic x(100).
       fd  bill-history-file.
       01  bill-history-rec.
           05 pic x(100).
       fd  registration-hold-file.
       01  registration-hold-rec.
           05 pic x(100).
       fd  installment-plan-file.
       01  installment-plan-rec.
           05 pic x(100).
       fd  payment-history-file.
       01  payment-history-rec.
           05 pic x(100).
       fd  withdrawal-history-file.
       01  withdrawal-history-rec.
           05 pic x(100).
       fd  section-roster-file.
       01  section-roster-rec.
           05 pic x(100).
       fd  sponsor-assignment-file.
       01  sponsor-assignment-rec.
           05 pic x(100).
       fd  sponsor-ar-file.
       01  sponsor-ar-rec.
           05 pic x(100).
       fd  student-credit-file.
       01  student-credit-rec.
           05 pic x(100).
       fd  collection-placement-file.
       01  collection-placement-rec.
           05 pic x(100).
       fd  write-off-history-file.
       01  write-off-history-rec.
           05 pic x(100).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-xref-records        picture xxx value 'yes'.
       01  more-convert-records     picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 3000 TIMES.
               10  xt-student-name  pic x(20).
               10  xt-student-no    pic 9(7).
       01  xref-match-count         pic 9(4) value 0.
       01  xref-found-no            pic 9(7) value 0.
       01  convert-record           pic x(100).
       01  convert-file-name        pic x(13).
       01  name-offset              pic 9(3) comp.
       01  number-offset            pic 9(3) comp.
      *>   on wo-hist only the student write-offs are stamped, and
      *>   the number replaces the name as the account key
       01  write-off-mode-sw        pic x value 'N'.
           88  write-off-mode           value 'Y'.
       01  student-no-text          pic 9(7).
       01  file-records-read        pic 9(7) value 0.
       01  file-already-numbered    pic 9(7) value 0.
       01  file-records-numbered    pic 9(7) value 0.
       01  file-records-unmatched   pic 9(7) value 0.
       01  total-records-read       pic 9(7) value 0.
       01  total-records-numbered   pic 9(7) value 0.
       01  total-records-unmatched  pic 9(7) value 0.
       01  total-already-numbered   pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(34) value "STUDENT NUMBER CHANGEOVER REPORT  ".
           05  header-date-out         pic 9(8).
       01  xref-count-line.
           05 pic x(19) value "STUDENTS ON XREF   ".
           05  xref-count-out          pic zz,zz9.
       01  blank-line               pic x value space.
       01  exception-line.
           05  exc-file-out            pic x(13).
           05 pic x(2) value spaces.
           05  exc-name-out            pic x(20).
           05 pic x(2) value spaces.
           05  exc-reason-out          pic x(30).
       01  file-total-line.
           05  ftl-file-out            pic x(13).
           05 pic x(2) value spaces.
           05 pic x(5) value "READ ".
           05  ftl-read-out            pic z,zzz,zz9.
           05 pic x(10) value " NUMBERED ".
           05  ftl-numbered-out        pic z,zzz,zz9.
           05 pic x(9) value " ALREADY ".
           05  ftl-already-out         pic z,zzz,zz9.
           05 pic x(11) value " UNMATCHED ".
           05  ftl-unmatched-out       pic z,zzz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-xref
           open output conversion-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           move xref-table-count to xref-count-out
           write print-rec from xref-count-line
           write print-rec from blank-line
           if xref-table-count = 0
              display "STUNOCNV: STU-XREF IS EMPTY -- RUN STUMAINT "
                 "FIRST, NOTHING CONVERTED"
              move 8 to RETURN-CODE
           else
              perform 300-convert-ar-open
              perform 305-convert-ar-upd
              perform 310-convert-bill-hist
              perform 315-convert-reg-holds
              perform 320-convert-ar-plan
              perform 325-convert-pay-post-hist
              perform 330-convert-wdr-hist
              perform 335-convert-sect-roster
              perform 340-convert-spon-asgn
              perform 345-convert-spon-ar
              perform 350-convert-stu-credit
              perform 355-convert-coll-place
              perform 360-convert-wo-hist
              write print-rec from blank-line
              move "ALL FILES" to ftl-file-out
              move total-records-read to ftl-read-out
              move total-records-numbered to ftl-numbered-out
              move total-already-numbered to ftl-already-out
              move total-records-unmatched to ftl-unmatched-out
              write print-rec from file-total-line
           end-if
           perform 900-write-run-log
           close conversion-report
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
                       if xref-table-count > 3000
                          display "STUNOCNV: STU-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move sx-student-name
                         to xt-student-name(xref-table-count)
                       move sx-student-no
                         to xt-student-no(xref-table-count)
              end-read
           END-PERFORM
           close xref-file.
       150-lookup-xref-name.
           move 0 to xref-match-count
           move 0 to xref-found-no
           perform varying xref-table-idx from 1 by 1
                   until xref-table-idx > xref-table-count
              if xt-student-name(xref-table-idx)
                 = convert-record(name-offset:20)
                 add 1 to xref-match-count
                 move xt-student-no(xref-table-idx) to xref-found-no
              end-if
           END-PERFORM.
       200-start-file.
           move 0 to file-records-read
           move 0 to file-already-numbered
           move 0 to file-records-numbered
           move 0 to file-records-unmatched
           move 'N' to write-off-mode-sw
           move 'yes' to more-convert-records
           open output convert-work-file.
       210-stamp-one-record.
           add 1 to file-records-read
           evaluate true
              when write-off-mode
                   and convert-record(1:1) not = 'S'
                 continue
              when convert-record(number-offset:7) is numeric
                   and convert-record(number-offset:7) not = "0000000"
                 add 1 to file-already-numbered
              when other
                 perform 150-lookup-xref-name
                 evaluate true
                    when xref-match-count = 1
                       move xref-found-no to student-no-text
                       if write-off-mode
                          move spaces to convert-record(name-offset:20)
                       end-if
                       move student-no-text
                         to convert-record(number-offset:7)
                       add 1 to file-records-numbered
                    when xref-match-count = 0
                       move "NOT ON STUDENT MASTER" to exc-reason-out
                       perform 220-list-exception
                    when other
                       move "NAME ON MASTER MORE THAN ONCE"
                         to exc-reason-out
                       perform 220-list-exception
                 end-evaluate
           end-evaluate
           write convert-work-rec from convert-record.
       220-list-exception.
           add 1 to file-records-unmatched
           move convert-file-name to exc-file-out
           move convert-record(name-offset:20) to exc-name-out
           write print-rec from exception-line.
       230-end-file.
           move convert-file-name to ftl-file-out
           move file-records-read to ftl-read-out
           move file-records-numbered to ftl-numbered-out
           move file-already-numbered to ftl-already-out
           move file-records-unmatched to ftl-unmatched-out
           write print-rec from file-total-line
           add file-records-read to total-records-read
           add file-records-numbered to total-records-numbered
           add file-records-unmatched to total-records-unmatched
           add file-already-numbered to total-already-numbered
           move 'yes' to more-convert-records.
       300-convert-ar-open.
           move "ar-open" to convert-file-name
           move 1 to name-offset
           move 36 to number-offset
           perform 200-start-file
           open input ar-open-file
           perform until more-convert-records = 'no '
              read ar-open-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close ar-open-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output ar-open-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write ar-open-rec from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    ar-open-file
           end-if.
       305-convert-ar-upd.
           move "ar-upd" to convert-file-name
           move 1 to name-offset
           move 36 to number-offset
           perform 200-start-file
           open input ar-updated-file
           perform until more-convert-records = 'no '
              read ar-updated-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close ar-updated-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output ar-updated-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write ar-updated-rec from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    ar-updated-file
           end-if.
       310-convert-bill-hist.
           move "bill-hist" to convert-file-name
           move 1 to name-offset
           move 43 to number-offset
           perform 200-start-file
           open input bill-history-file
           perform until more-convert-records = 'no '
              read bill-history-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close bill-history-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output bill-history-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write bill-history-rec from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    bill-history-file
           end-if.
       315-convert-reg-holds.
           move "reg-holds" to convert-file-name
           move 1 to name-offset
           move 41 to number-offset
           perform 200-start-file
           open input registration-hold-file
           perform until more-convert-records = 'no '
              read registration-hold-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close registration-hold-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output registration-hold-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write registration-hold-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    registration-hold-file
           end-if.
       320-convert-ar-plan.
           move "ar-plan" to convert-file-name
           move 1 to name-offset
           move 46 to number-offset
           perform 200-start-file
           open input installment-plan-file
           perform until more-convert-records = 'no '
              read installment-plan-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close installment-plan-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output installment-plan-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write installment-plan-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    installment-plan-file
           end-if.
       325-convert-pay-post-hist.
           move "pay-post-hist" to convert-file-name
           move 1 to name-offset
           move 36 to number-offset
           perform 200-start-file
           open input payment-history-file
           perform until more-convert-records = 'no '
              read payment-history-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close payment-history-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output payment-history-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write payment-history-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    payment-history-file
           end-if.
       330-convert-wdr-hist.
           move "wdr-hist" to convert-file-name
           move 1 to name-offset
           move 43 to number-offset
           perform 200-start-file
           open input withdrawal-history-file
           perform until more-convert-records = 'no '
              read withdrawal-history-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close withdrawal-history-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output withdrawal-history-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write withdrawal-history-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    withdrawal-history-file
           end-if.
       335-convert-sect-roster.
           move "sect-roster" to convert-file-name
           move 9 to name-offset
           move 38 to number-offset
           perform 200-start-file
           open input section-roster-file
           perform until more-convert-records = 'no '
              read section-roster-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close section-roster-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output section-roster-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write section-roster-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    section-roster-file
           end-if.
       340-convert-spon-asgn.
           move "spon-asgn" to convert-file-name
           move 1 to name-offset
           move 50 to number-offset
           perform 200-start-file
           open input sponsor-assignment-file
           perform until more-convert-records = 'no '
              read sponsor-assignment-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close sponsor-assignment-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output sponsor-assignment-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write sponsor-assignment-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    sponsor-assignment-file
           end-if.
       345-convert-spon-ar.
           move "spon-ar" to convert-file-name
           move 7 to name-offset
           move 57 to number-offset
           perform 200-start-file
           open input sponsor-ar-file
           perform until more-convert-records = 'no '
              read sponsor-ar-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close sponsor-ar-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output sponsor-ar-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write sponsor-ar-rec from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    sponsor-ar-file
           end-if.
       350-convert-stu-credit.
           move "stu-credit" to convert-file-name
           move 1 to name-offset
           move 37 to number-offset
           perform 200-start-file
           open input student-credit-file
           perform until more-convert-records = 'no '
              read student-credit-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close student-credit-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output student-credit-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write student-credit-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    student-credit-file
           end-if.
       355-convert-coll-place.
           move "coll-place" to convert-file-name
           move 1 to name-offset
           move 59 to number-offset
           perform 200-start-file
           open input collection-placement-file
           perform until more-convert-records = 'no '
              read collection-placement-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close collection-placement-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output collection-placement-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write collection-placement-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    collection-placement-file
           end-if.
       360-convert-wo-hist.
           move "wo-hist" to convert-file-name
           move 2 to name-offset
           move 2 to number-offset
           perform 200-start-file
           move 'Y' to write-off-mode-sw
           open input write-off-history-file
           perform until more-convert-records = 'no '
              read write-off-history-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 210-stamp-one-record
              end-read
           END-PERFORM
           close write-off-history-file
                 convert-work-file
           perform 230-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output write-off-history-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write write-off-history-rec
                            from convert-work-rec
                 end-read
              END-PERFORM
              close convert-work-file
                    write-off-history-file
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "STUNOCNV" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move total-records-read to RL-RECORDS-IN
           move total-records-numbered to RL-RECORDS-OUT
           move total-records-unmatched to RL-RECORDS-REJECTED
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
