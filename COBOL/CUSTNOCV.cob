       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNOCV.
      *> Customer number changeover.  Rebuilds the customer master
      *> from the IDXUTIL unload (cust-shadow), giving every customer
      *> that does not have one yet a permanent customer number from
      *> cust-no-ctl, writes the cust-xref name-key cross-reference,
      *> and lists every pair of customers whose keys collide -- the
      *> same initials plus last name -- for the credit office to
      *> split.  It then stamps the number onto the house-charge
      *> receivables (cust-ar) and the loyalty points lots
      *> (pts-ledger), puts it in place of the name key as the
      *> account of a house-charge write-off on wo-hist and as the
      *> item of a customer credit balance on esc-hist, and rebuilds
      *> the special-order ledger (spc-ord) from its IDXUTIL unload
      *> (spc-shadow) with the number on every order.  A record whose
      *> name key is not on the master, or is on it for more than one
      *> customer, is listed and left unnumbered to be split by hand;
      *> rerunning after the corrections (from a fresh unload) keeps
      *> the numbers already given and only touches what is still
      *> unnumbered.  Each file is stamped into cust-cnv-work and
      *> copied back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT cust-shadow-file ASSIGN TO cust-shadow
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES
           FILE STATUS IS master-file-status.
                     SELECT xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL number-control-file
           ASSIGN TO "cust-no-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT conversion-report ASSIGN TO printer.
                     SELECT convert-work-file ASSIGN TO "cust-cnv-work"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL write-off-history-file
           ASSIGN TO "wo-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL escheat-history-file
           ASSIGN TO "esc-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL points-ledger-file
           ASSIGN TO "pts-ledger"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL spc-shadow-file
           ASSIGN TO spc-shadow
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT special-order-file ASSIGN TO "spc-ord"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS so-order-no
           FILE STATUS IS master-file-status.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-cust-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
      *> an unload taken before the changeover has no number on it
       fd  cust-shadow-file.
       01  cust-shadow-rec         pic x(101).
       fd  customer-master.
           COPY CUSTMAST.
       fd  xref-file.
           COPY CUSTXREF.
       fd  number-control-file.
       01  number-control-rec.
           05  ctl-next-customer-no  pic 9(7).
       fd  conversion-report.
       01  print-rec.
           05 pic x(132).
       fd  convert-work-file.
       01  convert-work-rec.
           05 pic x(200).
      *> the files are read here as plain records; where the name key
      *> and the number sit in each is set by its paragraph below
       fd  customer-ar-file.
       01  customer-ar-rec.
           05 pic x(35).
       fd  write-off-history-file.
       01  write-off-history-rec.
           05 pic x(102).
       fd  escheat-history-file.
       01  escheat-history-rec.
           05 pic x(176).
       fd  points-ledger-file.
       01  points-ledger-rec.
           05 pic x(61).
      *> an unload of spc-ord taken before the changeover has no
      *> number on it either
       fd  spc-shadow-file.
       01  spc-shadow-rec          pic x(120).
       fd  special-order-file.
           COPY SPCORD.
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
       01  more-shadow-records      picture xxx value 'yes'.
       01  more-convert-records     picture xxx value 'yes'.
       01  master-file-status       pic x(2).
       01  next-customer-no         pic 9(7) value 1.
       01  customer-table-idx       pic 9(4) comp.
       01  compare-idx              pic 9(4) comp.
       01  customer-table-count     pic 9(4) value 0.
       01  customer-table.
           05  customer-table-entry OCCURS 3000 TIMES.
               10  ct-customer-key  pic x(12).
               10  ct-customer-no   pic 9(7).
               10  ct-first-name    pic x(12).
               10  ct-full-last-name pic x(15).
       01  name-key-search          pic x(12).
       01  name-match-count         pic 9(4) value 0.
       01  name-found-no            pic 9(7) value 0.
       01  convert-record           pic x(200).
       01  convert-file-name        pic x(13).
       01  name-offset              pic 9(3) comp.
       01  number-offset            pic 9(3) comp.
      *>   A = number added at the end of the record (cust-ar,
      *>       pts-ledger, spc-ord)
      *>   W = number replaces the name key of a house-charge write-off
      *>   E = number replaces the name key of a credit-balance item
       01  convert-mode             pic x value 'A'.
           88  receivable-mode          value 'A'.
           88  write-off-mode           value 'W'.
           88  escheat-mode             value 'E'.
       01  customer-no-text         pic 9(7).
       01  masters-read             pic 9(7) value 0.
       01  numbers-assigned         pic 9(7) value 0.
       01  masters-not-written      pic 9(7) value 0.
       01  collisions-found         pic 9(7) value 0.
       01  file-records-read        pic 9(7) value 0.
       01  file-already-numbered    pic 9(7) value 0.
       01  file-records-numbered    pic 9(7) value 0.
       01  file-records-unmatched   pic 9(7) value 0.
       01  total-records-read       pic 9(7) value 0.
       01  total-records-numbered   pic 9(7) value 0.
       01  total-records-unmatched  pic 9(7) value 0.
       01  total-already-numbered   pic 9(7) value 0.
       01  orders-not-written       pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(35) value "CUSTOMER NUMBER CHANGEOVER REPORT ".
           05  header-date-out         pic 9(8).
       01  blank-line               pic x value space.
       01  master-count-line.
           05 pic x(16) value "CUSTOMERS READ  ".
           05  masters-out             pic zz,zz9.
           05 pic x(2) value spaces.
           05 pic x(17) value "NUMBERS ASSIGNED ".
           05  assigned-out            pic zz,zz9.
           05 pic x(2) value spaces.
           05 pic x(15) value "NOT WRITTEN    ".
           05  not-written-out         pic zz,zz9.
           05 pic x(2) value spaces.
           05 pic x(13) value "NEXT NUMBER  ".
           05  next-number-out         pic 9(7).
       01  master-error-line.
           05 pic x(20) value "** NOT WRITTEN     ".
           05  mel-number-out          pic 9(7).
           05 pic x(2) value spaces.
           05  mel-key-out             pic x(12).
           05 pic x(2) value spaces.
           05 pic x(14) value "FILE STATUS   ".
           05  mel-status-out          pic x(2).
       01  collision-header-1.
           05 pic x(40) value
              "NAME KEY COLLISIONS -- EACH CUSTOMER NOW".
           05 pic x(40) value
              " HAS A SEPARATE NUMBER; A SHARED HOUSE-C".
           05 pic x(40) value
              "HARGE BALANCE IS LISTED UNDER CUST-AR   ".
       01  collision-header-2.
           05 pic x(7) value "CUST NO".
           05 pic x(1) value space.
           05 pic x(12) value "NAME KEY".
           05 pic x(1) value space.
           05 pic x(28) value "NAME".
           05 pic x(2) value spaces.
           05 pic x(7) value "CUST NO".
           05 pic x(1) value space.
           05 pic x(12) value "NAME KEY".
           05 pic x(1) value space.
           05 pic x(28) value "NAME".
           05 pic x(2) value spaces.
           05 pic x(30) value "COLLISION".
       01  collision-line.
           05  col-number-1-out        pic 9(7).
           05 pic x(1) value space.
           05  col-key-1-out           pic x(12).
           05 pic x(1) value space.
           05  col-first-1-out         pic x(12).
           05 pic x(1) value space.
           05  col-last-1-out          pic x(15).
           05 pic x(2) value spaces.
           05  col-number-2-out        pic 9(7).
           05 pic x(1) value space.
           05  col-key-2-out           pic x(12).
           05 pic x(1) value space.
           05  col-first-2-out         pic x(12).
           05 pic x(1) value space.
           05  col-last-2-out          pic x(15).
           05 pic x(2) value spaces.
           05  col-reason-out          pic x(30).
       01  collision-count-line.
           05 pic x(20) value "COLLISIONS LISTED   ".
           05  collisions-out          pic zz,zz9.
       01  exception-line.
           05  exc-file-out            pic x(13).
           05 pic x(2) value spaces.
           05  exc-key-out             pic x(12).
           05 pic x(2) value spaces.
           05  exc-reason-out          pic x(40).
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
           perform 910-take-master-lock
           perform 110-load-number-control
           open output conversion-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           perform 150-number-customer-master
           if customer-table-count = 0
              display "CUSTNOCV: CUST-SHADOW IS EMPTY -- UNLOAD "
                 "CUST-MAST WITH IDXUTIL FIRST, NOTHING CONVERTED"
              move 8 to RETURN-CODE
           else
              perform 200-write-customer-xref
              perform 300-list-collisions
              write print-rec from blank-line
              perform 500-convert-cust-ar
              perform 510-convert-wo-hist
              perform 520-convert-esc-hist
              perform 530-convert-pts-ledger
              perform 540-convert-spc-ord
              write print-rec from blank-line
              move "ALL FILES" to ftl-file-out
              move total-records-read to ftl-read-out
              move total-records-numbered to ftl-numbered-out
              move total-already-numbered to ftl-already-out
              move total-records-unmatched to ftl-unmatched-out
              write print-rec from file-total-line
              perform 120-save-number-control
           end-if
           perform 900-write-run-log
           close conversion-report
                 run-log-file
           perform 920-release-master-lock
           stop run.
       110-load-number-control.
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
       120-save-number-control.
           open output number-control-file
           move next-customer-no to ctl-next-customer-no
           write number-control-rec
           close number-control-file.
      *> the customers already numbered (on a rerun) are loaded first
      *> so the next number is past the highest of them, then the rest
      *> are numbered in the unload's (name key) order
       150-number-customer-master.
           open input cust-shadow-file
           perform until more-shadow-records = 'no '
              read cust-shadow-file into customer-master-rec
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to masters-read
                       add 1 to customer-table-count
                       if customer-table-count > 3000
                          display "CUSTNOCV: CUST-SHADOW HAS MORE "
                             "THAN 3000 RECORDS -- CUSTOMER TABLE FULL"
                          close cust-shadow-file
                          stop run
                       end-if
                       if mast-customer-no is not numeric
                          move 0 to mast-customer-no
                       end-if
                       move mast-customer-key
                         to ct-customer-key(customer-table-count)
                       move mast-customer-no
                         to ct-customer-no(customer-table-count)
                       move mast-first-name
                         to ct-first-name(customer-table-count)
                       move mast-full-last-name
                         to ct-full-last-name(customer-table-count)
                       if mast-customer-no not < next-customer-no
                          move mast-customer-no to next-customer-no
                          add 1 to next-customer-no
                       end-if
              end-read
           end-perform
           close cust-shadow-file
           if customer-table-count > 0
              perform 160-reload-customer-master
           end-if.
       160-reload-customer-master.
           open input cust-shadow-file
                output customer-master
           move 0 to customer-table-idx
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read cust-shadow-file into customer-master-rec
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to customer-table-idx
                       perform 170-number-one-customer
              end-read
           end-perform
           close cust-shadow-file
                 customer-master
           move masters-read to masters-out
           move numbers-assigned to assigned-out
           move masters-not-written to not-written-out
           move next-customer-no to next-number-out
           write print-rec from master-count-line
           write print-rec from blank-line.
       170-number-one-customer.
           if ct-customer-no(customer-table-idx) = 0
              move next-customer-no
                to ct-customer-no(customer-table-idx)
              add 1 to next-customer-no
              add 1 to numbers-assigned
           end-if
           move ct-customer-no(customer-table-idx) to mast-customer-no
           write customer-master-rec
                 invalid key
                    add 1 to masters-not-written
                    move mast-customer-no to mel-number-out
                    move mast-customer-key to mel-key-out
                    move master-file-status to mel-status-out
                    write print-rec from master-error-line
           end-write.
       200-write-customer-xref.
           open output xref-file
           perform varying customer-table-idx from 1 by 1
                   until customer-table-idx > customer-table-count
              move ct-customer-key(customer-table-idx)
                to cx-customer-key
              move ct-customer-no(customer-table-idx)
                to cx-customer-no
              write customer-xref-rec
           end-perform
           close xref-file.
       300-list-collisions.
           write print-rec from collision-header-1
           write print-rec from blank-line
           write print-rec from collision-header-2
           perform varying customer-table-idx from 1 by 1
                   until customer-table-idx > customer-table-count
              perform varying compare-idx from customer-table-idx
                      by 1 until compare-idx > customer-table-count
                 if compare-idx > customer-table-idx
                    perform 310-compare-one-pair
                 end-if
              end-perform
           end-perform
           move collisions-found to collisions-out
           write print-rec from blank-line
           write print-rec from collision-count-line.
       310-compare-one-pair.
           move spaces to col-reason-out
           evaluate true
              when ct-customer-key(customer-table-idx)
                    not = ct-customer-key(compare-idx)
                 continue
              when ct-first-name(customer-table-idx)
                    = ct-first-name(compare-idx)
                   and ct-full-last-name(customer-table-idx)
                    = ct-full-last-name(compare-idx)
                 move "SAME NAME KEY AND FULL NAME"
                   to col-reason-out
              when other
                 move "SAME NAME KEY" to col-reason-out
           end-evaluate
           if col-reason-out not = spaces
              add 1 to collisions-found
              move ct-customer-no(customer-table-idx)
                to col-number-1-out
              move ct-customer-key(customer-table-idx)
                to col-key-1-out
              move ct-first-name(customer-table-idx)
                to col-first-1-out
              move ct-full-last-name(customer-table-idx)
                to col-last-1-out
              move ct-customer-no(compare-idx) to col-number-2-out
              move ct-customer-key(compare-idx) to col-key-2-out
              move ct-first-name(compare-idx) to col-first-2-out
              move ct-full-last-name(compare-idx)
                to col-last-2-out
              write print-rec from collision-line
           end-if.
       350-lookup-name-key.
           move 0 to name-match-count
           move 0 to name-found-no
           perform varying customer-table-idx from 1 by 1
                   until customer-table-idx > customer-table-count
              if ct-customer-key(customer-table-idx) = name-key-search
                 add 1 to name-match-count
                 move ct-customer-no(customer-table-idx)
                   to name-found-no
              end-if
           end-perform.
       400-start-file.
           move 0 to file-records-read
           move 0 to file-already-numbered
           move 0 to file-records-numbered
           move 0 to file-records-unmatched
           move 'A' to convert-mode
           move 'yes' to more-convert-records
           open output convert-work-file.
       410-stamp-one-record.
           add 1 to file-records-read
           move convert-record(name-offset:12) to name-key-search
           evaluate true
              when write-off-mode
                   and convert-record(1:1) not = 'H'
                 continue
              when escheat-mode
                   and convert-record(9:2) not = "CB"
                 continue
              when convert-record(number-offset:7) is numeric
                   and convert-record(number-offset:7) not = "0000000"
                 add 1 to file-already-numbered
              when other
                 perform 350-lookup-name-key
                 evaluate true
                    when name-match-count = 1
                       move name-found-no to customer-no-text
                       if write-off-mode or escheat-mode
                          move spaces to convert-record(name-offset:12)
                       end-if
                       move customer-no-text
                         to convert-record(number-offset:7)
                       add 1 to file-records-numbered
                    when name-match-count = 0
                       move "NOT ON CUSTOMER MASTER" to exc-reason-out
                       perform 420-list-exception
                    when other
                       move "NAME KEY ON FILE TWICE -- SPLIT BY HAND"
                         to exc-reason-out
                       perform 420-list-exception
                 end-evaluate
           end-evaluate
           write convert-work-rec from convert-record.
       420-list-exception.
           add 1 to file-records-unmatched
           move convert-file-name to exc-file-out
           move name-key-search to exc-key-out
           write print-rec from exception-line.
       430-end-file.
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
       500-convert-cust-ar.
           move "cust-ar" to convert-file-name
           move 1 to name-offset
           move 29 to number-offset
           perform 400-start-file
           open input customer-ar-file
           perform until more-convert-records = 'no '
              read customer-ar-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 410-stamp-one-record
              end-read
           end-perform
           close customer-ar-file
                 convert-work-file
           perform 430-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output customer-ar-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write customer-ar-rec from convert-work-rec
                 end-read
              end-perform
              close convert-work-file
                    customer-ar-file
           end-if.
       510-convert-wo-hist.
           move "wo-hist" to convert-file-name
           move 2 to name-offset
           move 2 to number-offset
           perform 400-start-file
           move 'W' to convert-mode
           open input write-off-history-file
           perform until more-convert-records = 'no '
              read write-off-history-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 410-stamp-one-record
              end-read
           end-perform
           close write-off-history-file
                 convert-work-file
           perform 430-end-file
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
              end-perform
              close convert-work-file
                    write-off-history-file
           end-if.
       520-convert-esc-hist.
           move "esc-hist" to convert-file-name
           move 11 to name-offset
           move 11 to number-offset
           perform 400-start-file
           move 'E' to convert-mode
           open input escheat-history-file
           perform until more-convert-records = 'no '
              read escheat-history-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 410-stamp-one-record
              end-read
           end-perform
           close escheat-history-file
                 convert-work-file
           perform 430-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output escheat-history-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write escheat-history-rec
                            from convert-work-rec
                 end-read
              end-perform
              close convert-work-file
                    escheat-history-file
           end-if.
       530-convert-pts-ledger.
           move "pts-ledger" to convert-file-name
           move 1 to name-offset
           move 55 to number-offset
           perform 400-start-file
           open input points-ledger-file
           perform until more-convert-records = 'no '
              read points-ledger-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 410-stamp-one-record
              end-read
           end-perform
           close points-ledger-file
                 convert-work-file
           perform 430-end-file
           if file-records-numbered > 0
              open input convert-work-file
                   output points-ledger-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          write points-ledger-rec from convert-work-rec
                 end-read
              end-perform
              close convert-work-file
                    points-ledger-file
           end-if.
      *> spc-ord is indexed, so it is stamped from its unload and
      *> rebuilt whole -- the record is longer by the number, so the
      *> old file cannot be written back in place.  With no unload
      *> the ledger is left as it is and listed.
       540-convert-spc-ord.
           move "spc-ord" to convert-file-name
           move 7 to name-offset
           move 114 to number-offset
           perform 400-start-file
           open input spc-shadow-file
           perform until more-convert-records = 'no '
              read spc-shadow-file into convert-record
                    at end
                       move 'no ' to more-convert-records
                    not at end
                       perform 410-stamp-one-record
              end-read
           end-perform
           close spc-shadow-file
                 convert-work-file
           perform 430-end-file
           if file-records-read = 0
              move spaces to exc-key-out
              move "NO SPC-SHADOW UNLOAD -- NOT REBUILT"
                to exc-reason-out
              move convert-file-name to exc-file-out
              write print-rec from exception-line
           else
              open input convert-work-file
                   output special-order-file
              perform until more-convert-records = 'no '
                 read convert-work-file
                       at end
                          move 'no ' to more-convert-records
                       not at end
                          perform 545-write-one-order
                 end-read
              end-perform
              close convert-work-file
                    special-order-file
           end-if.
       545-write-one-order.
           move convert-work-rec to special-order-rec
           if so-customer-no is not numeric
              move 0 to so-customer-no
           end-if
           write special-order-rec
                 invalid key
                    add 1 to orders-not-written
                    move convert-file-name to exc-file-out
                    move so-customer-key to exc-key-out
                    move "ORDER NUMBER TWICE ON UNLOAD -- DROPPED"
                      to exc-reason-out
                    write print-rec from exception-line
           end-write.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "CUSTNOCV" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move masters-read to RL-RECORDS-IN
           add total-records-read to RL-RECORDS-IN
           move numbers-assigned to RL-RECORDS-OUT
           add total-records-numbered to RL-RECORDS-OUT
           move total-records-unmatched to RL-RECORDS-REJECTED
           add orders-not-written to RL-RECORDS-REJECTED
           write RUN-LOG-REC.
       910-take-master-lock.
           open input master-lock-file
           read master-lock-file
                at end
                   continue
                not at end
                   if lk-holder not = spaces
                      display "CUSTNOCV: CUST-MAST IS LOCKED BY "
                         lk-holder " -- RUN REFUSED"
                      close master-lock-file
                      move 8 to RETURN-CODE
                      stop run
                   end-if
           end-read
           close master-lock-file
           open output master-lock-file
           move "CUSTNOCV" to lk-holder
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
