                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT OPTIONAL xref-file ASSIGN TO "cust-xref"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT reject-listing ASSIGN TO cust-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           05  mo-of-trans              pic X(2).
           05  yr-of-trans              pic X(4).
           05  trans-amt                pic 9(6).
           05  trans-customer-no        pic X(7).
       fd  payroll-record.
       01  print-rec.
           05 pic x(132).
       fd  customer-master.
           COPY CUSTMAST.
       fd  xref-file.
           COPY CUSTXREF.
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
       01  input-record-number      pic 9(7) value 0.
       01  input-record-held-sw     pic x value 'N'.
           88  input-record-held        value 'Y'.
       01  held-input-record        pic x(31).
       01  feed-header-seen-sw      pic x value 'N'.
           88  feed-header-seen         value 'Y'.
       01  feed-trailer-seen-sw     pic x value 'N'.
                                    pic 9(11)v99.
       01  customer-found-sw       pic x value 'N'.
           88  customer-found           value 'Y'.
      *> customer cross-reference (cust-xref) -- a feed record with no
      *> customer number is matched to one by name key
       01  more-xref-records        picture xxx value 'yes'.
       01  xref-table-idx           pic 9(4) comp.
       01  xref-table-count         pic 9(4) value 0.
       01  xref-table.
           05  xref-table-entry OCCURS 3000 TIMES.
               10  xt-customer-key  pic x(12).
               10  xt-customer-no   pic 9(7).
       01  xref-match-count         pic 9(4) value 0.
       01  customer-no-x            pic x(7).
       01  customer-no-in redefines customer-no-x
                                    pic 9(7).
       01  customer-key-search      pic x(12).
       01  resolved-customer-no     pic 9(7) value 0.
       01  resolved-customer-key    pic x(12).
       01  customer-no-reason       pic x(40).
       01  PAGE-HDR.
           05 pic x(5).
           05 pic x(4) value "Name".
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 110-load-customer-xref
           open input cust-info
                output payroll-record
                output reject-listing
           move 'N' to customer-found-sw
           move spaces to first-name-out
           move last-name to last-name-out
           move trans-customer-no to customer-no-x
           move employee-record(1:12) to customer-key-search
           perform 115-resolve-customer-no
           if customer-no-reason = spaces
              move resolved-customer-no to mast-customer-no
              read customer-master
                   invalid key
                      move "CUSTOMER NOT ON MASTER FILE"
                        to customer-no-reason
                   not invalid key
                      move 'Y' to customer-found-sw
                      move mast-first-name to first-name-out
                      move mast-full-last-name to last-name-out
              end-read
           end-if
           if not customer-found
              perform 270-reject-routine
           end-if.
           add 1 to run-log-records-rejected
           move spaces to SUSPENSE-REC
           move "255_1   " to SUSP-SOURCE-PROGRAM
           if customer-no-x is numeric
              and customer-no-in > 0
              move customer-no-x to SUSP-KEY-FIELD
           else
              move last-name to SUSP-KEY-FIELD
           end-if
           move customer-no-reason to SUSP-REASON
           write SUSPENSE-REC.
       110-load-customer-xref.
           open input xref-file
           perform until more-xref-records = 'no '
              read xref-file
                    at end
                       move 'no ' to more-xref-records
                    not at end
                       add 1 to xref-table-count
                       if xref-table-count > 3000
                          display "255_1: CUST-XREF HAS MORE THAN "
                             "3000 RECORDS -- XREF TABLE FULL"
                          close xref-file
                          stop run
                       end-if
                       move cx-customer-key
                         to xt-customer-key(xref-table-count)
                       move cx-customer-no
                         to xt-customer-no(xref-table-count)
              end-read
           end-perform
           close xref-file.
      *> a record carrying the customer number is checked against the
      *> cross-reference; one without is matched by name key, and is
      *> refused when the name key is not on the customer master or
      *> is on it for more than one customer
       115-resolve-customer-no.
           move 0 to resolved-customer-no
           move spaces to resolved-customer-key
           move spaces to customer-no-reason
           move 0 to xref-match-count
           if customer-no-x is numeric
              and customer-no-in > 0
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-customer-no(xref-table-idx) = customer-no-in
                    add 1 to xref-match-count
                    move xt-customer-no(xref-table-idx)
                      to resolved-customer-no
                    move xt-customer-key(xref-table-idx)
                      to resolved-customer-key
                 end-if
              end-perform
              if xref-match-count = 0
                 move "CUSTOMER NO NOT ON CUSTOMER MASTER"
                   to customer-no-reason
              end-if
           else
              perform varying xref-table-idx from 1 by 1
                      until xref-table-idx > xref-table-count
                 if xt-customer-key(xref-table-idx)
                       = customer-key-search
                    add 1 to xref-match-count
                    move xt-customer-no(xref-table-idx)
                      to resolved-customer-no
                    move xt-customer-key(xref-table-idx)
                      to resolved-customer-key
                 end-if
              end-perform
              evaluate true
                 when xref-match-count = 0
                    move "CUSTOMER NOT ON MASTER FILE"
                      to customer-no-reason
                 when xref-match-count > 1
                    move "NAME KEY ON FILE TWICE -- NEED CUST NO"
                      to customer-no-reason
              end-evaluate
           end-if.
       850-verify-feed-controls.
           if not feed-trailer-seen
              display "255_1: FEED HAS NO TRAILER RECORD -- "
