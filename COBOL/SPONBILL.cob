       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONBILL.
      *> Consolidated invoicing of tuition sponsors.  Gathers the
      *> sponsor receivable items (spon-ar) the registration billing
      *> has written since the last invoice run and prints one
      *> invoice per sponsor at its billing address from the sponsor
      *> master (spon-mast), listing each student covered with the
      *> date billed and the sponsor's share, the balance still open
      *> from earlier invoices and the total now due.  Each item
      *> invoiced is stamped with the invoice date, which is the date
      *> SPONCASH ages it from.  An item for a sponsor not on the
      *> master is left uninvoiced and sent to the suspense file.
      *> The receivable was posted to the GL when the students were
      *> billed, so nothing posts here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT sponsor-master-file ASSIGN TO "spon-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL sponsor-ar-file
           ASSIGN TO "spon-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT sponsor-invoice-file ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO spon-rej
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  sponsor-master-file.
           COPY SPONMAST.
       fd  sponsor-ar-file.
           COPY SPONAR.
       fd  sponsor-invoice-file.
       01  print-rec.
           05 pic x(132).
       fd  reject-listing.
           COPY REJLIST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  more-sponsor-records     picture xxx value 'yes'.
       01  sponsor-table-idx        pic 9(3) comp.
       01  sponsor-table-count      pic 9(3) value 0.
       01  sponsor-found-idx        pic 9(3) comp value 0.
       01  sponsor-table.
           05  sponsor-entry OCCURS 200 TIMES.
               10  spt-sponsor-id   pic x(6).
               10  spt-sponsor-name pic x(25).
               10  spt-bill-street  pic x(25).
               10  spt-bill-city    pic x(25).
               10  spt-contract-no  pic x(12).
               10  spt-new-items    pic 9(5).
       01  more-item-records        picture xxx value 'yes'.
       01  item-table-idx           pic 9(4) comp.
       01  item-table-count         pic 9(4) value 0.
       01  item-table.
           05  item-entry OCCURS 2000 TIMES.
               10  itm-sponsor-id   pic x(6).
               10  itm-student-name pic x(20).
               10  itm-billed-date  pic 9(8).
               10  itm-amount-billed pic 9(5)v99.
               10  itm-amount-due   pic 9(5)v99.
               10  itm-invoice-date pic 9(8).
               10  itm-student-no   pic 9(7).
       01  invoice-amount           pic 9(9)v99.
       01  prior-balance            pic 9(9)v99.
       01  total-invoiced           pic 9(11)v99 value 0.
       01  invoices-printed         pic 9(5) value 0.
       01  items-invoiced           pic 9(7) value 0.
       01  items-rejected           pic 9(7) value 0.
       01  run-log-time-8            pic 9(8).
       01  invoice-header-line.
           05 pic x(25) value "TUITION SPONSOR INVOICE  ".
           05 pic x(8) value "SPONSOR ".
           05  inv-sponsor-id-out      pic x(6).
           05 pic x(8) value "   DATE ".
           05  inv-date-out            pic 9(8).
       01  invoice-name-line.
           05  inv-sponsor-name-out    pic x(25).
       01  invoice-street-line.
           05  inv-bill-street-out     pic x(25).
       01  invoice-city-line.
           05  inv-bill-city-out       pic x(25).
       01  invoice-contract-line.
           05 pic x(10) value "CONTRACT  ".
           05  inv-contract-out        pic x(12).
       01  blank-line               pic x value space.
       01  invoice-column-line.
           05 pic x(2) value spaces.
           05 pic x(22) value "STUDENT               ".
           05 pic x(10) value "  BILLED  ".
           05 pic x(14) value "        AMOUNT".
       01  invoice-student-line.
           05 pic x(2) value spaces.
           05  inv-student-out         pic x(20).
           05 pic x(2) value spaces.
           05  inv-billed-date-out     pic 9(8).
           05 pic x(2) value spaces.
           05  inv-student-amt-out     pic zz,zzz,zz9.99.
       01  invoice-total-line.
           05 pic x(2) value spaces.
           05  inv-total-desc-out      pic x(30).
           05 pic x(2) value spaces.
           05  inv-total-amt-out       pic zz,zzz,zz9.99.
       01  invoice-separator.
           05 pic x(40) value all "=".
       01  trailer-line.
           05 pic x(9) value "INVOICES ".
           05  invoices-out            pic zz,zz9.
           05 pic x(9) value "  ITEMS  ".
           05  items-out               pic zzz,zz9.
           05 pic x(12) value "  INVOICED $".
           05  invoiced-out            pic zzz,zzz,zz9.99.
           05 pic x(10) value "  REJECTED".
           05  rejected-out            pic zz,zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           perform 120-load-sponsor-master
           perform 130-load-sponsor-items
           open output sponsor-invoice-file
                output reject-listing
                extend run-log-file
           perform varying sponsor-table-idx from 1 by 1
                   until sponsor-table-idx > sponsor-table-count
              if spt-new-items(sponsor-table-idx) > 0
                 perform 400-print-sponsor-invoice
              end-if
           end-perform
           move invoices-printed to invoices-out
           move items-invoiced to items-out
           move total-invoiced to invoiced-out
           move items-rejected to rejected-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 800-save-sponsor-items
           perform 900-write-run-log
           close sponsor-invoice-file
                 reject-listing
                 run-log-file
           stop run.
       120-load-sponsor-master.
           open input sponsor-master-file
           perform until more-sponsor-records = 'no '
              read sponsor-master-file
                    at end
                       move 'no ' to more-sponsor-records
                    not at end
                       add 1 to sponsor-table-count
                       if sponsor-table-count > 200
                          display "SPONBILL: SPON-MAST HAS MORE THAN "
                             "200 RECORDS -- TABLE FULL"
                          close sponsor-master-file
                          stop run
                       end-if
                       move spm-sponsor-id
                         to spt-sponsor-id(sponsor-table-count)
                       move spm-sponsor-name
                         to spt-sponsor-name(sponsor-table-count)
                       move spm-bill-street
                         to spt-bill-street(sponsor-table-count)
                       move spm-bill-city
                         to spt-bill-city(sponsor-table-count)
                       move spm-contract-no
                         to spt-contract-no(sponsor-table-count)
                       move 0 to spt-new-items(sponsor-table-count)
              end-read
           end-perform
           close sponsor-master-file.
       130-load-sponsor-items.
           open input sponsor-ar-file
           perform until more-item-records = 'no '
              read sponsor-ar-file
                    at end
                       move 'no ' to more-item-records
                    not at end
                       add 1 to item-table-count
                       if item-table-count > 2000
                          display "SPONBILL: SPON-AR HAS MORE THAN "
                             "2000 RECORDS -- TABLE FULL"
                          close sponsor-ar-file
                          stop run
                       end-if
                       move sar-sponsor-id
                         to itm-sponsor-id(item-table-count)
                       move sar-student-name
                         to itm-student-name(item-table-count)
                       move sar-billed-date
                         to itm-billed-date(item-table-count)
                       move sar-amount-billed
                         to itm-amount-billed(item-table-count)
                       move sar-amount-due
                         to itm-amount-due(item-table-count)
                       move sar-student-no
                         to itm-student-no(item-table-count)
                       if sar-invoice-date is numeric
                          move sar-invoice-date
                            to itm-invoice-date(item-table-count)
                       else
                          move 0 to itm-invoice-date(item-table-count)
                       end-if
                       if itm-invoice-date(item-table-count) = 0
                          perform 150-match-sponsor
                       end-if
              end-read
           end-perform
           close sponsor-ar-file.
       150-match-sponsor.
           move 0 to sponsor-found-idx
           perform varying sponsor-table-idx from 1 by 1
                   until sponsor-table-idx > sponsor-table-count
              if sar-sponsor-id = spt-sponsor-id(sponsor-table-idx)
                 move sponsor-table-idx to sponsor-found-idx
              end-if
           end-perform
           if sponsor-found-idx = 0
              add 1 to items-rejected
           else
              add 1 to spt-new-items(sponsor-found-idx)
           end-if.
       400-print-sponsor-invoice.
           add 1 to invoices-printed
           move 0 to invoice-amount
           move 0 to prior-balance
           move spt-sponsor-id(sponsor-table-idx) to inv-sponsor-id-out
           move business-date-work to inv-date-out
           write print-rec from invoice-header-line
           move spt-sponsor-name(sponsor-table-idx)
             to inv-sponsor-name-out
           write print-rec from invoice-name-line
           move spt-bill-street(sponsor-table-idx)
             to inv-bill-street-out
           write print-rec from invoice-street-line
           move spt-bill-city(sponsor-table-idx) to inv-bill-city-out
           write print-rec from invoice-city-line
           if spt-contract-no(sponsor-table-idx) not = spaces
              move spt-contract-no(sponsor-table-idx)
                to inv-contract-out
              write print-rec from invoice-contract-line
           end-if
           write print-rec from blank-line
           write print-rec from invoice-column-line
           perform varying item-table-idx from 1 by 1
                   until item-table-idx > item-table-count
              if itm-sponsor-id(item-table-idx)
                    = spt-sponsor-id(sponsor-table-idx)
                 if itm-invoice-date(item-table-idx) = 0
                    perform 420-invoice-one-item
                 else
                    add itm-amount-due(item-table-idx)
                      to prior-balance
                 end-if
              end-if
           end-perform
           write print-rec from blank-line
           move "STUDENTS BILLED THIS INVOICE" to inv-total-desc-out
           move invoice-amount to inv-total-amt-out
           write print-rec from invoice-total-line
           if prior-balance > 0
              move "PREVIOUS INVOICES OUTSTANDING" to inv-total-desc-out
              move prior-balance to inv-total-amt-out
              write print-rec from invoice-total-line
           end-if
           move "TOTAL NOW DUE" to inv-total-desc-out
           compute inv-total-amt-out = invoice-amount + prior-balance
           write print-rec from invoice-total-line
           write print-rec from invoice-separator
           write print-rec from blank-line
           add invoice-amount to total-invoiced.
       420-invoice-one-item.
           add 1 to items-invoiced
           move business-date-work to itm-invoice-date(item-table-idx)
           add itm-amount-due(item-table-idx) to invoice-amount
           move itm-student-name(item-table-idx) to inv-student-out
           move itm-billed-date(item-table-idx) to inv-billed-date-out
           move itm-amount-due(item-table-idx) to inv-student-amt-out
           write print-rec from invoice-student-line.
      *> items for a sponsor not on the master stay uninvoiced for
      *> the next run once the sponsor is set up
       800-save-sponsor-items.
           open output sponsor-ar-file
           perform varying item-table-idx from 1 by 1
                   until item-table-idx > item-table-count
              move itm-sponsor-id(item-table-idx) to sar-sponsor-id
              move itm-student-name(item-table-idx) to sar-student-name
              move itm-billed-date(item-table-idx) to sar-billed-date
              move itm-amount-billed(item-table-idx)
                to sar-amount-billed
              move itm-amount-due(item-table-idx) to sar-amount-due
              move itm-invoice-date(item-table-idx) to sar-invoice-date
              move itm-student-no(item-table-idx) to sar-student-no
              write sponsor-ar-rec
              if itm-invoice-date(item-table-idx) = 0
                 move spaces to SUSPENSE-REC
                 move "SPONBILL" to SUSP-SOURCE-PROGRAM
                 move itm-sponsor-id(item-table-idx)
                   to SUSP-KEY-FIELD(1:6)
                 move itm-student-name(item-table-idx)
                   to SUSP-KEY-FIELD(8:13)
                 move "SPONSOR NOT ON MASTER -- NOT INVOICED"
                   to SUSP-REASON
                 write SUSPENSE-REC
              end-if
           end-perform
           close sponsor-ar-file.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "SPONBILL" to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move item-table-count to RL-RECORDS-IN
           move items-invoiced to RL-RECORDS-OUT
           move items-rejected to RL-RECORDS-REJECTED
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
