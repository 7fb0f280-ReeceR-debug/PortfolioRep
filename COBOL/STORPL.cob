       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORPL.
      *> Monthly store profit and loss for management, for the month
      *> of the bus-date card.  For each store on the store master,
      *> plus any store met in the month's data that is not:
      *>   net sales and returns -- the store-day totals on
      *>     store-sales: the day close's register totals where the
      *>     store has any for the month, otherwise the store
      *>     consolidation's (Evn_Id) totals (SRC C on the report);
      *>   cost of goods -- at average cost, from the day close;
      *>   gross margin -- net sales less cost of goods;
      *>   shrink -- the count adjustments PHYSCNT posted for the
      *>     store (shrink-led), a shortage counting as shrink;
      *>   cash over/short -- the day close's drawer rows
      *>     (overshort-led), rows before the store was carried on
      *>     them counting to the main store 00001;
      *>   labor -- the month's labor history (lab-hist), charged to
      *>     the store whose SM-TERR-NO/SM-OFFICE-NO match the
      *>     employee's territory and office when the labor posted;
      *>   store contribution -- margin less shrink and labor, plus
      *>     over/short.
      *> Labor in no store's territory/office is shown apart and is
      *> in the company total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL store-master-file
           ASSIGN TO STORE-MAST
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL store-sales-file
           ASSIGN TO "store-sales"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL over-short-ledger
           ASSIGN TO "overshort-led"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL shrink-ledger
           ASSIGN TO "shrink-led"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL labor-history-file
           ASSIGN TO "lab-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT pl-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  store-master-file.
           COPY STORMAST.
       fd  store-sales-file.
           COPY STORSALE.
       fd  over-short-ledger.
       01  over-short-ledger-rec.
           05  os-date             pic 9(8).
           05  os-operator-id      pic x(3).
           05  os-expected         pic s9(7)v99.
           05  os-counted          pic 9(7)v99.
           05  os-over-short       pic s9(7)v99.
           05  os-store-id         pic x(5).
       fd  shrink-ledger.
       01  shrink-ledger-rec.
           05  sh-adjust-date      pic 9(8).
           05  sh-store-id         pic x(5).
           05  sh-part-no          pic x(5).
           05  sh-variance-units   pic s9(6).
           05  sh-variance-cost    pic s9(7)v99.
       fd  labor-history-file.
           COPY LABHIST.
       fd  pl-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  report-month             pic 9(6).
       01  rows-read                pic 9(7) value 0.
       01  find-store-id            pic x(5).
       01  store-table-idx          pic 9(3) comp.
       01  store-table-count        pic 9(3) value 0.
       01  store-found-idx          pic 9(3) comp value 0.
       01  store-table.
           05  store-entry OCCURS 100 TIMES.
               10  stt-store-id     pic x(5).
               10  stt-terr-no      pic x(2).
               10  stt-office-no    pic x(2).
               10  stt-register-sw  pic x(1).
               10  stt-reg-net      pic s9(9)v99.
               10  stt-reg-returns  pic s9(9)v99.
               10  stt-reg-cogs     pic s9(9)v99.
               10  stt-con-net      pic s9(9)v99.
               10  stt-con-returns  pic s9(9)v99.
               10  stt-shrink-cost  pic s9(9)v99.
               10  stt-over-short   pic s9(9)v99.
               10  stt-labor        pic s9(9)v99.
       01  unmapped-labor           pic s9(9)v99 value 0.
       01  store-net-sales          pic s9(9)v99.
       01  store-returns            pic s9(9)v99.
       01  store-cogs               pic s9(9)v99.
       01  store-margin             pic s9(9)v99.
       01  store-shrink             pic s9(9)v99.
       01  store-contribution       pic s9(9)v99.
       01  percent-base             pic s9(9)v99.
       01  percent-amount           pic s9(9)v99.
       01  percent-work             pic s9(9)v9.
       01  company-net-sales        pic s9(9)v99 value 0.
       01  company-returns          pic s9(9)v99 value 0.
       01  company-cogs             pic s9(9)v99 value 0.
       01  company-margin           pic s9(9)v99 value 0.
       01  company-shrink           pic s9(9)v99 value 0.
       01  company-over-short       pic s9(9)v99 value 0.
       01  company-labor            pic s9(9)v99 value 0.
       01  company-contribution     pic s9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(34) value "STORE PROFIT AND LOSS FOR MONTH   ".
           05  header-month-out        pic 9(6).
       01  column-header.
           05 pic x(5) value "STORE".
           05 pic x(1) value spaces.
           05 pic x(3) value "SRC".
           05 pic x(1) value spaces.
           05 pic x(13) value "    NET SALES".
           05 pic x(1) value spaces.
           05 pic x(11) value "    RETURNS".
           05 pic x(1) value spaces.
           05 pic x(13) value "  COST GOODS ".
           05 pic x(1) value spaces.
           05 pic x(13) value " GROSS MARGIN".
           05 pic x(1) value spaces.
           05 pic x(6) value " MGN% ".
           05 pic x(1) value spaces.
           05 pic x(11) value "    SHRINK ".
           05 pic x(1) value spaces.
           05 pic x(11) value " OVER/SHORT".
           05 pic x(1) value spaces.
           05 pic x(13) value "        LABOR".
           05 pic x(1) value spaces.
           05 pic x(6) value " LAB% ".
           05 pic x(1) value spaces.
           05 pic x(13) value " CONTRIBUTION".
       01  blank-line               pic x value space.
       01  pl-detail-line.
           05  detail-store-out        pic x(5).
           05 pic x(2) value spaces.
           05  detail-source-out       pic x(1).
           05 pic x(2) value spaces.
           05  detail-net-out          pic z,zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  detail-returns-out      pic zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  detail-cogs-out         pic z,zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  detail-margin-out       pic z,zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  detail-margin-pct-out   pic zz9.9-.
           05 pic x(1) value spaces.
           05  detail-shrink-out       pic zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  detail-over-short-out   pic zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  detail-labor-out        pic z,zzz,zz9.99-.
           05 pic x(1) value spaces.
           05  detail-labor-pct-out    pic zz9.9-.
           05 pic x(1) value spaces.
           05  detail-contrib-out      pic z,zzz,zz9.99-.
       01  unmapped-line.
           05 pic x(40) value
              "LABOR IN NO STORE'S TERRITORY/OFFICE   $".
           05  unmapped-labor-out      pic z,zzz,zz9.99-.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work(1:6) to report-month
           perform 110-load-store-master
           perform 200-total-store-sales
           perform 300-total-over-short
           perform 400-total-shrink
           perform 500-total-labor
           open output pl-report
                extend run-log-file
           move report-month to header-month-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform varying store-table-idx from 1 by 1
                   until store-table-idx > store-table-count
              perform 600-print-one-store
           end-perform
           if unmapped-labor not = 0
              write print-rec from blank-line
              move unmapped-labor to unmapped-labor-out
              write print-rec from unmapped-line
              add unmapped-labor to company-labor
              subtract unmapped-labor from company-contribution
           end-if
           perform 700-print-company-total
           perform 900-write-run-log
           close pl-report
                 run-log-file
           stop run.
       110-load-store-master.
           open input store-master-file
           perform until are-there-more-records = 'no '
              read store-master-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       move SM-STORE-ID to find-store-id
                       perform 150-find-store-entry
                       move SM-TERR-NO
                         to stt-terr-no(store-found-idx)
                       move SM-OFFICE-NO
                         to stt-office-no(store-found-idx)
              end-read
           end-perform
           close store-master-file.
       150-find-store-entry.
           move 0 to store-found-idx
           perform varying store-table-idx from 1 by 1
                   until store-table-idx > store-table-count
              if find-store-id = stt-store-id(store-table-idx)
                 move store-table-idx to store-found-idx
              end-if
           end-perform
           if store-found-idx = 0
              if store-table-count > 99
                 display "STORPL: MORE THAN 100 STORES -- TABLE FULL"
                 stop run
              end-if
              add 1 to store-table-count
              move store-table-count to store-found-idx
              move find-store-id to stt-store-id(store-found-idx)
              move spaces to stt-terr-no(store-found-idx)
              move spaces to stt-office-no(store-found-idx)
              move 'N' to stt-register-sw(store-found-idx)
              move 0 to stt-reg-net(store-found-idx)
              move 0 to stt-reg-returns(store-found-idx)
              move 0 to stt-reg-cogs(store-found-idx)
              move 0 to stt-con-net(store-found-idx)
              move 0 to stt-con-returns(store-found-idx)
              move 0 to stt-shrink-cost(store-found-idx)
              move 0 to stt-over-short(store-found-idx)
              move 0 to stt-labor(store-found-idx)
           end-if.
       200-total-store-sales.
           move 'yes' to are-there-more-records
           open input store-sales-file
           perform until are-there-more-records = 'no '
              read store-sales-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if ss-sales-date(1:6) = report-month
                          add 1 to rows-read
                          move ss-store-id to find-store-id
                          perform 150-find-store-entry
                          perform 250-add-store-day
                       end-if
              end-read
           end-perform
           close store-sales-file.
       250-add-store-day.
           if ss-from-register
              move 'Y' to stt-register-sw(store-found-idx)
              add ss-net-sales to stt-reg-net(store-found-idx)
              add ss-returns to stt-reg-returns(store-found-idx)
              add ss-cost-of-goods to stt-reg-cogs(store-found-idx)
           else
              add ss-net-sales to stt-con-net(store-found-idx)
              add ss-returns to stt-con-returns(store-found-idx)
           end-if.
       300-total-over-short.
           move 'yes' to are-there-more-records
           open input over-short-ledger
           perform until are-there-more-records = 'no '
              read over-short-ledger
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if os-date(1:6) = report-month
                          add 1 to rows-read
                          if os-store-id = spaces
                             move "00001" to find-store-id
                          else
                             move os-store-id to find-store-id
                          end-if
                          perform 150-find-store-entry
                          add os-over-short
                            to stt-over-short(store-found-idx)
                       end-if
              end-read
           end-perform
           close over-short-ledger.
       400-total-shrink.
           move 'yes' to are-there-more-records
           open input shrink-ledger
           perform until are-there-more-records = 'no '
              read shrink-ledger
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if sh-adjust-date(1:6) = report-month
                          add 1 to rows-read
                          move sh-store-id to find-store-id
                          perform 150-find-store-entry
                          add sh-variance-cost
                            to stt-shrink-cost(store-found-idx)
                       end-if
              end-read
           end-perform
           close shrink-ledger.
       500-total-labor.
           move 'yes' to are-there-more-records
           open input labor-history-file
           perform until are-there-more-records = 'no '
              read labor-history-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       if lh-post-date(1:6) = report-month
                          add 1 to rows-read
                          perform 550-charge-labor
                       end-if
              end-read
           end-perform
           close labor-history-file.
       550-charge-labor.
      *>   the first store staffed from the employee's territory and
      *>   office takes the labor
           move 0 to store-found-idx
           perform varying store-table-idx from 1 by 1
                   until store-table-idx > store-table-count
                      or store-found-idx > 0
              if stt-terr-no(store-table-idx) not = spaces
                 and stt-terr-no(store-table-idx) = lh-terr-no
                 and stt-office-no(store-table-idx) = lh-office-no
                 move store-table-idx to store-found-idx
              end-if
           end-perform
           if store-found-idx = 0
              add lh-amount to unmapped-labor
           else
              add lh-amount to stt-labor(store-found-idx)
           end-if.
       600-print-one-store.
           move spaces to pl-detail-line
           move stt-store-id(store-table-idx) to detail-store-out
           if stt-register-sw(store-table-idx) = 'Y'
              move stt-reg-net(store-table-idx) to store-net-sales
              move stt-reg-returns(store-table-idx) to store-returns
              move stt-reg-cogs(store-table-idx) to store-cogs
              move 'R' to detail-source-out
           else
              move stt-con-net(store-table-idx) to store-net-sales
              move stt-con-returns(store-table-idx) to store-returns
              move 0 to store-cogs
              if store-net-sales not = 0 or store-returns not = 0
                 move 'C' to detail-source-out
              end-if
           end-if
           compute store-margin = store-net-sales - store-cogs
           compute store-shrink = 0 - stt-shrink-cost(store-table-idx)
           compute store-contribution = store-margin - store-shrink
              + stt-over-short(store-table-idx)
              - stt-labor(store-table-idx)
           move store-net-sales to detail-net-out
           move store-returns to detail-returns-out
           move store-cogs to detail-cogs-out
           move store-margin to detail-margin-out
           move store-shrink to detail-shrink-out
           move stt-over-short(store-table-idx)
             to detail-over-short-out
           move stt-labor(store-table-idx) to detail-labor-out
           move store-contribution to detail-contrib-out
           move store-net-sales to percent-base
           move store-margin to percent-amount
           perform 650-compute-percent
           move percent-work to detail-margin-pct-out
           move stt-labor(store-table-idx) to percent-amount
           perform 650-compute-percent
           move percent-work to detail-labor-pct-out
           write print-rec from pl-detail-line
           add store-net-sales to company-net-sales
           add store-returns to company-returns
           add store-cogs to company-cogs
           add store-margin to company-margin
           add store-shrink to company-shrink
           add stt-over-short(store-table-idx) to company-over-short
           add stt-labor(store-table-idx) to company-labor
           add store-contribution to company-contribution.
       650-compute-percent.
      *>   a percent of no sales prints as zero; one too big for the
      *>   column prints as 999.9
           if percent-base = 0
              move 0 to percent-work
           else
              compute percent-work ROUNDED =
                 percent-amount * 100 / percent-base
              if percent-work > 999.9
                 move 999.9 to percent-work
              end-if
              if percent-work < -999.9
                 move -999.9 to percent-work
              end-if
           end-if.
       700-print-company-total.
           move spaces to pl-detail-line
           move "TOTAL" to detail-store-out
           move company-net-sales to detail-net-out
           move company-returns to detail-returns-out
           move company-cogs to detail-cogs-out
           move company-margin to detail-margin-out
           move company-shrink to detail-shrink-out
           move company-over-short to detail-over-short-out
           move company-labor to detail-labor-out
           move company-contribution to detail-contrib-out
           move company-net-sales to percent-base
           move company-margin to percent-amount
           perform 650-compute-percent
           move percent-work to detail-margin-pct-out
           move company-labor to percent-amount
           perform 650-compute-percent
           move percent-work to detail-labor-pct-out
           write print-rec from blank-line
           write print-rec from pl-detail-line.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "STORPL  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move rows-read to RL-RECORDS-IN
           move store-table-count to RL-RECORDS-OUT
           move 0 to RL-RECORDS-REJECTED
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
