           ASSIGN TO "inv-loc"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL store-id-file ASSIGN TO "store-id"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL store-master-file
           ASSIGN TO STORE-MAST
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL tax-detail-file ASSIGN TO tax-dtl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL store-sales-file
           ASSIGN TO "store-sales"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL movement-history-file
           ASSIGN TO "mov-hist"
       fd  store-id-file.
       01  store-id-rec.
           05  sid-store-id        pic x(5).
       fd  store-master-file.
           COPY STORMAST.
      *> the store day's taxable, exempt and tax totals for the
      *> month's remittance
       fd  tax-detail-file.
           COPY TAXDTL.
       fd  store-sales-file.
           COPY STORSALE.
      *> units sold per part per month, accumulated from the 'L'
      *> movement records here and the STKMOVE issues, so the
      *> slow-moving/dead-stock report has a memory of velocity
           05  mh-units-sold       pic 9(7).
      *> one row per operator per day: what the drawer should have
      *> held against what was counted.  Chronic shortages by the
      *> same operator surface on the OVRSHORT ledger report; the
      *> store P&L totals them by store.
       fd  over-short-ledger.
       01  over-short-ledger-rec.
           05  os-date             pic 9(8).
           05  os-expected         pic s9(7)v99.
           05  os-counted          pic 9(7)v99.
           05  os-over-short       pic s9(7)v99.
           05  os-store-id         pic x(5).
      *> what this store day should have banked -- cash taken less
      *> paid-outs, plus checks.  DEPRECN matches the bank's deposit
      *> detail against these by store and date.
       01  cogs-total               pic 9(8)v99 value 0.
       01  cert-sold-total          pic 9(8)v99 value 0.
       01  cert-redeemed-total      pic 9(8)v99 value 0.
       01  layaway-paid-total       pic 9(8)v99 value 0.
       01  layaway-pickup-total     pic 9(8)v99 value 0.
       01  layaway-released-total   pic 9(8)v99 value 0.
       01  layaway-refund-total     pic 9(8)v99 value 0.
       01  layaway-fee-total        pic 9(8)v99 value 0.
       01  spcord-deposit-total     pic 9(8)v99 value 0.
       01  spcord-pickup-total      pic 9(8)v99 value 0.
       01  spcord-refund-total      pic 9(8)v99 value 0.
       01  points-earned-total      pic 9(8)v99 value 0.
       01  points-redeemed-total    pic 9(8)v99 value 0.
       01  house-charged-total      pic 9(8)v99 value 0.
       01  house-credited-total     pic 9(8)v99 value 0.
       01  drawer-table-idx         pic 9(2) comp.
       01  drawer-table-count       pic 9(2) value 0.
       01  drawer-found-idx         pic 9(2) comp value 0.
           05 pic x(13) value "  OVER/SHORT$".
           05  drw-over-short-out      pic zzz,zz9.99-.
       01  selling-store-id         pic x(5) value "00001".
       01  store-jurisdiction       pic x(4) value spaces.
       01  more-store-records       picture xxx value 'yes'.
       01  taxable-sales-total      pic s9(8)v99 value 0.
       01  exempt-sales-total       pic s9(8)v99 value 0.
       01  sales-tax-total          pic s9(8)v99 value 0.
       01  taxable-refund-total     pic s9(8)v99 value 0.
       01  exempt-refund-total      pic s9(8)v99 value 0.
       01  refund-tax-total         pic s9(8)v99 value 0.
       01  returns-total            pic s9(8)v99 value 0.
       01  more-movement-records    picture xxx value 'yes'.
       01  current-period           pic 9(6).
       01  movement-table-idx       pic 9(4) comp.
               10  lct-store-id     pic x(5).
               10  lct-qty-on-hand  pic s9(6).
               10  lct-in-transit   pic 9(5).
               10  lct-on-layaway   pic 9(5).
               10  lct-min-qty      pic 9(5).
               10  lct-max-qty      pic 9(5).
       01  z-cogs-line.
           05 pic x(19) value "COST OF GOODS     $".
           05  z-cogs-out              pic zzz,zz9.99.
       01  z-net-line.
           05 pic x(19) value "NET COLLECTED     $".
           05  z-net-out               pic zzz,zz9.99.
       01  z-layaway-line.
           05  z-layaway-label-out     pic x(19).
           05  z-layaway-out           pic zzz,zz9.99.
       01  z-balance-line.
           05 pic x(19) value "STORED TOTAL      $".
           05  z-stored-out            pic zzz,zz9.99.
                          add log-balance-due to net-total
                          perform 215-tally-hour
                       end-if
                       if log-record-type = 'S' or 'U' or 'T'
                          or 'R' or 'V'
                          perform 260-tally-sales-tax
                       end-if
                       if log-record-type = 'L'
                          perform 200-cost-movement-line
                       end-if
                       if log-record-type = 'R'
                          add 1 to return-count
                          add log-amt-of-purchase to returns-total
                          subtract log-amt-of-purchase
                            from gross-total
                          subtract log-tax-amt from tax-total
                       end-if
                       if log-record-type = 'V'
                          add 1 to void-count
                          add log-amt-of-purchase to returns-total
                          subtract log-amt-of-purchase
                            from gross-total
                          subtract log-discount-amt
                          add log-tender-amount
                            to cert-redeemed-total
                       end-if
      *>                  loyalty points: an 'E' record is the value
      *>                  of points earned, a P tender points taken
                       if log-record-type = 'E'
                          add log-balance-due to points-earned-total
                       end-if
                       if log-record-type = 'S'
                          and log-tender-type = 'P'
                          add log-tender-amount
                            to points-redeemed-total
                       end-if
      *>                  house charges: the register puts the charge
      *>                  (or a refund back to the account) on cust-ar
                       if (log-record-type = 'S' or 'U' or 'T' or 'G')
                          and log-tender-type = 'A'
                          add log-tender-amount
                            to house-charged-total
                       end-if
                       if log-record-type = 'R'
                          and log-tender-type = 'A'
                          add log-tender-amount
                            to house-credited-total
                       end-if
                       if log-record-type = 'Y' or 'U' or 'W'
                          or 'H' or 'J'
                          perform 240-post-layaway-record
                       end-if
                       if log-record-type = 'O' or 'T' or 'X'
                          perform 245-post-special-order-record
                       end-if
                       perform 220-track-operator-drawer
              end-read
           END-PERFORM
           write print-rec from z-net-line
           move cogs-total to z-cogs-out
           write print-rec from z-cogs-line
           perform 720-print-layaway-totals
           perform 300-write-cogs-posting
           perform 710-print-hourly-flash
           perform 700-drawer-over-short
           if net-total = stored-total-in
              move "IN BALANCE" to z-balance-flag-out
              write print-rec from z-balance-line
              perform 730-write-tax-detail
              perform 740-write-store-sales
              perform 400-reset-for-next-day
           else
              move "** OUT OF BAL **" to z-balance-flag-out
                   to hrt-sales-total(hour-subscript)
              end-if
           end-if.
       240-post-layaway-record.
      *>   layaway money is a liability until pickup: payments are in
      *>   the register's running total and the drawer like any money
      *>   taken, the pickup is the sale (gross, discount and tax) but
      *>   collects nothing new, and a forfeit or cancel pays back
      *>   the deposits less the restocking fee.  Held items stay on
      *>   hand at the store but are counted on-layaway
           evaluate log-record-type
              when 'Y'
                 add log-balance-due to net-total
                 add log-balance-due to layaway-paid-total
              when 'U'
                 add 1 to trans-count
                 add log-amt-of-purchase to gross-total
                 add log-discount-amt to discount-total
                 add log-tax-amt to tax-total
                 add log-balance-due to layaway-pickup-total
              when 'W'
                 subtract log-balance-due from net-total
                 add log-amt-of-purchase to layaway-released-total
                 add log-discount-amt to layaway-fee-total
                 add log-balance-due to layaway-refund-total
              when 'H'
                 perform 250-find-location-entry
                 add log-line-qty
                   to lct-on-layaway(location-found-idx)
              when 'J'
                 perform 250-find-location-entry
                 if log-line-qty > lct-on-layaway(location-found-idx)
                    move 0 to lct-on-layaway(location-found-idx)
                 else
                    subtract log-line-qty
                      from lct-on-layaway(location-found-idx)
                 end-if
           end-evaluate.
       245-post-special-order-record.
      *>   special-order deposits are a liability like layaway
      *>   payments until the customer picks the order up; the pickup
      *>   is the sale, and a cancel refunds the deposit in full
           evaluate log-record-type
              when 'O'
                 add log-balance-due to net-total
                 add log-balance-due to spcord-deposit-total
              when 'T'
                 add 1 to trans-count
                 add log-amt-of-purchase to gross-total
                 add log-discount-amt to discount-total
                 add log-tax-amt to tax-total
                 add log-balance-due to spcord-pickup-total
              when 'X'
                 subtract log-balance-due from net-total
                 add log-balance-due to spcord-refund-total
           end-evaluate.
       260-tally-sales-tax.
      *>   sales and pickups are taxable unless rung exempt; returns
      *>   and voids come back off in their own refund totals.  A
      *>   return refunding no tax was of an exempt sale
           if log-record-type = 'R' or 'V'
              if log-tax-exempt-sw = 'Y' or log-tax-amt = 0
                 compute exempt-refund-total = exempt-refund-total
                    + log-amt-of-purchase - log-discount-amt
              else
                 compute taxable-refund-total = taxable-refund-total
                    + log-amt-of-purchase - log-discount-amt
              end-if
              add log-tax-amt to refund-tax-total
           else
              if log-tax-exempt-sw = 'Y'
                 compute exempt-sales-total = exempt-sales-total
                    + log-amt-of-purchase - log-discount-amt
              else
                 compute taxable-sales-total = taxable-sales-total
                    + log-amt-of-purchase - log-discount-amt
              end-if
              add log-tax-amt to sales-tax-total
           end-if.
       730-write-tax-detail.
      *>   one record for the day's sales and, when there were any,
      *>   one for its returns and voids, under the store's
      *>   jurisdiction from the store master
           if store-jurisdiction = spaces
              display "DAYCLOSE: STORE " selling-store-id
                 " HAS NO TAX JURISDICTION ON THE STORE MASTER"
           end-if
           open extend tax-detail-file
           move spaces to tax-detail-rec
           move store-jurisdiction to td-jurisdiction-code
           move business-date to td-trans-date
           move selling-store-id to td-store-id
           move taxable-sales-total to td-taxable-amt
           move exempt-sales-total to td-exempt-amt
           move sales-tax-total to td-tax-amt
           write tax-detail-rec
           if taxable-refund-total not = 0
              or exempt-refund-total not = 0
              or refund-tax-total not = 0
              move taxable-refund-total to td-taxable-amt
              move exempt-refund-total to td-exempt-amt
              move refund-tax-total to td-tax-amt
              move 'R' to td-refund-sw
              write tax-detail-rec
           end-if
           close tax-detail-file.
       740-write-store-sales.
      *>   the store day's sales for the store P&L -- gross is put
      *>   back before the returns and voids it was netted of
           open extend store-sales-file
           move spaces to store-sales-rec
           move selling-store-id to ss-store-id
           move business-date to ss-sales-date
           move 'R' to ss-source
           compute ss-gross-sales = gross-total + returns-total
           move returns-total to ss-returns
           move discount-total to ss-discounts
           compute ss-net-sales = gross-total - discount-total
           move cogs-total to ss-cost-of-goods
           write store-sales-rec
           close store-sales-file.
       720-print-layaway-totals.
           if layaway-paid-total > 0 or layaway-pickup-total > 0
              or layaway-released-total > 0
              move "LAYAWAY PAYMENTS  $" to z-layaway-label-out
              move layaway-paid-total to z-layaway-out
              write print-rec from z-layaway-line
              move "LAYAWAY PICKUPS   $" to z-layaway-label-out
              move layaway-pickup-total to z-layaway-out
              write print-rec from z-layaway-line
              move "LAYAWAY REFUNDS   $" to z-layaway-label-out
              move layaway-refund-total to z-layaway-out
              write print-rec from z-layaway-line
              move "RESTOCKING FEES   $" to z-layaway-label-out
              move layaway-fee-total to z-layaway-out
              write print-rec from z-layaway-line
           end-if
           if spcord-deposit-total > 0 or spcord-pickup-total > 0
              or spcord-refund-total > 0
              move "SPCL ORD DEPOSITS $" to z-layaway-label-out
              move spcord-deposit-total to z-layaway-out
              write print-rec from z-layaway-line
              move "SPCL ORD PICKUPS  $" to z-layaway-label-out
              move spcord-pickup-total to z-layaway-out
              write print-rec from z-layaway-line
              move "SPCL ORD REFUNDS  $" to z-layaway-label-out
              move spcord-refund-total to z-layaway-out
              write print-rec from z-layaway-line
           end-if
           if points-earned-total > 0 or points-redeemed-total > 0
              move "POINTS EARNED     $" to z-layaway-label-out
              move points-earned-total to z-layaway-out
              write print-rec from z-layaway-line
              move "POINTS REDEEMED   $" to z-layaway-label-out
              move points-redeemed-total to z-layaway-out
              write print-rec from z-layaway-line
           end-if.
       710-print-hourly-flash.
           write print-rec from blank-line
           write print-rec from flash-header-line
           end-perform.
       220-track-operator-drawer.
           evaluate true
              when (log-record-type = 'S' or 'G' or 'Y' or 'O')
                   and log-tender-type = 'K'
                 add log-tender-amount to check-tender-total
              when (log-record-type = 'R' or 'V' or 'W' or 'X')
                   and log-tender-type = 'K'
                 subtract log-tender-amount
                   from check-tender-total
              when (log-record-type = 'S' or 'G' or 'Y' or 'O')
                   and log-tender-type = 'C'
                 perform 230-find-drawer-entry
                 compute odt-cash-in(drawer-found-idx) =
                    odt-cash-in(drawer-found-idx)
                    + log-tender-amount - log-change-due
              when (log-record-type = 'R' or 'V' or 'W' or 'X')
                   and log-tender-type = 'C'
                 perform 230-find-drawer-entry
                 compute odt-cash-in(drawer-found-idx) =
              move drawer-expected to os-expected
              move drawer-counted to os-counted
              move drawer-over-short to os-over-short
              move selling-store-id to os-store-id
              write over-short-ledger-rec
              compute expected-deposit-total =
                 expected-deposit-total
                      move sid-store-id to selling-store-id
                   end-if
           end-read
           close store-id-file
           open input store-master-file
           perform until more-store-records = 'no '
              read store-master-file
                    at end
                       move 'no ' to more-store-records
                    not at end
                       if SM-STORE-ID = selling-store-id
                          move SM-JURISDICTION to store-jurisdiction
                       end-if
              end-read
           end-perform
           close store-master-file.
       108-load-location-balances.
           open input location-balance-file
           perform until more-location-records = 'no '
                         to lct-qty-on-hand(location-table-count)
                       move loc-in-transit
                         to lct-in-transit(location-table-count)
                       move 0 to lct-on-layaway(location-table-count)
                       if loc-qty-on-layaway is numeric
                          move loc-qty-on-layaway
                            to lct-on-layaway(location-table-count)
                       end-if
                       move 0 to lct-min-qty(location-table-count)
                       move 0 to lct-max-qty(location-table-count)
                       if loc-min-qty is numeric
                          and loc-max-qty is numeric
                          move loc-min-qty
                            to lct-min-qty(location-table-count)
                          move loc-max-qty
                            to lct-max-qty(location-table-count)
                       end-if
              end-read
           end-perform
           close location-balance-file.
                to lct-store-id(location-found-idx)
              move 0 to lct-qty-on-hand(location-found-idx)
              move 0 to lct-in-transit(location-found-idx)
              move 0 to lct-on-layaway(location-found-idx)
              move 0 to lct-min-qty(location-found-idx)
              move 0 to lct-max-qty(location-found-idx)
           end-if.
       600-save-location-balances.
           open output location-balance-file
              end-if
              move lct-in-transit(location-table-idx)
                to loc-in-transit
              move lct-on-layaway(location-table-idx)
                to loc-qty-on-layaway
              move lct-min-qty(location-table-idx) to loc-min-qty
              move lct-max-qty(location-table-idx) to loc-max-qty
              write location-balance-rec
           end-perform
           close location-balance-file.
              move cert-redeemed-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
      *>   layaway: payments are held as a liability, the deposits
      *>   are relieved at pickup like a redeemed certificate, and a
      *>   forfeit or cancel relieves them against the refund and the
      *>   restocking fee earned
           if layaway-paid-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move layaway-paid-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "LAYLIAB " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move layaway-paid-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if layaway-pickup-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "LAYLIAB " to GLP-ACCOUNT
              move layaway-pickup-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "CASH    " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move layaway-pickup-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if layaway-released-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "LAYLIAB " to GLP-ACCOUNT
              move layaway-released-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              if layaway-refund-total > 0
                 move "CASH    " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move layaway-refund-total to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
              if layaway-fee-total > 0
                 move "LAYFEE  " to GLP-ACCOUNT
                 move 0 to GLP-DEBIT-AMOUNT
                 move layaway-fee-total to GLP-CREDIT-AMOUNT
                 write GL-POSTING-REC
              end-if
           end-if
      *>   special-order deposits are held the same way, relieved at
      *>   pickup and by a cancelled order's refund
           if spcord-deposit-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move spcord-deposit-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "CUSTDEP " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move spcord-deposit-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if spcord-pickup-total + spcord-refund-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "CUSTDEP " to GLP-ACCOUNT
              compute GLP-DEBIT-AMOUNT =
                 spcord-pickup-total + spcord-refund-total
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "CASH    " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              compute GLP-CREDIT-AMOUNT =
                 spcord-pickup-total + spcord-refund-total
              write GL-POSTING-REC
           end-if
      *>   loyalty points: the value earned is expensed and held as a
      *>   liability, relieved when points are taken as a tender
           if points-earned-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "LOYEXP  " to GLP-ACCOUNT
              move points-earned-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "LOYLIAB " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move points-earned-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if points-redeemed-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "LOYLIAB " to GLP-ACCOUNT
              move points-redeemed-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "CASH    " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move points-redeemed-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
      *>   sales charged to a house account were taken in as cash;
      *>   they are moved to the house-charge receivable, and a
      *>   refund credited back to an account comes off it
           if house-charged-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "HOUSEAR " to GLP-ACCOUNT
              move house-charged-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "CASH    " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move house-charged-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           if house-credited-total > 0
              move business-date to GLP-POST-DATE
              move "DAYCLOSE" to GLP-SOURCE-PROGRAM
              move "CASH    " to GLP-ACCOUNT
              move house-credited-total to GLP-DEBIT-AMOUNT
              move 0 to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
              move "HOUSEAR " to GLP-ACCOUNT
              move 0 to GLP-DEBIT-AMOUNT
              move house-credited-total to GLP-CREDIT-AMOUNT
              write GL-POSTING-REC
           end-if
           close gl-posting-file.
       110-load-stored-total.
           move 0 to stored-total-in
