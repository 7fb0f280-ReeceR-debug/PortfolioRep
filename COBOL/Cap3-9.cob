                     SELECT daily-total-file ASSIGN TO "daily-tot"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT operator-master-file ASSIGN TO oper-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL signon-log-file
           ASSIGN TO "signon-log"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT inventory-master ASSIGN TO "inv-mast"
           ORGANIZATION IS INDEXED
                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES.
                     SELECT OPTIONAL customer-ar-file
           ASSIGN TO "cust-ar"
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL master-lock-file
           ASSIGN TO "lock-inv-mast"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL layaway-ledger
           ASSIGN TO "lay-ledger"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS lay-contract-no.
                     SELECT OPTIONAL layaway-control-file
           ASSIGN TO "lay-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL special-order-file
           ASSIGN TO "spc-ord"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS so-order-no.
                     SELECT OPTIONAL special-order-control-file
           ASSIGN TO "spc-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL vendor-master-file
           ASSIGN TO vnd-mast
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL points-ledger-file
           ASSIGN TO "pts-ledger"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL points-bonus-file
           ASSIGN TO "pts-bonus"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL store-id-file ASSIGN TO "store-id"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL store-master-file
           ASSIGN TO STORE-MAST
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL tax-rate-file ASSIGN TO tax-rates
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
           05  stored-running-total    pic 9(8)v99.
       fd  operator-master-file.
           COPY OPERMAST.
       fd  signon-log-file.
           COPY SIGNLOG.
       fd  inventory-master.
           COPY INVMAST.
       fd  customer-master.
           COPY CUSTMAST.
      *> open-item house-charge receivable: C = charge rung at the
      *> register, P = payment posted by CUSTPAY, F = finance charge
      *> assessed by the month-end aging (CUSTAGE), W = bad debt
      *> written off (ARWRTOFF), E = a dormant credit balance turned
      *> over to the state as unclaimed property (ESCHEAT).  The
      *> statement run folds these onto the monthly statements.
       fd  customer-ar-file.
       01  customer-ar-rec.
           05  car-customer-key    pic x(12).
           05  car-trans-date      pic 9(8).
           05  car-trans-type      pic x(1).
           05  car-amount          pic 9(5)v99.
           05  car-customer-no     pic 9(7).
      *> outstanding gift certificates: sold at the register, drawn
      *> down by redemptions, aged by GIFTRPT until fully redeemed.
      *> The last-used date (sale or latest redemption) starts the
      *> dormancy clock the unclaimed-property run (ESCHEAT) reads.
       fd  gift-ledger-file.
       01  gift-ledger-rec.
           05  glr-cert-number     pic x(6).
           05  glr-issue-date      pic 9(8).
           05  glr-issued-amount   pic 9(4)v99.
           05  glr-remaining       pic 9(4)v99.
           05  glr-last-used-date  pic 9(8).
       fd  employee-master-file.
           COPY EMPMAST.
      *> employee register purchases waiting to settle through the
           05  lk-holder            pic x(8).
           05  lk-lock-date         pic 9(8).
           05  lk-lock-time         pic 9(6).
       fd  layaway-ledger.
           COPY LAYAWAY.
      *> next layaway contract number to assign
       fd  layaway-control-file.
       01  layaway-control-rec.
           05  lctl-next-contract   pic 9(6).
       fd  special-order-file.
           COPY SPCORD.
      *> next special-order number to assign
       fd  special-order-control-file.
       01  special-order-control-rec.
           05  sctl-next-order      pic 9(6).
      *> vendor for each part we buy -- a special order is bought
      *> from the vendor on file for the part, as POSUGG would
       fd  vendor-master-file.
       01  vendor-master-rec.
           05  vnd-vendor-no       pic x(5).
           05  vnd-vendor-name     pic x(20).
           05  vnd-part-no         pic x(5).
           05  vnd-lead-time-days  pic 9(3).
           05  vnd-order-qty       pic 9(5).
           05  vnd-unit-cost       pic 9(5)v99.
       fd  points-ledger-file.
           COPY PTSLEDG.
      *> bonus point multipliers by part, kept by marketing -- a part
      *> not on file earns at the plain rate (multiplier 1.0)
       fd  points-bonus-file.
       01  points-bonus-rec.
           05  pb-part-no          pic x(5).
           05  pb-multiplier       pic 9v9.
      *> which store this register belongs to; missing card means the
      *> original main store
       fd  store-id-file.
       01  store-id-rec.
           05  sid-store-id        pic x(5).
       fd  store-master-file.
           COPY STORMAST.
      *> effective-dated sales-tax rates by jurisdiction, shared with
      *> INTERACTIVE7
       fd  tax-rate-file.
       01  tax-rate-rec.
           05  rate-jurisdiction-code     pic x(4).
           05  rate-effective-from        pic 9(8).
           05  rate-percent               pic 9v9999.
       WORKING-STORAGE SECTION.
       01  more-operator-records    picture xxx value 'yes'.
       01  signon-id-answer         pic x(3).
       01  signed-on-operator       pic x(3) value spaces.
       01  signed-on-authority      pic 9(1) value 0.
       01  signon-attempts          pic 9(1) value 0.
      *> operator sign-on -- the operator master is held in a table
      *> while an id and password are checked, so a failed attempt
      *> can be counted against the operator and the master written
      *> back; every attempt, passed or refused, goes to signon-log
       01  operator-table-idx       pic 9(3) comp.
       01  operator-found-idx       pic 9(3) value 0.
       01  operator-table-count     pic 9(3) value 0.
       01  operator-table.
           05  operator-table-entry OCCURS 200 TIMES.
               10  ot-operator-id   pic x(3).
               10  ot-password      pic x(8).
               10  ot-authority     pic 9(1).
               10  ot-status        pic x(1).
                   88  ot-locked-out    value 'L'.
                   88  ot-deactivated   value 'D'.
               10  ot-password-date pic 9(8).
               10  ot-failed-signons pic 9(2).
               10  ot-operator-name pic x(20).
       01  operator-table-changed-sw pic x value 'N'.
           88  operator-table-changed    value 'Y'.
       01  check-operator-id        pic x(3).
       01  check-password           pic x(8).
       01  check-function           pic x(8).
       01  check-authority-needed   pic 9(1) value 0.
       01  check-can-change-sw      pic x value 'N'.
           88  check-can-change         value 'Y'.
       01  signon-result            pic x(1).
           88  signon-passed            value 'S'.
           88  signon-locked-now        value 'K'.
           88  signon-barred            value 'L' 'D'.
       01  signon-refusal-text      pic x(40).
       01  password-change-due-sw   pic x value 'N'.
           88  password-change-due      value 'Y'.
      *> a password is good for 90 days; five wrong passwords in a
      *> row lock the operator out until a supervisor clears it
       01  password-life-days       pic 9(3) value 90.
       01  signon-failure-limit     pic 9(2) value 5.
       01  signon-date-work         pic 9(8).
       01  signon-date-parts redefines signon-date-work.
           05  sdw-year             pic 9(4).
           05  sdw-month            pic 9(2).
           05  sdw-day              pic 9(2).
       01  signon-day-number        pic 9(8).
       01  password-day-number      pic 9(8).
       01  password-age-days        pic s9(8).
       01  signon-log-time-8        pic 9(8).
       01  new-password-answer      pic x(8).
       01  new-password-again       pic x(8).
       01  password-change-attempts pic 9(1) value 0.
       01  CUSTOMER-NAME                  PIC X(7).
       01  AMT-OF-PURCHASE                PIC 9999V99.
       01  DISCOUNT-AMT                   PIC 9999V99.
       01  TAX-AMT                        PIC 9999V99.
       01  BALANCE-DUE                    PIC 9999V99.
       01  DISCOUNT-RATE                  PIC V99.
       01  TAX-RATE                       PIC 9V9999 VALUE 0.
       01  TAX-EXEMPT-SW                  PIC X VALUE 'N'.
           88  SALE-TAX-EXEMPT                VALUE 'Y'.
           88  SALE-TAX-ANSWERED              VALUE 'Y' 'N'.
       01  SELLING-STORE-ID               PIC X(5) VALUE "00001".
       01  STORE-JURISDICTION             PIC X(4) VALUE SPACES.
       01  BEST-RATE-DATE                 PIC 9(8).
       01  more-store-records       picture xxx value 'yes'.
       01  more-rate-records        picture xxx value 'yes'.
       01  MORE-DATA                      PIC XXX VALUE "YES".
       01  PART-NO-ANSWER                 PIC X(5).
       01  LINE-QTY                       PIC 9(3).
           88  PART-FOUND                     VALUE 'Y'.
       01  SALE-LINE-IDX                  PIC 9(2) COMP.
       01  SALE-LINE-COUNT                PIC 9(2) VALUE 0.
       01  SALE-LINE-LIMIT                PIC 9(2) VALUE 20.
       01  SALE-LINE-TABLE.
           05  SALE-LINE-ENTRY OCCURS 20 TIMES.
               10  SL-PART-NO             PIC X(5).
           88  TENDER-ACCOUNT                 VALUE "A".
           88  TENDER-GIFT                    VALUE "G".
           88  TENDER-EMPLOYEE                VALUE "E".
           88  TENDER-POINTS                  VALUE "P".
       01  EMP-NAME-ANSWER          pic x(15).
       01  EMP-MONTH-PURCHASES      pic 9(5)v99.
       01  EMP-PURCHASE-LIMIT       pic 9(3)v99 value 500.00.
       01  current-period-work      pic 9(6).
       01  TENDER-DONE-SW                 PIC X VALUE 'N'.
           88  TENDER-DONE                    VALUE 'Y'.
       01  CHARGE-CUSTOMER-NO             PIC 9(7).
       01  CUSTOMER-FOUND-SW              PIC X.
           88  CUSTOMER-FOUND                 VALUE 'Y'.
       01  more-ar-records          picture xxx value 'yes'.
       01  ar-found-idx             pic 9(4) comp value 0.
       01  charge-balance-table.
           05  charge-balance-entry OCCURS 500 TIMES.
               10  cbt-customer-no  pic 9(7).
               10  cbt-balance      pic s9(7)v99.
       01  override-id-answer       pic x(3).
       01  override-password-answer pic x(8).
           88  MODE-RETURN              value 'R'.
           88  MODE-VOID                value 'V'.
           88  MODE-GIFT                value 'G'.
           88  MODE-LAYAWAY             value 'L'.
           88  MODE-SPECIAL-ORDER       value 'O'.
           88  MODE-DONE                value 'N'.
       01  more-gift-records        picture xxx value 'yes'.
       01  gift-table-idx           pic 9(3) comp.
               10  gft-issue-date   pic 9(8).
               10  gft-issued-amt   pic 9(4)v99.
               10  gft-remaining    pic 9(4)v99.
               10  gft-last-used    pic 9(8).
       01  CERT-NUMBER-ANSWER       pic x(6).
       01  CERT-AMOUNT-ANSWER       pic 9(4)v99.
       01  CERT-SALE-IN-PROGRESS-SW pic x value 'N'.
       01  time-of-day-work         pic 9(8).
       01  RETURN-REASON-CODE       pic x(3).
       01  RETURN-SUPER-THRESHOLD   pic 9(3)v99 value 50.00.
       01  LAYAWAY-ACTION           pic x(1).
           88  LAYAWAY-OPEN-NEW         value 'O'.
           88  LAYAWAY-PAYMENT          value 'P'.
           88  LAYAWAY-PICKUP           value 'U'.
           88  LAYAWAY-CANCEL           value 'C'.
           88  LAYAWAY-FORFEIT          value 'F'.
       01  LAYAWAY-LINES-SW         pic x value 'N'.
           88  LAYAWAY-LINES            value 'Y'.
       01  LAYAWAY-PAYMENT-IN-PROGRESS-SW pic x value 'N'.
           88  LAYAWAY-PAYMENT-IN-PROGRESS value 'Y'.
       01  LAYAWAY-FOUND-SW         pic x value 'N'.
           88  LAYAWAY-FOUND            value 'Y'.
       01  LAYAWAY-NAME-ANSWER      pic x(20).
       01  LAYAWAY-PHONE-ANSWER     pic x(10).
       01  CONTRACT-NUMBER-ANSWER   pic 9(6).
       01  LAYAWAY-CONTRACT-NO      pic 9(6).
       01  LAYAWAY-LINE-TYPE        pic x(1).
       01  LAYAWAY-ITEM-IDX         pic 9(2) COMP.
       01  LAYAWAY-DEPOSIT-RATE     pic v99 value .20.
       01  LAYAWAY-FEE-RATE         pic v99 value .10.
       01  LAYAWAY-TERM-MONTHS      pic 9(2) value 02.
       01  LAYAWAY-MIN-DEPOSIT      pic 9999v99.
       01  LAYAWAY-PAYMENT-AMT      pic 9999v99.
       01  LAYAWAY-REMAINING        pic 9999v99.
       01  LAYAWAY-REFUND           pic 9999v99.
       01  LAYAWAY-DATE-WORK        pic 9(8).
       01  LAYAWAY-DATE-PARTS REDEFINES LAYAWAY-DATE-WORK.
           05  LAYAWAY-DATE-YEAR    pic 9(4).
           05  LAYAWAY-DATE-MONTH   pic 9(2).
           05  LAYAWAY-DATE-DAY     pic 9(2).
       01  SPCORD-ACTION            pic x(1).
           88  SPCORD-NEW               value 'N'.
           88  SPCORD-PICKUP            value 'U'.
           88  SPCORD-CANCEL            value 'C'.
       01  SPCORD-FOUND-SW          pic x value 'N'.
           88  SPCORD-FOUND             value 'Y'.
       01  SPCORD-DEPOSIT-IN-PROGRESS-SW pic x value 'N'.
           88  SPCORD-DEPOSIT-IN-PROGRESS value 'Y'.
       01  more-vendor-records      picture xxx value 'yes'.
       01  ORDER-NUMBER-ANSWER      pic 9(6).
       01  SPCORD-ORDER-NO          pic 9(6).
       01  SPCORD-VENDOR-NO         pic x(5).
       01  SPCORD-QTY               pic 9(3).
       01  SPCORD-PAYMENT-AMT       pic 9999v99.
       01  SPCORD-REMAINING         pic 9999v99.
       01  more-points-records      picture xxx value 'yes'.
       01  points-table-idx         pic 9(4) comp.
       01  points-table-count       pic 9(4) value 0.
       01  points-found-idx         pic 9(4) comp value 0.
       01  points-table.
           05  points-entry OCCURS 1000 TIMES.
               10  ptt-customer-key pic x(12).
               10  ptt-customer-no  pic 9(7).
               10  ptt-earn-period  pic 9(6).
               10  ptt-expire-date  pic 9(8).
               10  ptt-earned       pic 9(7).
               10  ptt-redeemed     pic 9(7).
               10  ptt-expired      pic 9(7).
               10  ptt-remaining    pic 9(7).
       01  more-bonus-records       picture xxx value 'yes'.
       01  bonus-table-idx          pic 9(3) comp.
       01  bonus-table-count        pic 9(3) value 0.
       01  bonus-table.
           05  bonus-entry OCCURS 300 TIMES.
               10  bnt-part-no      pic x(5).
               10  bnt-multiplier   pic 9v9.
      *> points earned per dollar of sale after discount, and what a
      *> point is worth when taken as a tender
       01  POINTS-PER-DOLLAR        pic 9v99 value 1.00.
       01  POINT-VALUE              pic v99 value .01.
       01  LOYALTY-NO-ANSWER        pic 9(7).
       01  LOYALTY-CUSTOMER-NO      pic 9(7) value 0.
       01  LOYALTY-ACCOUNT-KEY      pic x(12) value spaces.
       01  LINE-MULTIPLIER          pic 9v9.
       01  LINE-POINTS              pic 9(7).
       01  SALE-POINTS              pic 9(7).
       01  POINTS-NEEDED            pic 9(7).
       01  POINTS-AVAILABLE         pic 9(7).
       01  POINTS-TO-TAKE           pic 9(7).
       01  POINTS-VALUE-WORK        pic 9999v99.
       01  POINTS-EXPIRE-WORK       pic 9(8).
       01  POINTS-EXPIRE-PARTS REDEFINES POINTS-EXPIRE-WORK.
           05  POINTS-EXPIRE-YEAR   pic 9(4).
           05  POINTS-EXPIRE-MONTH  pic 9(2).
           05  POINTS-EXPIRE-DAY    pic 9(2).
       01  TENDER-AMOUNT                  PIC 9999V99.
       01  CHANGE-DUE                     PIC 9999V99.
       01  TENDER-REFERENCE               PIC X(10).
           PERFORM 110-LOAD-RUNNING-TOTAL
           PERFORM 115-LOAD-CHARGE-BALANCES
           PERFORM 117-LOAD-GIFT-LEDGER
           PERFORM 121-LOAD-POINTS-LEDGER
           PERFORM 123-LOAD-POINTS-BONUS
           ACCEPT sale-date-work FROM DATE YYYYMMDD
           PERFORM 105-GET-STORE-TAX-RATE
           OPEN EXTEND daily-log-file
           OPEN EXTEND customer-ar-file
           MOVE sale-date-work(1:6) TO current-period-work
           OPEN INPUT customer-master
           OPEN INPUT employee-master-file
           OPEN EXTEND employee-purchase-file
           OPEN I-O layaway-ledger
           OPEN I-O special-order-file
           PERFORM UNTIL MORE-DATA = "NO "
              MOVE 'X' TO TRANS-MODE
              PERFORM UNTIL MODE-SALE OR MODE-RETURN
                      OR MODE-VOID OR MODE-GIFT OR MODE-LAYAWAY
                      OR MODE-SPECIAL-ORDER OR MODE-DONE
                 DISPLAY "TRANSACTION (S=SALE, R=RETURN, V=VOID, "
                    "G=GIFT CERT, L=LAYAWAY, O=SPECIAL ORDER, "
                    "N=NO MORE): "
                 ACCEPT TRANS-MODE
              END-PERFORM
              EVALUATE TRUE
                    PERFORM 500-VOID-SALE
                 WHEN MODE-GIFT
                    PERFORM 600-SELL-GIFT-CERT
                 WHEN MODE-LAYAWAY
                    PERFORM 700-RING-LAYAWAY
                 WHEN MODE-SPECIAL-ORDER
                    PERFORM 800-RING-SPECIAL-ORDER
                 WHEN MODE-DONE
                    MOVE "NO " TO MORE-DATA
              END-EVALUATE
                 customer-master
                 employee-master-file
                 employee-purchase-file
                 layaway-ledger
                 special-order-file
           PERFORM 119-SAVE-GIFT-LEDGER
           PERFORM 122-SAVE-POINTS-LEDGER
           PERFORM 920-RELEASE-MASTER-LOCK
           STOP RUN.
       105-GET-STORE-TAX-RATE.
      *>   the store's jurisdiction comes from the store master and
      *>   its rate from tax-rates, the latest effective on or before
      *>   today -- the register will not open without one
           open input store-id-file
           read store-id-file
                at end
                   continue
                not at end
                   if sid-store-id not = spaces
                      move sid-store-id to SELLING-STORE-ID
                   end-if
           end-read
           close store-id-file
           open input store-master-file
           perform until more-store-records = 'no '
              read store-master-file
                    at end
                       move 'no ' to more-store-records
                    not at end
                       if SM-STORE-ID = SELLING-STORE-ID
                          move SM-JURISDICTION to STORE-JURISDICTION
                       end-if
              end-read
           end-perform
           close store-master-file
           move 0 to BEST-RATE-DATE
           move 0 to TAX-RATE
           open input tax-rate-file
           perform until more-rate-records = 'no '
              read tax-rate-file
                    at end
                       move 'no ' to more-rate-records
                    not at end
                       if rate-jurisdiction-code = STORE-JURISDICTION
                          and STORE-JURISDICTION not = spaces
                          and rate-effective-from <= sale-date-work
                          and rate-effective-from >= BEST-RATE-DATE
                          move rate-effective-from to BEST-RATE-DATE
                          move rate-percent to TAX-RATE
                       end-if
              end-read
           end-perform
           close tax-rate-file
           if BEST-RATE-DATE = 0
              DISPLAY "Cap3-9: NO TAX RATE FOR STORE "
                 SELLING-STORE-ID " JURISDICTION '"
                 STORE-JURISDICTION "' -- REGISTER CANNOT OPEN"
              move 8 to RETURN-CODE
              STOP RUN
           end-if
           DISPLAY "STORE " SELLING-STORE-ID " JURISDICTION "
              STORE-JURISDICTION " TAX RATE " TAX-RATE.
       910-TAKE-MASTER-LOCK.
           open input master-lock-file
           read master-lock-file
                         to gft-issued-amt(gift-table-count)
                       move glr-remaining
                         to gft-remaining(gift-table-count)
                       if glr-last-used-date is numeric
                          move glr-last-used-date
                            to gft-last-used(gift-table-count)
                       else
                          move glr-issue-date
                            to gft-last-used(gift-table-count)
                       end-if
              end-read
           end-perform
           close gift-ledger-file.
              move gft-issued-amt(gift-table-idx)
                to glr-issued-amount
              move gft-remaining(gift-table-idx) to glr-remaining
              move gft-last-used(gift-table-idx)
                to glr-last-used-date
              write gift-ledger-rec
           end-perform
           close gift-ledger-file.
       121-LOAD-POINTS-LEDGER.
           open input points-ledger-file
           perform until more-points-records = 'no '
              read points-ledger-file
                    at end
                       move 'no ' to more-points-records
                    not at end
                       add 1 to points-table-count
                       if points-table-count > 1000
                          DISPLAY "Cap3-9: POINTS LEDGER TABLE FULL"
                          STOP RUN
                       end-if
                       move pl-customer-key
                         to ptt-customer-key(points-table-count)
                       move pl-earn-period
                         to ptt-earn-period(points-table-count)
                       move pl-expire-date
                         to ptt-expire-date(points-table-count)
                       move pl-points-earned
                         to ptt-earned(points-table-count)
                       move pl-points-redeemed
                         to ptt-redeemed(points-table-count)
                       move pl-points-expired
                         to ptt-expired(points-table-count)
                       move pl-points-remaining
                         to ptt-remaining(points-table-count)
                       if pl-customer-no is numeric
                          move pl-customer-no
                            to ptt-customer-no(points-table-count)
                       else
                          move 0
                            to ptt-customer-no(points-table-count)
                       end-if
              end-read
           end-perform
           close points-ledger-file.
       122-SAVE-POINTS-LEDGER.
           open output points-ledger-file
           perform varying points-table-idx from 1 by 1
                   until points-table-idx > points-table-count
              move ptt-customer-key(points-table-idx)
                to pl-customer-key
              move ptt-earn-period(points-table-idx)
                to pl-earn-period
              move ptt-expire-date(points-table-idx)
                to pl-expire-date
              move ptt-earned(points-table-idx) to pl-points-earned
              move ptt-redeemed(points-table-idx)
                to pl-points-redeemed
              move ptt-expired(points-table-idx)
                to pl-points-expired
              move ptt-remaining(points-table-idx)
                to pl-points-remaining
              move ptt-customer-no(points-table-idx)
                to pl-customer-no
              write points-ledger-rec
           end-perform
           close points-ledger-file.
       123-LOAD-POINTS-BONUS.
           open input points-bonus-file
           perform until more-bonus-records = 'no '
              read points-bonus-file
                    at end
                       move 'no ' to more-bonus-records
                    not at end
                       add 1 to bonus-table-count
                       if bonus-table-count > 300
                          DISPLAY "Cap3-9: POINTS BONUS TABLE FULL"
                          STOP RUN
                       end-if
                       move pb-part-no
                         to bnt-part-no(bonus-table-count)
                       move pb-multiplier
                         to bnt-multiplier(bonus-table-count)
              end-read
           end-perform
           close points-bonus-file.
       600-SELL-GIFT-CERT.
           DISPLAY "CERTIFICATE NUMBER: "
           ACCEPT CERT-NUMBER-ANSWER
                to gft-issued-amt(gift-table-count)
              move CERT-AMOUNT-ANSWER
                to gft-remaining(gift-table-count)
              move sale-date-work
                to gft-last-used(gift-table-count)
              ADD CERT-AMOUNT-ANSWER TO RUNNING-TOTAL-DUE
              PERFORM 150-SAVE-RUNNING-TOTAL
              MOVE SPACES TO daily-log-rec
              WRITE daily-log-rec
              DISPLAY "CERTIFICATE SOLD"
           END-IF.
       700-RING-LAYAWAY.
           MOVE 'X' TO LAYAWAY-ACTION
           PERFORM UNTIL LAYAWAY-OPEN-NEW OR LAYAWAY-PAYMENT
                   OR LAYAWAY-PICKUP OR LAYAWAY-CANCEL
                   OR LAYAWAY-FORFEIT
              DISPLAY "LAYAWAY (O=OPEN, P=PAYMENT, U=PICKUP, "
                 "C=CANCEL, F=FORFEIT): "
              ACCEPT LAYAWAY-ACTION
           END-PERFORM
           EVALUATE TRUE
              WHEN LAYAWAY-OPEN-NEW
                 PERFORM 710-OPEN-LAYAWAY
              WHEN LAYAWAY-PAYMENT
                 PERFORM 750-FIND-LAYAWAY
                 IF LAYAWAY-FOUND
                    PERFORM 720-LAYAWAY-PAYMENT
                 END-IF
              WHEN LAYAWAY-PICKUP
                 PERFORM 750-FIND-LAYAWAY
                 IF LAYAWAY-FOUND
                    PERFORM 730-LAYAWAY-PICKUP
                 END-IF
              WHEN OTHER
                 PERFORM 750-FIND-LAYAWAY
                 IF LAYAWAY-FOUND
                    PERFORM 740-CLOSE-LAYAWAY
                 END-IF
           END-EVALUATE.
       710-OPEN-LAYAWAY.
      *>   the items are rung like a sale but held, not sold: on-hand
      *>   stays put and the quantity moves to on-layaway so nobody
      *>   else can sell it.  The deposit is a liability until pickup
           DISPLAY "CUSTOMER NAME: "
           ACCEPT LAYAWAY-NAME-ANSWER
           DISPLAY "CUSTOMER PHONE: "
           ACCEPT LAYAWAY-PHONE-ANSWER
           MOVE 'Y' TO LAYAWAY-LINES-SW
           MOVE 10 TO SALE-LINE-LIMIT
           PERFORM 120-RING-SALE-LINES
           MOVE 'N' TO LAYAWAY-LINES-SW
           MOVE 20 TO SALE-LINE-LIMIT
           IF SALE-LINE-COUNT = 0
              DISPLAY "NOTHING LAID AWAY"
           ELSE
              PERFORM 200-COMPUTE-DISCOUNT
              COMPUTE DISCOUNT-AMT ROUNDED =
                 AMT-OF-PURCHASE * DISCOUNT-RATE
              COMPUTE TAXABLE-AMT = AMT-OF-PURCHASE - DISCOUNT-AMT
              COMPUTE TAX-AMT ROUNDED = TAXABLE-AMT * TAX-RATE
              COMPUTE BALANCE-DUE = TAXABLE-AMT + TAX-AMT
              COMPUTE LAYAWAY-MIN-DEPOSIT ROUNDED =
                 BALANCE-DUE * LAYAWAY-DEPOSIT-RATE
              DISPLAY "LAYAWAY TOTAL: ", BALANCE-DUE
              MOVE 0 TO LAYAWAY-PAYMENT-AMT
              PERFORM UNTIL LAYAWAY-PAYMENT-AMT >= LAYAWAY-MIN-DEPOSIT
                      AND LAYAWAY-PAYMENT-AMT > 0
                      AND LAYAWAY-PAYMENT-AMT <= BALANCE-DUE
                 DISPLAY "DEPOSIT (MINIMUM ", LAYAWAY-MIN-DEPOSIT,
                    "): "
                 ACCEPT LAYAWAY-PAYMENT-AMT
              END-PERFORM
              PERFORM 790-NEXT-CONTRACT-NUMBER
              MOVE SPACES TO layaway-ledger-rec
              MOVE LAYAWAY-CONTRACT-NO TO lay-contract-no
              MOVE LAYAWAY-NAME-ANSWER TO lay-customer-name
              MOVE LAYAWAY-PHONE-ANSWER TO lay-customer-phone
              MOVE 'O' TO lay-status
              MOVE sale-date-work TO lay-open-date
              MOVE sale-date-work TO LAYAWAY-DATE-WORK
              ADD LAYAWAY-TERM-MONTHS TO LAYAWAY-DATE-MONTH
              IF LAYAWAY-DATE-MONTH > 12
                 SUBTRACT 12 FROM LAYAWAY-DATE-MONTH
                 ADD 1 TO LAYAWAY-DATE-YEAR
              END-IF
              IF LAYAWAY-DATE-DAY > 28
                 MOVE 28 TO LAYAWAY-DATE-DAY
              END-IF
              MOVE LAYAWAY-DATE-WORK TO lay-expire-date
              MOVE 0 TO lay-last-pay-date
              MOVE 0 TO lay-close-date
              MOVE AMT-OF-PURCHASE TO lay-merch-amount
              MOVE DISCOUNT-AMT TO lay-discount-amt
              MOVE TAX-AMT TO lay-tax-amt
              MOVE BALANCE-DUE TO lay-contract-total
              MOVE 0 TO lay-paid-total
              MOVE 0 TO lay-fee-amount
              MOVE signed-on-operator TO lay-operator-id
              MOVE SALE-LINE-COUNT TO lay-item-count
              PERFORM VARYING SALE-LINE-IDX FROM 1 BY 1
                      UNTIL SALE-LINE-IDX > 10
                 IF SALE-LINE-IDX > SALE-LINE-COUNT
                    MOVE SPACES TO lay-item-part-no(SALE-LINE-IDX)
                    MOVE 0 TO lay-item-qty(SALE-LINE-IDX)
                    MOVE 0 TO lay-item-unit-price(SALE-LINE-IDX)
                 ELSE
                    MOVE SL-PART-NO(SALE-LINE-IDX)
                      TO lay-item-part-no(SALE-LINE-IDX)
                    MOVE SL-QTY(SALE-LINE-IDX)
                      TO lay-item-qty(SALE-LINE-IDX)
                    MOVE SL-UNIT-PRICE(SALE-LINE-IDX)
                      TO lay-item-unit-price(SALE-LINE-IDX)
                 END-IF
              END-PERFORM
              PERFORM 725-TAKE-LAYAWAY-PAYMENT
              WRITE layaway-ledger-rec
                    INVALID KEY
                       DISPLAY "Cap3-9: LAYAWAY CONTRACT "
                          lay-contract-no " ALREADY ON LEDGER"
              END-WRITE
              MOVE "H" TO LAYAWAY-LINE-TYPE
              PERFORM 770-WRITE-LAYAWAY-LINE-DETAIL
              DISPLAY "LAYAWAY CONTRACT ", lay-contract-no,
                 " EXPIRES ", lay-expire-date
              COMPUTE LAYAWAY-REMAINING =
                 lay-contract-total - lay-paid-total
              DISPLAY "BALANCE REMAINING: ", LAYAWAY-REMAINING
           END-IF.
       720-LAYAWAY-PAYMENT.
           COMPUTE LAYAWAY-REMAINING =
              lay-contract-total - lay-paid-total
           IF LAYAWAY-REMAINING = 0
              DISPLAY "CONTRACT IS PAID IN FULL -- READY FOR PICKUP"
           ELSE
              DISPLAY "BALANCE REMAINING: ", LAYAWAY-REMAINING
              MOVE 0 TO LAYAWAY-PAYMENT-AMT
              PERFORM UNTIL LAYAWAY-PAYMENT-AMT > 0
                      AND LAYAWAY-PAYMENT-AMT <= LAYAWAY-REMAINING
                 DISPLAY "PAYMENT AMOUNT: "
                 ACCEPT LAYAWAY-PAYMENT-AMT
              END-PERFORM
              PERFORM 725-TAKE-LAYAWAY-PAYMENT
              REWRITE layaway-ledger-rec
              COMPUTE LAYAWAY-REMAINING =
                 lay-contract-total - lay-paid-total
              IF LAYAWAY-REMAINING = 0
                 DISPLAY "PAID IN FULL -- READY FOR PICKUP"
              ELSE
                 DISPLAY "BALANCE REMAINING: ", LAYAWAY-REMAINING
              END-IF
           END-IF.
       725-TAKE-LAYAWAY-PAYMENT.
      *>   a deposit or payment goes into the drawer and the running
      *>   total like any other money taken, logged as a 'Y' record
      *>   against the contract -- the caller writes the ledger
           MOVE LAYAWAY-PAYMENT-AMT TO BALANCE-DUE
           MOVE 'Y' TO LAYAWAY-PAYMENT-IN-PROGRESS-SW
           PERFORM 300-TAKE-TENDER
           MOVE 'N' TO LAYAWAY-PAYMENT-IN-PROGRESS-SW
           ADD LAYAWAY-PAYMENT-AMT TO lay-paid-total
           MOVE sale-date-work TO lay-last-pay-date
           ADD LAYAWAY-PAYMENT-AMT TO RUNNING-TOTAL-DUE
           PERFORM 150-SAVE-RUNNING-TOTAL
           MOVE SPACES TO daily-log-rec
           MOVE "Y" TO log-record-type
           MOVE lay-contract-no TO log-customer-name
           MOVE LAYAWAY-PAYMENT-AMT TO log-amt-of-purchase
           MOVE 0 TO log-discount-amt
           MOVE 0 TO log-tax-amt
           MOVE LAYAWAY-PAYMENT-AMT TO log-balance-due
           MOVE TENDER-TYPE TO log-tender-type
           MOVE TENDER-AMOUNT TO log-tender-amount
           MOVE CHANGE-DUE TO log-change-due
           MOVE TENDER-REFERENCE TO log-tender-reference
           MOVE signed-on-operator TO log-operator-id
           ACCEPT time-of-day-work FROM TIME
           MOVE time-of-day-work(1:4) TO log-sale-time
           WRITE daily-log-rec.
       730-LAYAWAY-PICKUP.
      *>   the sale happens at pickup: any balance is collected first,
      *>   then the held items come off on-hand and on-layaway and the
      *>   sale is logged with its lines so the day close costs it
           COMPUTE LAYAWAY-REMAINING =
              lay-contract-total - lay-paid-total
           IF LAYAWAY-REMAINING > 0
              DISPLAY "FINAL PAYMENT DUE: ", LAYAWAY-REMAINING
              MOVE LAYAWAY-REMAINING TO LAYAWAY-PAYMENT-AMT
              PERFORM 725-TAKE-LAYAWAY-PAYMENT
           END-IF
           PERFORM VARYING LAYAWAY-ITEM-IDX FROM 1 BY 1
                   UNTIL LAYAWAY-ITEM-IDX > lay-item-count
              MOVE lay-item-part-no(LAYAWAY-ITEM-IDX) TO inv-part-no
              READ inventory-master
                   INVALID KEY
                      DISPLAY "PART " inv-part-no
                         " NO LONGER ON INVENTORY MASTER"
                   NOT INVALID KEY
                      PERFORM 760-RELEASE-HELD-QUANTITY
                      IF lay-item-qty(LAYAWAY-ITEM-IDX)
                            > inv-qty-on-hand
                         MOVE 0 TO inv-qty-on-hand
                      ELSE
                         SUBTRACT lay-item-qty(LAYAWAY-ITEM-IDX)
                           FROM inv-qty-on-hand
                      END-IF
                      REWRITE inv-master-rec
              END-READ
           END-PERFORM
           MOVE 'P' TO lay-status
           MOVE sale-date-work TO lay-close-date
           REWRITE layaway-ledger-rec
           MOVE SPACES TO daily-log-rec
           MOVE "U" TO log-record-type
           MOVE lay-contract-no TO log-customer-name
           MOVE lay-merch-amount TO log-amt-of-purchase
           MOVE lay-discount-amt TO log-discount-amt
           MOVE lay-tax-amt TO log-tax-amt
           MOVE lay-contract-total TO log-balance-due
           MOVE "L" TO log-tender-type
           MOVE lay-contract-total TO log-tender-amount
           MOVE 0 TO log-change-due
           MOVE lay-contract-no TO log-tender-reference
           MOVE signed-on-operator TO log-operator-id
           ACCEPT time-of-day-work FROM TIME
           MOVE time-of-day-work(1:4) TO log-sale-time
           WRITE daily-log-rec
           MOVE "J" TO LAYAWAY-LINE-TYPE
           PERFORM 770-WRITE-LAYAWAY-LINE-DETAIL
           MOVE "L" TO LAYAWAY-LINE-TYPE
           PERFORM 770-WRITE-LAYAWAY-LINE-DETAIL
           DISPLAY "LAYAWAY ", lay-contract-no, " PICKED UP".
       740-CLOSE-LAYAWAY.
      *>   forfeit is for a contract past its expiry and takes a
      *>   supervisor; a cancel is the customer's call at any time,
      *>   with the same supervisor limit as a return.
      *>   Either way the restocking fee is kept, the rest of what
      *>   was paid is refunded and the items go back on sale
           MOVE 'Y' TO override-granted-sw
           IF LAYAWAY-FORFEIT
              IF sale-date-work NOT > lay-expire-date
                 DISPLAY "CONTRACT DOES NOT EXPIRE UNTIL "
                    lay-expire-date " -- CANNOT FORFEIT"
                 MOVE 'N' TO override-granted-sw
              ELSE
                 PERFORM 330-SUPERVISOR-OVERRIDE
                 IF NOT override-granted
                    DISPLAY "FORFEIT REFUSED -- NO SUPERVISOR "
                       "APPROVAL"
                 END-IF
              END-IF
           END-IF
           IF LAYAWAY-CANCEL
              AND lay-paid-total > RETURN-SUPER-THRESHOLD
              PERFORM 330-SUPERVISOR-OVERRIDE
              IF NOT override-granted
                 DISPLAY "CANCEL OVER LIMIT REFUSED -- NO "
                    "SUPERVISOR APPROVAL"
              END-IF
           END-IF
           IF override-granted
              COMPUTE lay-fee-amount ROUNDED =
                 (lay-merch-amount - lay-discount-amt)
                 * LAYAWAY-FEE-RATE
              IF lay-fee-amount > lay-paid-total
                 MOVE lay-paid-total TO lay-fee-amount
              END-IF
              COMPUTE LAYAWAY-REFUND = lay-paid-total - lay-fee-amount
              DISPLAY "RESTOCKING FEE: ", lay-fee-amount
              MOVE "X" TO TENDER-TYPE
              IF LAYAWAY-REFUND > 0
                 PERFORM UNTIL TENDER-CASH OR TENDER-CHECK
                         OR TENDER-CARD OR TENDER-ACCOUNT
                    DISPLAY "REFUND BY TENDER (C/K/R/A): "
                    ACCEPT TENDER-TYPE
                 END-PERFORM
                 MOVE LAYAWAY-REFUND TO BALANCE-DUE
                 IF TENDER-ACCOUNT
                    PERFORM 470-CREDIT-CHARGE-ACCOUNT
                 END-IF
                 SUBTRACT LAYAWAY-REFUND FROM RUNNING-TOTAL-DUE
                 PERFORM 150-SAVE-RUNNING-TOTAL
              END-IF
              PERFORM VARYING LAYAWAY-ITEM-IDX FROM 1 BY 1
                      UNTIL LAYAWAY-ITEM-IDX > lay-item-count
                 MOVE lay-item-part-no(LAYAWAY-ITEM-IDX)
                   TO inv-part-no
                 READ inventory-master
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM 760-RELEASE-HELD-QUANTITY
                         REWRITE inv-master-rec
                 END-READ
              END-PERFORM
              MOVE LAYAWAY-ACTION TO lay-status
              MOVE sale-date-work TO lay-close-date
              REWRITE layaway-ledger-rec
              MOVE SPACES TO daily-log-rec
              MOVE "W" TO log-record-type
              MOVE lay-contract-no TO log-customer-name
              MOVE lay-paid-total TO log-amt-of-purchase
              MOVE lay-fee-amount TO log-discount-amt
              MOVE 0 TO log-tax-amt
              MOVE LAYAWAY-REFUND TO log-balance-due
              MOVE TENDER-TYPE TO log-tender-type
              MOVE LAYAWAY-REFUND TO log-tender-amount
              MOVE 0 TO log-change-due
              MOVE SPACES TO log-tender-reference
              MOVE LAYAWAY-ACTION TO log-tender-reference(1:1)
              MOVE signed-on-operator TO log-operator-id
              WRITE daily-log-rec
              MOVE "J" TO LAYAWAY-LINE-TYPE
              PERFORM 770-WRITE-LAYAWAY-LINE-DETAIL
              DISPLAY "REFUND DUE: ", LAYAWAY-REFUND
           END-IF.
       750-FIND-LAYAWAY.
           MOVE 'N' TO LAYAWAY-FOUND-SW
           DISPLAY "LAYAWAY CONTRACT NUMBER: "
           ACCEPT CONTRACT-NUMBER-ANSWER
           MOVE CONTRACT-NUMBER-ANSWER TO lay-contract-no
           READ layaway-ledger
                INVALID KEY
                   DISPLAY "CONTRACT NOT ON LAYAWAY LEDGER"
                NOT INVALID KEY
                   IF lay-open
                      MOVE 'Y' TO LAYAWAY-FOUND-SW
                      DISPLAY lay-customer-name " TOTAL "
                         lay-contract-total " PAID " lay-paid-total
                   ELSE
                      DISPLAY "CONTRACT IS ALREADY CLOSED"
                   END-IF
           END-READ.
       760-RELEASE-HELD-QUANTITY.
           IF inv-qty-on-layaway NOT NUMERIC
              OR lay-item-qty(LAYAWAY-ITEM-IDX) > inv-qty-on-layaway
              MOVE 0 TO inv-qty-on-layaway
           ELSE
              SUBTRACT lay-item-qty(LAYAWAY-ITEM-IDX)
                FROM inv-qty-on-layaway
           END-IF.
       770-WRITE-LAYAWAY-LINE-DETAIL.
      *>   H = item put on hold, J = hold released, L = sold at pickup
           PERFORM VARYING LAYAWAY-ITEM-IDX FROM 1 BY 1
                   UNTIL LAYAWAY-ITEM-IDX > lay-item-count
              MOVE SPACES TO daily-log-rec
              MOVE LAYAWAY-LINE-TYPE TO log-record-type
              MOVE lay-item-part-no(LAYAWAY-ITEM-IDX)
                TO log-line-part-no
              MOVE lay-item-qty(LAYAWAY-ITEM-IDX) TO log-line-qty
              MOVE lay-item-unit-price(LAYAWAY-ITEM-IDX)
                TO log-line-unit-price
              COMPUTE log-line-extended =
                 lay-item-qty(LAYAWAY-ITEM-IDX)
                 * lay-item-unit-price(LAYAWAY-ITEM-IDX)
              WRITE daily-log-rec
           END-PERFORM.
       790-NEXT-CONTRACT-NUMBER.
           MOVE 0 TO LAYAWAY-CONTRACT-NO
           OPEN INPUT layaway-control-file
           READ layaway-control-file
                AT END
                   CONTINUE
                NOT AT END
                   IF lctl-next-contract IS NUMERIC
                      MOVE lctl-next-contract TO LAYAWAY-CONTRACT-NO
                   END-IF
           END-READ
           CLOSE layaway-control-file
           IF LAYAWAY-CONTRACT-NO = 0
              MOVE 1 TO LAYAWAY-CONTRACT-NO
           END-IF
           OPEN OUTPUT layaway-control-file
           COMPUTE lctl-next-contract = LAYAWAY-CONTRACT-NO + 1
           WRITE layaway-control-rec
           CLOSE layaway-control-file.
       800-RING-SPECIAL-ORDER.
           MOVE 'X' TO SPCORD-ACTION
           PERFORM UNTIL SPCORD-NEW OR SPCORD-PICKUP OR SPCORD-CANCEL
              DISPLAY "SPECIAL ORDER (N=NEW ORDER, U=PICKUP, "
                 "C=CANCEL): "
              ACCEPT SPCORD-ACTION
           END-PERFORM
           EVALUATE TRUE
              WHEN SPCORD-NEW
                 PERFORM 810-TAKE-SPECIAL-ORDER
              WHEN SPCORD-PICKUP
                 PERFORM 850-FIND-SPECIAL-ORDER
                 IF SPCORD-FOUND
                    PERFORM 830-SPECIAL-ORDER-PICKUP
                 END-IF
              WHEN OTHER
                 PERFORM 850-FIND-SPECIAL-ORDER
                 IF SPCORD-FOUND
                    PERFORM 840-CANCEL-SPECIAL-ORDER
                 END-IF
           END-EVALUATE.
       810-TAKE-SPECIAL-ORDER.
      *>   a part we do not have for a customer on the customer
      *>   master, bought from the part's vendor on the next PO run.
      *>   Nothing comes off the shelf -- the stock is reserved when
      *>   it is received.  Any deposit is a liability until pickup
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT CHARGE-CUSTOMER-NO
           MOVE 'N' TO CUSTOMER-FOUND-SW
           MOVE CHARGE-CUSTOMER-NO TO mast-customer-no
           READ customer-master
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'Y' TO CUSTOMER-FOUND-SW
           END-READ
           MOVE 'N' TO PART-FOUND-SW
           MOVE SPACES TO SPCORD-VENDOR-NO
           IF NOT CUSTOMER-FOUND
              DISPLAY "ACCOUNT NOT ON CUSTOMER MASTER -- "
                 "ORDER REFUSED"
           ELSE
              DISPLAY "ENTER PART NUMBER: "
              ACCEPT PART-NO-ANSWER
              MOVE PART-NO-ANSWER TO inv-part-no
              READ inventory-master
                   INVALID KEY
                      DISPLAY "PART NOT ON INVENTORY MASTER -- "
                         "ADD IT BEFORE ORDERING"
                   NOT INVALID KEY
                      MOVE 'Y' TO PART-FOUND-SW
              END-READ
           END-IF
           IF PART-FOUND
              PERFORM 860-FIND-PART-VENDOR
              IF SPCORD-VENDOR-NO = SPACES
                 DISPLAY "NO VENDOR ON FILE FOR PART -- "
                    "ORDER REFUSED"
              ELSE
                 PERFORM 815-ENTER-SPECIAL-ORDER
              END-IF
           END-IF.
       815-ENTER-SPECIAL-ORDER.
           DISPLAY inv-part-desc " @ " inv-unit-price
           MOVE 0 TO SPCORD-QTY
           PERFORM UNTIL SPCORD-QTY > 0
              DISPLAY "ENTER QUANTITY: "
              ACCEPT SPCORD-QTY
           END-PERFORM
           COMPUTE AMT-OF-PURCHASE ROUNDED =
              SPCORD-QTY * inv-unit-price
           PERFORM 200-COMPUTE-DISCOUNT
           COMPUTE DISCOUNT-AMT ROUNDED =
              AMT-OF-PURCHASE * DISCOUNT-RATE
           COMPUTE TAXABLE-AMT = AMT-OF-PURCHASE - DISCOUNT-AMT
           COMPUTE TAX-AMT ROUNDED = TAXABLE-AMT * TAX-RATE
           COMPUTE BALANCE-DUE = TAXABLE-AMT + TAX-AMT
           DISPLAY "SPECIAL ORDER TOTAL: ", BALANCE-DUE
           DISPLAY "DEPOSIT (0 FOR NONE): "
           ACCEPT SPCORD-PAYMENT-AMT
           PERFORM UNTIL SPCORD-PAYMENT-AMT <= BALANCE-DUE
              DISPLAY "DEPOSIT CANNOT EXCEED THE ORDER TOTAL: "
              ACCEPT SPCORD-PAYMENT-AMT
           END-PERFORM
           PERFORM 890-NEXT-ORDER-NUMBER
           MOVE SPACES TO special-order-rec
           MOVE SPCORD-ORDER-NO TO so-order-no
           MOVE mast-customer-key TO so-customer-key
           MOVE mast-customer-no TO so-customer-no
           MOVE 'N' TO so-status
           MOVE inv-part-no TO so-part-no
           MOVE SPCORD-QTY TO so-order-qty
           MOVE inv-unit-price TO so-unit-price
           MOVE AMT-OF-PURCHASE TO so-merch-amount
           MOVE DISCOUNT-AMT TO so-discount-amt
           MOVE TAX-AMT TO so-tax-amt
           MOVE BALANCE-DUE TO so-order-total
           MOVE 0 TO so-deposit-paid
           MOVE SPCORD-VENDOR-NO TO so-vendor-no
           MOVE 0 TO so-po-number
           MOVE 0 TO so-received-qty
           MOVE sale-date-work TO so-order-date
           MOVE 0 TO so-po-date
           MOVE 0 TO so-received-date
           MOVE 0 TO so-close-date
           MOVE signed-on-operator TO so-operator-id
           IF SPCORD-PAYMENT-AMT > 0
              PERFORM 825-TAKE-SPECIAL-ORDER-PAYMENT
           END-IF
           WRITE special-order-rec
                 INVALID KEY
                    DISPLAY "Cap3-9: SPECIAL ORDER "
                       so-order-no " ALREADY ON LEDGER"
           END-WRITE
           DISPLAY "SPECIAL ORDER ", so-order-no, " FROM VENDOR ",
              so-vendor-no
           COMPUTE SPCORD-REMAINING =
              so-order-total - so-deposit-paid
           DISPLAY "BALANCE DUE AT PICKUP: ", SPCORD-REMAINING.
       825-TAKE-SPECIAL-ORDER-PAYMENT.
      *>   a deposit, or the balance at pickup, goes into the drawer
      *>   and the running total like any other money taken, logged
      *>   as an 'O' record against the order -- the caller writes
      *>   the ledger
           MOVE SPCORD-PAYMENT-AMT TO BALANCE-DUE
           MOVE 'Y' TO SPCORD-DEPOSIT-IN-PROGRESS-SW
           PERFORM 300-TAKE-TENDER
           MOVE 'N' TO SPCORD-DEPOSIT-IN-PROGRESS-SW
           ADD SPCORD-PAYMENT-AMT TO so-deposit-paid
           ADD SPCORD-PAYMENT-AMT TO RUNNING-TOTAL-DUE
           PERFORM 150-SAVE-RUNNING-TOTAL
           MOVE SPACES TO daily-log-rec
           MOVE "O" TO log-record-type
           MOVE so-order-no TO log-customer-name
           MOVE SPCORD-PAYMENT-AMT TO log-amt-of-purchase
           MOVE 0 TO log-discount-amt
           MOVE 0 TO log-tax-amt
           MOVE SPCORD-PAYMENT-AMT TO log-balance-due
           MOVE TENDER-TYPE TO log-tender-type
           MOVE TENDER-AMOUNT TO log-tender-amount
           MOVE CHANGE-DUE TO log-change-due
           MOVE TENDER-REFERENCE TO log-tender-reference
           MOVE signed-on-operator TO log-operator-id
           ACCEPT time-of-day-work FROM TIME
           MOVE time-of-day-work(1:4) TO log-sale-time
           WRITE daily-log-rec.
       830-SPECIAL-ORDER-PICKUP.
      *>   the sale happens at pickup: any balance is collected first,
      *>   then the reserved stock comes off on-hand and reserved and
      *>   the sale is logged with its line so the day close costs it
           IF NOT so-received
              DISPLAY "ORDER NOT RECEIVED YET -- PO ", so-po-number
           ELSE
              COMPUTE SPCORD-REMAINING =
                 so-order-total - so-deposit-paid
              IF SPCORD-REMAINING > 0
                 DISPLAY "BALANCE DUE: ", SPCORD-REMAINING
                 MOVE SPCORD-REMAINING TO SPCORD-PAYMENT-AMT
                 PERFORM 825-TAKE-SPECIAL-ORDER-PAYMENT
              END-IF
              MOVE so-part-no TO inv-part-no
              READ inventory-master
                   INVALID KEY
                      DISPLAY "PART " inv-part-no
                         " NO LONGER ON INVENTORY MASTER"
                   NOT INVALID KEY
                      PERFORM 870-RELEASE-RESERVED-QUANTITY
                      IF so-order-qty > inv-qty-on-hand
                         MOVE 0 TO inv-qty-on-hand
                      ELSE
                         SUBTRACT so-order-qty FROM inv-qty-on-hand
                      END-IF
                      REWRITE inv-master-rec
              END-READ
              MOVE 'P' TO so-status
              MOVE sale-date-work TO so-close-date
              REWRITE special-order-rec
              MOVE SPACES TO daily-log-rec
              MOVE "T" TO log-record-type
              MOVE so-order-no TO log-customer-name
              MOVE so-merch-amount TO log-amt-of-purchase
              MOVE so-discount-amt TO log-discount-amt
              MOVE so-tax-amt TO log-tax-amt
              MOVE so-order-total TO log-balance-due
              MOVE "D" TO log-tender-type
              MOVE so-order-total TO log-tender-amount
              MOVE 0 TO log-change-due
              MOVE so-order-no TO log-tender-reference
              MOVE signed-on-operator TO log-operator-id
              ACCEPT time-of-day-work FROM TIME
              MOVE time-of-day-work(1:4) TO log-sale-time
              WRITE daily-log-rec
              MOVE SPACES TO daily-log-rec
              MOVE "L" TO log-record-type
              MOVE so-part-no TO log-line-part-no
              MOVE so-order-qty TO log-line-qty
              MOVE so-unit-price TO log-line-unit-price
              MOVE so-merch-amount TO log-line-extended
              WRITE daily-log-rec
              DISPLAY "SPECIAL ORDER ", so-order-no, " PICKED UP"
           END-IF.
       840-CANCEL-SPECIAL-ORDER.
      *>   the stock was bought for this customer, so a cancel takes
      *>   a supervisor.  The deposit is refunded in full and any
      *>   stock already reserved goes back on the shelf; an order
      *>   still on a PO stocks the shelf when it is received
           PERFORM 330-SUPERVISOR-OVERRIDE
           IF NOT override-granted
              DISPLAY "CANCEL REFUSED -- NO SUPERVISOR APPROVAL"
           ELSE
              MOVE SPACE TO TENDER-TYPE
              IF so-deposit-paid > 0
                 MOVE "X" TO TENDER-TYPE
                 PERFORM UNTIL TENDER-CASH OR TENDER-CHECK
                         OR TENDER-CARD OR TENDER-ACCOUNT
                    DISPLAY "REFUND BY TENDER (C/K/R/A): "
                    ACCEPT TENDER-TYPE
                 END-PERFORM
                 MOVE so-deposit-paid TO BALANCE-DUE
                 IF TENDER-ACCOUNT
                    PERFORM 470-CREDIT-CHARGE-ACCOUNT
                 END-IF
                 SUBTRACT so-deposit-paid FROM RUNNING-TOTAL-DUE
                 PERFORM 150-SAVE-RUNNING-TOTAL
              END-IF
              IF so-received
                 MOVE so-part-no TO inv-part-no
                 READ inventory-master
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM 870-RELEASE-RESERVED-QUANTITY
                         REWRITE inv-master-rec
                 END-READ
              END-IF
              IF so-on-order
                 DISPLAY "PO ", so-po-number,
                    " WILL STOCK THE SHELF WHEN RECEIVED"
              END-IF
              MOVE 'C' TO so-status
              MOVE sale-date-work TO so-close-date
              REWRITE special-order-rec
              MOVE SPACES TO daily-log-rec
              MOVE "X" TO log-record-type
              MOVE so-order-no TO log-customer-name
              MOVE so-deposit-paid TO log-amt-of-purchase
              MOVE 0 TO log-discount-amt
              MOVE 0 TO log-tax-amt
              MOVE so-deposit-paid TO log-balance-due
              MOVE TENDER-TYPE TO log-tender-type
              MOVE so-deposit-paid TO log-tender-amount
              MOVE 0 TO log-change-due
              MOVE so-order-no TO log-tender-reference
              MOVE signed-on-operator TO log-operator-id
              WRITE daily-log-rec
              DISPLAY "SPECIAL ORDER ", so-order-no, " CANCELLED"
              DISPLAY "REFUND DUE: ", so-deposit-paid
           END-IF.
       850-FIND-SPECIAL-ORDER.
           MOVE 'N' TO SPCORD-FOUND-SW
           DISPLAY "SPECIAL ORDER NUMBER: "
           ACCEPT ORDER-NUMBER-ANSWER
           MOVE ORDER-NUMBER-ANSWER TO so-order-no
           READ special-order-file
                INVALID KEY
                   DISPLAY "ORDER NOT ON SPECIAL-ORDER LEDGER"
                NOT INVALID KEY
                   IF so-picked-up OR so-cancelled
                      DISPLAY "ORDER IS ALREADY CLOSED"
                   ELSE
                      MOVE 'Y' TO SPCORD-FOUND-SW
                      DISPLAY "CUSTOMER " so-customer-no " "
                         so-customer-key
                      DISPLAY "PART " so-part-no
                         " QTY " so-order-qty " STATUS " so-status
                      DISPLAY "TOTAL " so-order-total
                         " DEPOSIT " so-deposit-paid
                   END-IF
           END-READ.
       860-FIND-PART-VENDOR.
      *>   the last vendor on file for the part wins, the same one
      *>   POSUGG buys from
           MOVE 'yes' TO more-vendor-records
           OPEN INPUT vendor-master-file
           PERFORM UNTIL more-vendor-records = 'no '
              READ vendor-master-file
                    AT END
                       MOVE 'no ' TO more-vendor-records
                    NOT AT END
                       IF vnd-part-no = inv-part-no
                          MOVE vnd-vendor-no TO SPCORD-VENDOR-NO
                       END-IF
              END-READ
           END-PERFORM
           CLOSE vendor-master-file.
       870-RELEASE-RESERVED-QUANTITY.
           IF inv-qty-reserved NOT NUMERIC
              OR so-received-qty > inv-qty-reserved
              MOVE 0 TO inv-qty-reserved
           ELSE
              SUBTRACT so-received-qty FROM inv-qty-reserved
           END-IF.
       890-NEXT-ORDER-NUMBER.
           MOVE 0 TO SPCORD-ORDER-NO
           OPEN INPUT special-order-control-file
           READ special-order-control-file
                AT END
                   CONTINUE
                NOT AT END
                   IF sctl-next-order IS NUMERIC
                      MOVE sctl-next-order TO SPCORD-ORDER-NO
                   END-IF
           END-READ
           CLOSE special-order-control-file
           IF SPCORD-ORDER-NO = 0
              MOVE 1 TO SPCORD-ORDER-NO
           END-IF
           OPEN OUTPUT special-order-control-file
           COMPUTE sctl-next-order = SPCORD-ORDER-NO + 1
           WRITE special-order-control-rec
           CLOSE special-order-control-file.
       115-LOAD-CHARGE-BALANCES.
           open input customer-ar-file
           perform until more-ar-records = 'no '
           end-perform
           close customer-ar-file.
       116-POST-ONE-AR-RECORD.
           move car-customer-no to CHARGE-CUSTOMER-NO
           perform 118-FIND-BALANCE-ENTRY
           if car-trans-type = 'P' or 'W'
              subtract car-amount from cbt-balance(ar-found-idx)
           else
              add car-amount to cbt-balance(ar-found-idx)
           move 0 to ar-found-idx
           perform varying ar-table-idx from 1 by 1
                   until ar-table-idx > ar-table-count
              if CHARGE-CUSTOMER-NO
                    = cbt-customer-no(ar-table-idx)
                 move ar-table-idx to ar-found-idx
              end-if
           end-perform
              end-if
              add 1 to ar-table-count
              move ar-table-count to ar-found-idx
              move CHARGE-CUSTOMER-NO
                to cbt-customer-no(ar-found-idx)
              move 0 to cbt-balance(ar-found-idx)
           end-if.
       160-RING-ONE-SALE.
           DISPLAY "ENTER YOUR NAME: "
           ACCEPT CUSTOMER-NAME
           PERFORM 165-GET-LOYALTY-ACCOUNT
           MOVE SPACE TO TAX-EXEMPT-SW
           PERFORM UNTIL SALE-TAX-ANSWERED
              DISPLAY "TAX-EXEMPT SALE (Y/N): "
              ACCEPT TAX-EXEMPT-SW
           END-PERFORM
           PERFORM 120-RING-SALE-LINES
           PERFORM 200-COMPUTE-DISCOUNT
           COMPUTE DISCOUNT-AMT ROUNDED =
              AMT-OF-PURCHASE * DISCOUNT-RATE
           COMPUTE TAXABLE-AMT = AMT-OF-PURCHASE - DISCOUNT-AMT
           IF SALE-TAX-EXEMPT
              MOVE 0 TO TAX-AMT
           ELSE
              COMPUTE TAX-AMT ROUNDED = TAXABLE-AMT * TAX-RATE
           END-IF
           COMPUTE BALANCE-DUE = TAXABLE-AMT + TAX-AMT
           ADD BALANCE-DUE TO RUNNING-TOTAL-DUE
           PERFORM 150-SAVE-RUNNING-TOTAL
           MOVE signed-on-operator TO log-operator-id
           ACCEPT time-of-day-work FROM TIME
           MOVE time-of-day-work(1:4) TO log-sale-time
           MOVE TAX-EXEMPT-SW   TO log-tax-exempt-sw
           WRITE daily-log-rec
           PERFORM 130-WRITE-SALE-LINE-DETAIL
      *>   points are earned on what the customer paid for, so a sale
      *>   paid with points earns none
           IF LOYALTY-CUSTOMER-NO > 0
              AND NOT TENDER-POINTS
              PERFORM 170-EARN-POINTS
           END-IF.
       165-GET-LOYALTY-ACCOUNT.
           MOVE 0 TO LOYALTY-CUSTOMER-NO
           MOVE SPACES TO LOYALTY-ACCOUNT-KEY
           DISPLAY "LOYALTY CUSTOMER NUMBER (0 IF NONE): "
           ACCEPT LOYALTY-NO-ANSWER
           IF LOYALTY-NO-ANSWER > 0
              MOVE LOYALTY-NO-ANSWER TO mast-customer-no
              READ customer-master
                   INVALID KEY
                      DISPLAY "NOT ON CUSTOMER MASTER -- NO POINTS "
                         "THIS SALE"
                   NOT INVALID KEY
                      MOVE LOYALTY-NO-ANSWER TO LOYALTY-CUSTOMER-NO
                      MOVE mast-customer-key TO LOYALTY-ACCOUNT-KEY
              END-READ
           END-IF.
       170-EARN-POINTS.
      *>   each line earns at the rate per dollar after the sale's
      *>   discount, times the part's bonus multiplier if it has one;
      *>   fractions of a point are dropped
           MOVE 0 TO SALE-POINTS
           PERFORM VARYING SALE-LINE-IDX FROM 1 BY 1
                   UNTIL SALE-LINE-IDX > SALE-LINE-COUNT
              MOVE 1.0 TO LINE-MULTIPLIER
              PERFORM VARYING bonus-table-idx FROM 1 BY 1
                      UNTIL bonus-table-idx > bonus-table-count
                 IF SL-PART-NO(SALE-LINE-IDX)
                       = bnt-part-no(bonus-table-idx)
                    MOVE bnt-multiplier(bonus-table-idx)
                      TO LINE-MULTIPLIER
                 END-IF
              END-PERFORM
              COMPUTE LINE-POINTS =
                 SL-EXTENDED(SALE-LINE-IDX) * (1 - DISCOUNT-RATE)
                 * POINTS-PER-DOLLAR * LINE-MULTIPLIER
              ADD LINE-POINTS TO SALE-POINTS
           END-PERFORM
           IF SALE-POINTS > 0
              PERFORM 175-FIND-POINTS-LOT
              ADD SALE-POINTS TO ptt-earned(points-found-idx)
              ADD SALE-POINTS TO ptt-remaining(points-found-idx)
              COMPUTE POINTS-VALUE-WORK ROUNDED =
                 SALE-POINTS * POINT-VALUE
              DISPLAY "LOYALTY POINTS EARNED: " SALE-POINTS
              MOVE SPACES          TO daily-log-rec
              MOVE "E"             TO log-record-type
              MOVE CUSTOMER-NAME   TO log-customer-name
              MOVE POINTS-VALUE-WORK TO log-amt-of-purchase
              MOVE 0               TO log-discount-amt
              MOVE 0               TO log-tax-amt
              MOVE POINTS-VALUE-WORK TO log-balance-due
              MOVE SPACE           TO log-tender-type
              MOVE 0               TO log-tender-amount
              MOVE 0               TO log-change-due
              MOVE LOYALTY-CUSTOMER-NO TO log-tender-reference(1:7)
              MOVE signed-on-operator TO log-operator-id
              ACCEPT time-of-day-work FROM TIME
              MOVE time-of-day-work(1:4) TO log-sale-time
              WRITE daily-log-rec
           END-IF.
       175-FIND-POINTS-LOT.
      *>   one lot per account per month earned; a new lot expires the
      *>   first of the month after a year's earning
           MOVE 0 TO points-found-idx
           PERFORM VARYING points-table-idx FROM 1 BY 1
                   UNTIL points-table-idx > points-table-count
              IF LOYALTY-CUSTOMER-NO
                    = ptt-customer-no(points-table-idx)
                 AND current-period-work
                    = ptt-earn-period(points-table-idx)
                 MOVE points-table-idx TO points-found-idx
              END-IF
           END-PERFORM
           IF points-found-idx = 0
              IF points-table-count > 999
                 DISPLAY "Cap3-9: POINTS LEDGER TABLE FULL"
                 STOP RUN
              END-IF
              ADD 1 TO points-table-count
              MOVE points-table-count TO points-found-idx
              MOVE current-period-work TO POINTS-EXPIRE-WORK(1:6)
              MOVE 01 TO POINTS-EXPIRE-DAY
              ADD 1 TO POINTS-EXPIRE-YEAR
              ADD 1 TO POINTS-EXPIRE-MONTH
              IF POINTS-EXPIRE-MONTH > 12
                 MOVE 01 TO POINTS-EXPIRE-MONTH
                 ADD 1 TO POINTS-EXPIRE-YEAR
              END-IF
              MOVE LOYALTY-CUSTOMER-NO
                TO ptt-customer-no(points-found-idx)
              MOVE LOYALTY-ACCOUNT-KEY
                TO ptt-customer-key(points-found-idx)
              MOVE current-period-work
                TO ptt-earn-period(points-found-idx)
              MOVE POINTS-EXPIRE-WORK
                TO ptt-expire-date(points-found-idx)
              MOVE 0 TO ptt-earned(points-found-idx)
              MOVE 0 TO ptt-redeemed(points-found-idx)
              MOVE 0 TO ptt-expired(points-found-idx)
              MOVE 0 TO ptt-remaining(points-found-idx)
           END-IF.
       400-RING-RETURN.
           DISPLAY "CUSTOMER NAME: "
           ACCEPT CUSTOMER-NAME
      *>   -- the credit posts to cust-ar like a payment so the
      *>   register's credit check, CUSTPAY and the statement all
      *>   see it
           MOVE 'N' TO CUSTOMER-FOUND-SW
           PERFORM UNTIL CUSTOMER-FOUND
              DISPLAY "CUSTOMER NUMBER: "
              ACCEPT CHARGE-CUSTOMER-NO
              MOVE CHARGE-CUSTOMER-NO TO mast-customer-no
              READ customer-master
                   INVALID KEY
                      DISPLAY "NOT ON CUSTOMER MASTER -- REKEY"
                   NOT INVALID KEY
                      MOVE 'Y' TO CUSTOMER-FOUND-SW
              END-READ
           END-PERFORM
           PERFORM 118-FIND-BALANCE-ENTRY
           SUBTRACT BALANCE-DUE FROM cbt-balance(ar-found-idx)
           MOVE mast-customer-key TO car-customer-key
           MOVE sale-date-work TO car-trans-date
           MOVE 'P' TO car-trans-type
           MOVE BALANCE-DUE TO car-amount
           MOVE mast-customer-no TO car-customer-no
           WRITE customer-ar-rec.
       420-RING-RETURN-LINES.
           MOVE 0 TO AMT-OF-PURCHASE
              MOVE CHANGE-DUE TO log-change-due
              MOVE SPACES TO log-tender-reference
              MOVE signed-on-operator TO log-operator-id
      *>      a sale rung without tax was rung exempt
              IF TAX-AMT = 0 AND AMT-OF-PURCHASE > DISCOUNT-AMT
                 MOVE 'Y' TO log-tax-exempt-sw
              END-IF
              WRITE daily-log-rec
      *>      the voided goods go back on the shelf: ring each line
      *>      of the cancelled sale so the master restocks and the
              DISPLAY "PASSWORD: "
              ACCEPT signon-password-answer
              perform 060-check-operator
              evaluate true
                 when signed-on-operator not = spaces
                    continue
                 when signon-barred or signon-locked-now
                    DISPLAY "SIGN-ON REFUSED -- " signon-refusal-text
                 when other
                    DISPLAY "SIGN-ON REFUSED"
              end-evaluate
           end-perform
           if signed-on-operator = spaces
              DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
              move 12 to RETURN-CODE
              stop run
           end-if
           if password-change-due
              perform 070-change-password
           end-if.
       060-check-operator.
           move signon-id-answer to check-operator-id
           move signon-password-answer to check-password
           move "SIGN-ON " to check-function
           move 0 to check-authority-needed
           move 'Y' to check-can-change-sw
           perform 062-load-operator-table
           perform 064-verify-operator
           perform 066-save-operator-table
           if signon-passed
              move ot-operator-id(operator-found-idx)
                to signed-on-operator
              move ot-authority(operator-found-idx)
                to signed-on-authority
           end-if.
       062-load-operator-table.
           move 0 to operator-table-count
           move 'N' to operator-table-changed-sw
           move 'yes' to more-operator-records
           open input operator-master-file
           perform until more-operator-records = 'no '
                    at end
                       move 'no ' to more-operator-records
                    not at end
                       add 1 to operator-table-count
                       if operator-table-count > 200
                          display "CAP3-9: OPER-MAST HAS MORE "
                             "THAN 200 RECORDS -- OPERATOR TABLE FULL"
                          close operator-master-file
                          stop run
                       end-if
                       move op-operator-id
                         to ot-operator-id(operator-table-count)
                       move op-password
                         to ot-password(operator-table-count)
                       move op-authority
                         to ot-authority(operator-table-count)
                       move op-status
                         to ot-status(operator-table-count)
                       move op-operator-name
                         to ot-operator-name(operator-table-count)
                       if op-password-date is numeric
                          move op-password-date
                            to ot-password-date(operator-table-count)
                       else
                          move 0
                            to ot-password-date(operator-table-count)
                       end-if
                       if op-failed-signons is numeric
                          move op-failed-signons
                            to ot-failed-signons(operator-table-count)
                       else
                          move 0
                            to ot-failed-signons(operator-table-count)
                       end-if
              end-read
           end-perform
           close operator-master-file.
      *> a wrong password counts toward the lockout and a right one
      *> clears the count; a password past its life (or never set by
      *> the operator) is changed on the spot where the caller can
      *> ask for a new one, and refused where it cannot
       064-verify-operator.
           move 'N' to password-change-due-sw
           move spaces to signon-refusal-text
           ACCEPT signon-date-work FROM DATE YYYYMMDD
           move 0 to operator-found-idx
           perform varying operator-table-idx from 1 by 1
                   until operator-table-idx > operator-table-count
              if ot-operator-id(operator-table-idx) = check-operator-id
                 move operator-table-idx to operator-found-idx
              end-if
           end-perform
           evaluate true
              when operator-found-idx = 0
                 or check-operator-id = spaces
                 move 'U' to signon-result
                 move "OPERATOR ID NOT ON OPERATOR MASTER"
                   to signon-refusal-text
              when ot-deactivated(operator-found-idx)
                 move 'D' to signon-result
                 move "OPERATOR ID DEACTIVATED"
                   to signon-refusal-text
              when ot-locked-out(operator-found-idx)
                 move 'L' to signon-result
                 move "OPERATOR LOCKED OUT -- SEE A SUPERVISOR"
                   to signon-refusal-text
              when ot-password(operator-found-idx) not = check-password
                 add 1 to ot-failed-signons(operator-found-idx)
                 move 'Y' to operator-table-changed-sw
                 if ot-failed-signons(operator-found-idx)
                       not < signon-failure-limit
                    move 'L' to ot-status(operator-found-idx)
                    move 'K' to signon-result
                    move "WRONG PASSWORD -- OPERATOR NOW LOCKED OUT"
                      to signon-refusal-text
                 else
                    move 'F' to signon-result
                    move "WRONG PASSWORD" to signon-refusal-text
                 end-if
              when ot-authority(operator-found-idx)
                    < check-authority-needed
                 move 'N' to signon-result
                 move "OPERATOR NOT SUPERVISOR AUTHORITY"
                   to signon-refusal-text
              when other
                 move 'S' to signon-result
           end-evaluate
           if (signon-result = 'S' or signon-result = 'N')
              and ot-failed-signons(operator-found-idx) > 0
              move 0 to ot-failed-signons(operator-found-idx)
              move 'Y' to operator-table-changed-sw
           end-if
           if signon-passed
              compute signon-day-number =
                 (sdw-year * 365) + (sdw-month * 30) + sdw-day
              move ot-password-date(operator-found-idx)
                to signon-date-work
              compute password-day-number =
                 (sdw-year * 365) + (sdw-month * 30) + sdw-day
              ACCEPT signon-date-work FROM DATE YYYYMMDD
              compute password-age-days =
                 signon-day-number - password-day-number
              if ot-password-date(operator-found-idx) = 0
                 or password-age-days > password-life-days
                 if check-can-change
                    move 'Y' to password-change-due-sw
                 else
                    move 'E' to signon-result
                    move "PASSWORD EXPIRED -- CHANGE IT AT SIGN-ON"
                      to signon-refusal-text
                 end-if
              end-if
           end-if
           perform 068-write-signon-log.
       066-save-operator-table.
           if operator-table-changed
              open output operator-master-file
              perform varying operator-table-idx from 1 by 1
                      until operator-table-idx > operator-table-count
                 move spaces to operator-master-rec
                 move ot-operator-id(operator-table-idx)
                   to op-operator-id
                 move ot-password(operator-table-idx) to op-password
                 move ot-authority(operator-table-idx) to op-authority
                 move ot-status(operator-table-idx) to op-status
                 move ot-password-date(operator-table-idx)
                   to op-password-date
                 move ot-failed-signons(operator-table-idx)
                   to op-failed-signons
                 move ot-operator-name(operator-table-idx)
                   to op-operator-name
                 write operator-master-rec
              end-perform
              close operator-master-file
              move 'N' to operator-table-changed-sw
           end-if.
      *> the password keyed is never written to the log
       068-write-signon-log.
           move spaces to signon-log-rec
           ACCEPT sl-log-date FROM DATE YYYYMMDD
           ACCEPT signon-log-time-8 FROM TIME
           move signon-log-time-8(1:6) to sl-log-time
           move "CAP3-9  " to sl-program-name
           move check-function to sl-function
           move check-operator-id to sl-operator-id
           move signon-result to sl-result
           if operator-found-idx > 0
              move ot-failed-signons(operator-found-idx)
                to sl-failed-count
           else
              move 0 to sl-failed-count
           end-if
           open extend signon-log-file
           write signon-log-rec
           close signon-log-file.
      *> the new password is keyed twice and may not be blank or
      *> the one it replaces; three tries and the sign-on is refused
       070-change-password.
           move 0 to password-change-attempts
           perform until not password-change-due
                   or password-change-attempts >= 3
              add 1 to password-change-attempts
              DISPLAY "PASSWORD EXPIRED -- NEW PASSWORD: "
              ACCEPT new-password-answer
              DISPLAY "NEW PASSWORD AGAIN: "
              ACCEPT new-password-again
              evaluate true
                 when new-password-answer = spaces
                    or new-password-answer = check-password
                    DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
                 when new-password-again not = new-password-answer
                    DISPLAY "THE TWO ENTRIES DO NOT MATCH"
                 when other
                    move new-password-answer
                      to ot-password(operator-found-idx)
                    ACCEPT signon-date-work FROM DATE YYYYMMDD
                    move signon-date-work
                      to ot-password-date(operator-found-idx)
                    move 'Y' to operator-table-changed-sw
                    perform 066-save-operator-table
                    move "PASSWORD" to check-function
                    move 'C' to signon-result
                    perform 068-write-signon-log
                    move 'N' to password-change-due-sw
                    DISPLAY "PASSWORD CHANGED"
              end-evaluate
           end-perform
           if password-change-due
              DISPLAY "PASSWORD NOT CHANGED -- SIGN-ON REFUSED"
              move 12 to RETURN-CODE
              stop run
           end-if.
       120-RING-SALE-LINES.
           MOVE 0 TO AMT-OF-PURCHASE
           MOVE 0 TO SALE-LINE-COUNT
                   MOVE 'Y' TO PART-FOUND-SW
           END-READ
           IF PART-FOUND
              IF inv-qty-on-layaway NOT NUMERIC
                 MOVE 0 TO inv-qty-on-layaway
              END-IF
              IF inv-qty-reserved NOT NUMERIC
                 MOVE 0 TO inv-qty-reserved
              END-IF
              DISPLAY inv-part-desc " @ " inv-unit-price
              DISPLAY "ENTER QUANTITY: "
              ACCEPT LINE-QTY
      *>      stock already held on layaway or reserved for a special
      *>      order is not for sale
              IF LINE-QTY + inv-qty-on-layaway + inv-qty-reserved
                    > inv-qty-on-hand
                 DISPLAY "INSUFFICIENT STOCK -- ON HAND: "
                    inv-qty-on-hand " ON LAYAWAY: "
                    inv-qty-on-layaway " RESERVED: "
                    inv-qty-reserved
              ELSE
                 IF SALE-LINE-COUNT >= SALE-LINE-LIMIT
                    DISPLAY "MORE THAN " SALE-LINE-LIMIT
                       " LINES ON ONE SALE"
                 ELSE
                    COMPUTE LINE-EXTENDED ROUNDED =
                       LINE-QTY * inv-unit-price
                    ADD LINE-EXTENDED TO AMT-OF-PURCHASE
                    IF LAYAWAY-LINES
                       ADD LINE-QTY TO inv-qty-on-layaway
                    ELSE
                       SUBTRACT LINE-QTY FROM inv-qty-on-hand
                    END-IF
                    REWRITE inv-master-rec
                    ADD 1 TO SALE-LINE-COUNT
                    MOVE PART-NO-ANSWER
              PERFORM UNTIL TENDER-CASH OR TENDER-CHECK
                      OR TENDER-CARD OR TENDER-ACCOUNT
                      OR TENDER-GIFT OR TENDER-EMPLOYEE
                      OR TENDER-POINTS
                 DISPLAY "TENDER (C=CASH, K=CHECK, R=CARD, "
                    "A=ACCOUNT, G=GIFT CERT, E=EMPLOYEE, "
                    "P=POINTS): "
                 ACCEPT TENDER-TYPE
              END-PERFORM
              MOVE 'Y' TO TENDER-DONE-SW
              EVALUATE TRUE
                 WHEN (LAYAWAY-PAYMENT-IN-PROGRESS
                       OR SPCORD-DEPOSIT-IN-PROGRESS)
                      AND (TENDER-ACCOUNT OR TENDER-GIFT
                           OR TENDER-EMPLOYEE OR TENDER-POINTS)
                    DISPLAY "LAYAWAY AND SPECIAL ORDER PAYMENTS TAKE "
                       "CASH, CHECK OR CARD ONLY"
                    MOVE 'N' TO TENDER-DONE-SW
                 WHEN TENDER-CASH
                    MOVE 0 TO TENDER-AMOUNT
                    PERFORM UNTIL TENDER-AMOUNT >= BALANCE-DUE
                    PERFORM 350-TAKE-GIFT-TENDER
                 WHEN TENDER-EMPLOYEE
                    PERFORM 360-TAKE-EMPLOYEE-TENDER
                 WHEN TENDER-POINTS
                    PERFORM 380-TAKE-POINTS-TENDER
              END-EVALUATE
           END-PERFORM.
       360-TAKE-EMPLOYEE-TENDER.
              WHEN OTHER
                 SUBTRACT BALANCE-DUE
                   FROM gft-remaining(gift-found-idx)
                 MOVE sale-date-work TO gft-last-used(gift-found-idx)
                 MOVE BALANCE-DUE TO TENDER-AMOUNT
                 MOVE SPACES TO TENDER-REFERENCE
                 MOVE CERT-NUMBER-ANSWER
                 DISPLAY "CERTIFICATE BALANCE REMAINING: "
                    gft-remaining(gift-found-idx)
           END-EVALUATE.
       380-TAKE-POINTS-TENDER.
           IF CERT-SALE-IN-PROGRESS
              DISPLAY "POINTS CANNOT BUY A CERTIFICATE"
              MOVE 'N' TO TENDER-DONE-SW
           ELSE
              PERFORM 385-REDEEM-POINTS
           END-IF.
       385-REDEEM-POINTS.
      *>   the whole balance is taken in points, oldest unexpired lots
      *>   used first
           DISPLAY "LOYALTY CUSTOMER NUMBER: "
           ACCEPT LOYALTY-NO-ANSWER
           COMPUTE POINTS-NEEDED ROUNDED = BALANCE-DUE / POINT-VALUE
           MOVE 0 TO POINTS-AVAILABLE
           PERFORM VARYING points-table-idx FROM 1 BY 1
                   UNTIL points-table-idx > points-table-count
              IF LOYALTY-NO-ANSWER > 0
                 AND LOYALTY-NO-ANSWER
                    = ptt-customer-no(points-table-idx)
                 AND ptt-expire-date(points-table-idx)
                    > sale-date-work
                 ADD ptt-remaining(points-table-idx)
                   TO POINTS-AVAILABLE
              END-IF
           END-PERFORM
           IF POINTS-AVAILABLE < POINTS-NEEDED
              DISPLAY "POINTS BALANCE ONLY " POINTS-AVAILABLE
                 " -- USE ANOTHER TENDER"
              MOVE 'N' TO TENDER-DONE-SW
           ELSE
              PERFORM VARYING points-table-idx FROM 1 BY 1
                      UNTIL points-table-idx > points-table-count
                         OR POINTS-NEEDED = 0
                 IF LOYALTY-NO-ANSWER
                       = ptt-customer-no(points-table-idx)
                    AND ptt-expire-date(points-table-idx)
                       > sale-date-work
                    IF ptt-remaining(points-table-idx)
                          < POINTS-NEEDED
                       MOVE ptt-remaining(points-table-idx)
                         TO POINTS-TO-TAKE
                    ELSE
                       MOVE POINTS-NEEDED TO POINTS-TO-TAKE
                    END-IF
                    SUBTRACT POINTS-TO-TAKE
                      FROM ptt-remaining(points-table-idx)
                    ADD POINTS-TO-TAKE
                      TO ptt-redeemed(points-table-idx)
                    SUBTRACT POINTS-TO-TAKE FROM POINTS-NEEDED
                 END-IF
              END-PERFORM
              MOVE BALANCE-DUE TO TENDER-AMOUNT
              MOVE SPACES TO TENDER-REFERENCE
              MOVE LOYALTY-NO-ANSWER TO TENDER-REFERENCE(1:7)
              COMPUTE POINTS-NEEDED ROUNDED =
                 BALANCE-DUE / POINT-VALUE
              SUBTRACT POINTS-NEEDED FROM POINTS-AVAILABLE
              DISPLAY "POINTS BALANCE REMAINING: " POINTS-AVAILABLE
           END-IF.
       320-TAKE-CHARGE-TENDER.
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT CHARGE-CUSTOMER-NO
           MOVE 'N' TO CUSTOMER-FOUND-SW
           MOVE CHARGE-CUSTOMER-NO TO mast-customer-no
           READ customer-master
                INVALID KEY
                   CONTINUE
              MOVE 'N' TO TENDER-DONE-SW
           ELSE
              PERFORM 118-FIND-BALANCE-ENTRY
              IF mast-on-credit-hold
                 DISPLAY "ACCOUNT ON CREDIT HOLD SINCE "
                    mast-hold-date
                 PERFORM 330-SUPERVISOR-OVERRIDE
                 IF NOT override-granted
                    DISPLAY "CREDIT HOLD -- CHARGE REFUSED"
                    MOVE 'N' TO TENDER-DONE-SW
                 END-IF
              END-IF
              COMPUTE new-charge-balance =
                 cbt-balance(ar-found-idx) + BALANCE-DUE
              IF TENDER-DONE
                 AND new-charge-balance > mast-credit-limit
                 PERFORM 330-SUPERVISOR-OVERRIDE
                 IF NOT override-granted
                    DISPLAY "OVER CREDIT LIMIT -- CHARGE REFUSED"
              END-IF
              IF TENDER-DONE
                 MOVE BALANCE-DUE TO TENDER-AMOUNT
                 MOVE SPACES TO TENDER-REFERENCE
                 MOVE CHARGE-CUSTOMER-NO TO TENDER-REFERENCE(1:7)
                 MOVE new-charge-balance
                   TO cbt-balance(ar-found-idx)
                 MOVE mast-customer-key TO car-customer-key
                 MOVE sale-date-work TO car-trans-date
                 MOVE 'C' TO car-trans-type
                 MOVE BALANCE-DUE TO car-amount
                 MOVE CHARGE-CUSTOMER-NO TO car-customer-no
                 WRITE customer-ar-rec
              END-IF
           END-IF.
              ACCEPT override-password-answer
              PERFORM 340-CHECK-SUPERVISOR
           END-IF.
      *>   the supervisor's id and password count toward their own
      *>   lockout like a sign-on; an expired password is refused
      *>   here and has to be changed at the supervisor's own sign-on
       340-CHECK-SUPERVISOR.
           move override-id-answer to check-operator-id
           move override-password-answer to check-password
           move "OVERRIDE" to check-function
           move 2 to check-authority-needed
           move 'N' to check-can-change-sw
           perform 062-load-operator-table
           perform 064-verify-operator
           perform 066-save-operator-table
           if signon-passed
              move 'Y' to override-granted-sw
           else
              DISPLAY "OVERRIDE REFUSED -- " signon-refusal-text
           end-if.
       200-COMPUTE-DISCOUNT.
           IF AMT-OF-PURCHASE >= 1000.00
              MOVE .15 TO DISCOUNT-RATE
