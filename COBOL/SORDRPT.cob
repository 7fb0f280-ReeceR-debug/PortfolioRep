       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDRPT.
      *> Open special-order report for the stores and the buyer:
      *> every customer special order on spc-ord not yet picked up
      *> or cancelled, with the customer's number, its status, PO
      *> and deposit.  An order received and waiting longer than the
      *> pickup allowance is flagged for the store to chase or
      *> cancel, and one taken but never bought is flagged for the
      *> buyer.  The deposits held should agree with the CUSTDEP
      *> balance in the GL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL special-order-file
           ASSIGN TO "spc-ord"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS so-order-no.
                     SELECT special-order-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  special-order-file.
           COPY SPCORD.
       fd  special-order-report.
       01  print-rec.
           05 pic x(132).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
       01  are-there-more-records   picture xxx value 'yes'.
       01  day-calc-date            pic 9(8).
       01  day-calc-parts REDEFINES day-calc-date.
           05  day-calc-year        pic 9(4).
           05  day-calc-month       pic 9(2).
           05  day-calc-day         pic 9(2).
       01  day-number-work          pic 9(8).
       01  today-day-number         pic 9(8).
       01  age-day-number           pic 9(8).
       01  age-days                 pic s9(8).
       01  pickup-allowance-days    pic 9(3) value 14.
       01  unbought-allowance-days  pic 9(3) value 7.
       01  orders-read              pic 9(5) value 0.
       01  orders-open              pic 9(5) value 0.
       01  orders-flagged           pic 9(5) value 0.
       01  total-deposits-held      pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(34) value "OPEN SPECIAL ORDERS               ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(6) value "ORDER ".
           05 pic x(2) value spaces.
           05 pic x(7) value "CUST NO".
           05 pic x(2) value spaces.
           05 pic x(12) value "NAME KEY    ".
           05 pic x(2) value spaces.
           05 pic x(5) value "PART ".
           05 pic x(2) value spaces.
           05 pic x(4) value " QTY".
           05 pic x(2) value spaces.
           05 pic x(3) value "ST ".
           05 pic x(2) value spaces.
           05 pic x(6) value "PO    ".
           05 pic x(2) value spaces.
           05 pic x(8) value "ORDERED ".
           05 pic x(2) value spaces.
           05 pic x(8) value "RECEIVED".
           05 pic x(2) value spaces.
           05 pic x(9) value "   TOTAL$".
           05 pic x(2) value spaces.
           05 pic x(9) value " DEPOSIT$".
           05 pic x(2) value spaces.
           05 pic x(5) value " DAYS".
       01  blank-line               pic x value space.
       01  order-detail-line.
           05  detail-order-out        pic 9(6).
           05 pic x(2) value spaces.
           05  detail-customer-no-out  pic 9(7).
           05 pic x(2) value spaces.
           05  detail-customer-out     pic x(12).
           05 pic x(2) value spaces.
           05  detail-part-out         pic x(5).
           05 pic x(2) value spaces.
           05  detail-qty-out          pic zzz9.
           05 pic x(2) value spaces.
           05  detail-status-out       pic x(3).
           05 pic x(2) value spaces.
           05  detail-po-out           pic z(6).
           05 pic x(2) value spaces.
           05  detail-ordered-out      pic 9(8).
           05 pic x(2) value spaces.
           05  detail-received-out     pic z(8).
           05 pic x(2) value spaces.
           05  detail-total-out        pic z,zz9.99.
           05 pic x(3) value spaces.
           05  detail-deposit-out      pic z,zz9.99.
           05 pic x(2) value spaces.
           05  detail-days-out         pic zzzz9.
           05 pic x(2) value spaces.
           05  detail-flag-out         pic x(20).
       01  trailer-line.
           05 pic x(12) value "OPEN ORDERS ".
           05  open-out                pic zz,zz9.
           05 pic x(11) value "  FLAGGED  ".
           05  flagged-out             pic zz,zz9.
           05 pic x(18) value "  DEPOSITS HELD $ ".
           05  deposits-out            pic zzz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work to day-calc-date
           perform 500-compute-day-number
           move day-number-work to today-day-number
           open input special-order-file
                output special-order-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read special-order-file
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to orders-read
                       if so-entered or so-on-order or so-received
                          perform 200-report-one-order
                       end-if
              end-read
           END-PERFORM
           move orders-open to open-out
           move orders-flagged to flagged-out
           move total-deposits-held to deposits-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
           close special-order-file
                 special-order-report
                 run-log-file
           stop run.
       200-report-one-order.
      *>   a received order ages from the day it came in, anything
      *>   else from the day it was taken
           add 1 to orders-open
           add so-deposit-paid to total-deposits-held
           if so-received
              move so-received-date to day-calc-date
           else
              move so-order-date to day-calc-date
           end-if
           perform 500-compute-day-number
           move day-number-work to age-day-number
           compute age-days = today-day-number - age-day-number
           if age-days < 0
              move 0 to age-days
           end-if
           move spaces to order-detail-line
           move so-order-no to detail-order-out
           move so-customer-no to detail-customer-no-out
           move so-customer-key to detail-customer-out
           move so-part-no to detail-part-out
           move so-order-qty to detail-qty-out
           move so-status to detail-status-out
           move so-po-number to detail-po-out
           move so-order-date to detail-ordered-out
           move so-received-date to detail-received-out
           move so-order-total to detail-total-out
           move so-deposit-paid to detail-deposit-out
           move age-days to detail-days-out
           if so-received and age-days > pickup-allowance-days
              add 1 to orders-flagged
              move "** NOT PICKED UP **" to detail-flag-out
           end-if
           if so-entered and age-days > unbought-allowance-days
              add 1 to orders-flagged
              move "** NOT YET ORDERED" to detail-flag-out
           end-if
           write print-rec from order-detail-line.
       500-compute-day-number.
           compute day-number-work =
              (day-calc-year * 365)
              + (day-calc-month * 30)
              + day-calc-day.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "SORDRPT " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move orders-read to RL-RECORDS-IN
           move orders-open to RL-RECORDS-OUT
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
