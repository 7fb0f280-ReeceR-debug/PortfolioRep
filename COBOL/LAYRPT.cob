       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYRPT.
      *> Open layaway report for the stores and the accountant: every
      *> contract still open on the layaway ledger with what is owed
      *> and paid, aged against its expiry from the bus-date card.
      *> Contracts past expiry are flagged for the store to forfeit,
      *> and those expiring within two weeks for a reminder call.
      *> The deposits held should agree with the LAYLIAB balance in
      *> the GL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT OPTIONAL layaway-ledger
           ASSIGN TO "lay-ledger"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS lay-contract-no.
                     SELECT layaway-report ASSIGN TO printer.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL business-date-file
           ASSIGN TO "bus-date"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       file section.
       fd  layaway-ledger.
           COPY LAYAWAY.
       fd  layaway-report.
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
       01  expire-day-number        pic 9(8).
       01  days-to-expiry           pic s9(8).
       01  days-past-expiry         pic 9(8).
       01  reminder-days            pic 9(3) value 14.
       01  contract-balance         pic 9(5)v99.
       01  contracts-read           pic 9(5) value 0.
       01  contracts-open           pic 9(5) value 0.
       01  contracts-expired        pic 9(5) value 0.
       01  total-contract-amount    pic 9(9)v99 value 0.
       01  total-deposits-held      pic 9(9)v99 value 0.
       01  total-balance-owed       pic 9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(34) value "OPEN LAYAWAY CONTRACTS            ".
           05  header-date-out         pic 9(8).
       01  column-header.
           05 pic x(6) value "CONTR ".
           05 pic x(2) value spaces.
           05 pic x(20) value "CUSTOMER            ".
           05 pic x(2) value spaces.
           05 pic x(10) value "PHONE     ".
           05 pic x(2) value spaces.
           05 pic x(8) value "OPENED  ".
           05 pic x(2) value spaces.
           05 pic x(8) value "EXPIRES ".
           05 pic x(2) value spaces.
           05 pic x(9) value "   TOTAL$".
           05 pic x(2) value spaces.
           05 pic x(9) value "    PAID$".
           05 pic x(2) value spaces.
           05 pic x(9) value " BALANCE$".
           05 pic x(2) value spaces.
           05 pic x(5) value " DAYS".
       01  blank-line               pic x value space.
       01  contract-detail-line.
           05  detail-contract-out     pic 9(6).
           05 pic x(2) value spaces.
           05  detail-customer-out     pic x(20).
           05 pic x(2) value spaces.
           05  detail-phone-out        pic x(10).
           05 pic x(2) value spaces.
           05  detail-opened-out       pic 9(8).
           05 pic x(2) value spaces.
           05  detail-expires-out      pic 9(8).
           05 pic x(2) value spaces.
           05  detail-total-out        pic z,zz9.99.
           05 pic x(3) value spaces.
           05  detail-paid-out         pic z,zz9.99.
           05 pic x(3) value spaces.
           05  detail-balance-out      pic z,zz9.99.
           05 pic x(2) value spaces.
           05  detail-days-out         pic zzzz9.
           05 pic x(2) value spaces.
           05  detail-flag-out         pic x(20).
       01  trailer-line.
           05 pic x(15) value "OPEN CONTRACTS ".
           05  open-out                pic zz,zz9.
           05 pic x(11) value "  EXPIRED  ".
           05  expired-out             pic zz,zz9.
       01  trailer-amount-line.
           05  trailer-label-out       pic x(22).
           05  trailer-amount-out      pic zzz,zzz,zz9.99.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move business-date-work to day-calc-date
           perform 500-compute-day-number
           move day-number-work to today-day-number
           open input layaway-ledger
                output layaway-report
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from report-header
           write print-rec from blank-line
           write print-rec from column-header
           write print-rec from blank-line
           perform until are-there-more-records = 'no '
              read layaway-ledger
                    at end
                       move 'no ' to are-there-more-records
                    not at end
                       add 1 to contracts-read
                       if lay-open
                          perform 200-report-one-contract
                       end-if
              end-read
           END-PERFORM
           move contracts-open to open-out
           move contracts-expired to expired-out
           write print-rec from blank-line
           write print-rec from trailer-line
           move "CONTRACT TOTAL      $ " to trailer-label-out
           move total-contract-amount to trailer-amount-out
           write print-rec from trailer-amount-line
           move "DEPOSITS HELD       $ " to trailer-label-out
           move total-deposits-held to trailer-amount-out
           write print-rec from trailer-amount-line
           move "BALANCE OWED        $ " to trailer-label-out
           move total-balance-owed to trailer-amount-out
           write print-rec from trailer-amount-line
           perform 900-write-run-log
           close layaway-ledger
                 layaway-report
                 run-log-file
           stop run.
       200-report-one-contract.
           add 1 to contracts-open
           add lay-contract-total to total-contract-amount
           add lay-paid-total to total-deposits-held
           if lay-paid-total > lay-contract-total
              move 0 to contract-balance
           else
              compute contract-balance =
                 lay-contract-total - lay-paid-total
           end-if
           add contract-balance to total-balance-owed
           move lay-expire-date to day-calc-date
           perform 500-compute-day-number
           move day-number-work to expire-day-number
           compute days-to-expiry =
              expire-day-number - today-day-number
           move spaces to contract-detail-line
           move lay-contract-no to detail-contract-out
           move lay-customer-name to detail-customer-out
           move lay-customer-phone to detail-phone-out
           move lay-open-date to detail-opened-out
           move lay-expire-date to detail-expires-out
           move lay-contract-total to detail-total-out
           move lay-paid-total to detail-paid-out
           move contract-balance to detail-balance-out
           if days-to-expiry < 0
              add 1 to contracts-expired
              compute days-past-expiry = 0 - days-to-expiry
              move days-past-expiry to detail-days-out
              move "** EXPIRED **" to detail-flag-out
           else
              move days-to-expiry to detail-days-out
              if days-to-expiry not > reminder-days
                 move "EXPIRES IN 2 WEEKS" to detail-flag-out
              end-if
           end-if
           write print-rec from contract-detail-line.
       500-compute-day-number.
           compute day-number-work =
              (day-calc-year * 365)
              + (day-calc-month * 30)
              + day-calc-day.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "LAYRPT  " to RL-PROGRAM-NAME
           move business-date-work to RL-RUN-DATE
           ACCEPT run-log-time-8 FROM TIME
           move run-log-time-8(1:6) to RL-RUN-TIME
           move contracts-read to RL-RECORDS-IN
           move contracts-open to RL-RECORDS-OUT
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
