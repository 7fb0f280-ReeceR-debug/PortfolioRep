      *> in chk-cleared, and reports outstanding checks, amount
      *> mismatches, and checks cleared that were never issued.
      *> Checks outstanding past 90 days are flagged STALE for the
      *> escheatment follow-up.  A check voided since it was issued
      *> (chk-void) is no longer outstanding, and one presented to the
      *> bank after it was voided goes to suspense.
      *> When the bank statement's closing date and ending balance are
      *> given on the bank-stmt card, the statement balance is proved
      *> down to the adjusted bank balance less the checks still
      *> outstanding, and kept on bank-bal as the reconciled balance
      *> the cash forecast (CASHFCST) starts from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL cleared-history-file
           ASSIGN TO "chk-cleared"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL check-void-file
           ASSIGN TO "chk-void"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL statement-card-file
           ASSIGN TO "bank-stmt"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL bank-balance-file
           ASSIGN TO "bank-bal"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT recon-report ASSIGN TO printer.
                     SELECT reject-listing ASSIGN TO chk-rej
           05  ch-check-number       pic 9(6).
           05  ch-cleared-date       pic 9(8).
           05  ch-amount             pic 9(7)v99.
       fd  check-void-file.
           COPY CHKVOID.
       fd  statement-card-file.
       01  statement-card-rec.
           05  stc-statement-date    pic 9(8).
           05  stc-ending-balance    pic 9(9)v99.
      *> the last reconciled statement: its date and ending balance,
      *> the checks then outstanding, and the date it was reconciled
       fd  bank-balance-file.
       01  bank-balance-rec.
           05  bb-statement-date     pic 9(8).
           05  bb-statement-balance  pic 9(9)v99.
           05  bb-outstanding-count  pic 9(5).
           05  bb-outstanding-total  pic 9(9)v99.
           05  bb-recon-date         pic 9(8).
       fd  recon-report.
       01  print-rec.
           05 pic x(132).
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-cleared-records     picture xxx value 'yes'.
       01  more-bank-records        picture xxx value 'yes'.
       01  more-void-records        picture xxx value 'yes'.
       01  voided-count             pic 9(5) value 0.
       01  check-table-idx          pic 9(4) comp.
       01  check-table-count        pic 9(4) value 0.
       01  check-found-idx          pic 9(4) comp value 0.
       01  outstanding-count        pic 9(5) value 0.
       01  stale-count              pic 9(5) value 0.
       01  outstanding-total        pic 9(9)v99 value 0.
       01  statement-card-sw        pic x value 'N'.
           88  statement-card-given     value 'Y'.
       01  adjusted-bank-balance    pic s9(9)v99 value 0.
       01  run-log-time-8            pic 9(8).
       01  report-header.
           05 pic x(32) value "BANK RECONCILIATION -- CHECKS   ".
           05  unk-check-out           pic 9(6).
           05 pic x(9) value "  AMOUNT ".
           05  unk-amount-out          pic zzz,zz9.99.
       01  voided-line.
           05 pic x(23) value "CLEARED AFTER VOID  CK ".
           05  void-check-out          pic 9(6).
           05 pic x(9) value "  AMOUNT ".
           05  void-amount-out         pic zzz,zz9.99.
       01  outstanding-header.
           05 pic x(18) value "OUTSTANDING CHECKS".
       01  outstanding-line.
           05  trail-mismatch-out      pic zz,zz9.
           05 pic x(10) value "  UNKNOWN ".
           05  trail-unknown-out       pic zz,zz9.
       01  statement-balance-line.
           05  stmt-label-out          pic x(34).
           05  stmt-date-out           pic 9(8).
           05 pic x(2) value spaces.
           05  stmt-amount-out         pic zzz,zzz,zz9.99-.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
           move day-number-work to today-day-number
           perform 120-load-check-register
           perform 140-apply-cleared-history
           perform 145-apply-voided-checks
           open input bank-cleared-file
                output recon-report
                output reject-listing
           move unknown-count to trail-unknown-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 160-read-statement-card
           if statement-card-given
              perform 360-prove-statement-balance
           end-if
           perform 900-write-run-log
           close bank-cleared-file
                 recon-report
                   to ct-cleared-date(check-table-idx)
              end-if
           end-perform.
       145-apply-voided-checks.
           open input check-void-file
           perform until more-void-records = 'no '
              read check-void-file
                    at end
                       move 'no ' to more-void-records
                    not at end
                       perform varying check-table-idx from 1 by 1
                               until check-table-idx > check-table-count
                          if cv-check-number
                               = ct-check-number(check-table-idx)
                             and ct-cleared-sw(check-table-idx) = 'N'
                             move 'V' to ct-cleared-sw(check-table-idx)
                          end-if
                       end-perform
              end-read
           end-perform
           close check-void-file.
       160-read-statement-card.
           open input statement-card-file
           read statement-card-file
                at end
                   continue
                not at end
                   if stc-statement-date is numeric
                      and stc-statement-date > 0
                      and stc-ending-balance is numeric
                      move 'Y' to statement-card-sw
                   end-if
           end-read
           close statement-card-file.
       200-match-one-item.
           move 0 to check-found-idx
           perform varying check-table-idx from 1 by 1
                 move "BANK CLEARED CHECK NEVER ISSUED"
                   to SUSP-REASON
                 write SUSPENSE-REC
              when ct-cleared-sw(check-found-idx) = 'V'
                 add 1 to voided-count
                 move bc-check-number to void-check-out
                 move bc-amount to void-amount-out
                 write print-rec from voided-line
                 move spaces to SUSPENSE-REC
                 move "CHKRECN " to SUSP-SOURCE-PROGRAM
                 move bc-check-number to SUSP-KEY-FIELD(1:6)
                 move "VOIDED CHECK PRESENTED FOR PAYMENT"
                   to SUSP-REASON
                 write SUSPENSE-REC
              when bc-amount not = ct-amount(check-found-idx)
                 add 1 to mismatch-count
                 move bc-check-number to mm-check-out
              move "** STALE 90+ DAYS **" to out-stale-out
           end-if
           write print-rec from outstanding-line.
       360-prove-statement-balance.
           compute adjusted-bank-balance =
              stc-ending-balance - outstanding-total
           write print-rec from blank-line
           move "BANK STATEMENT ENDING BALANCE    " to stmt-label-out
           move stc-statement-date to stmt-date-out
           move stc-ending-balance to stmt-amount-out
           write print-rec from statement-balance-line
           move spaces to statement-balance-line
           move "LESS CHECKS OUTSTANDING" to stmt-label-out
           compute stmt-amount-out = 0 - outstanding-total
           write print-rec from statement-balance-line
           move spaces to statement-balance-line
           move "ADJUSTED BANK BALANCE" to stmt-label-out
           move adjusted-bank-balance to stmt-amount-out
           write print-rec from statement-balance-line
           open output bank-balance-file
           move stc-statement-date to bb-statement-date
           move stc-ending-balance to bb-statement-balance
           move outstanding-count to bb-outstanding-count
           move outstanding-total to bb-outstanding-total
           move business-date-work to bb-recon-date
           write bank-balance-rec
           close bank-balance-file.
       500-compute-day-number.
           compute day-number-work =
              (day-calc-year * 365)
           move bank-items-read to RL-RECORDS-IN
           move outstanding-count to RL-RECORDS-OUT
           compute RL-RECORDS-REJECTED =
              mismatch-count + unknown-count + voided-count
           write RUN-LOG-REC.
       950-get-business-date.
           move 0 to business-date-work
