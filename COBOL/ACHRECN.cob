       PROGRAM-ID. ACHRECN.
      *> ACH return and notification-of-change processing.  Reads the
      *> bank's return/NOC file, matches each entry back to the NACHA
      *> detail the payroll runs (hourly and salaried) produced, and:
      *>   R (return)  -- reverses the amount of the split that
      *>                  bounced into the chk-reissue queue for the
      *>                  check-print path and puts an H hold on that
      *>                  split's bank-info record so the next run
      *>                  leaves the account out; a returned prenote
      *>                  holds the account with nothing to reissue;
      *>   C (NOC)     -- applies the corrected routing/account to
      *>                  the split's bank-info record with an audit
      *>                  line.
      *> Entries that match nothing we sent go to the suspense file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     SELECT ach-return-file ASSIGN TO ach-ret
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT nacha-sent-file ASSIGN TO nacha-out
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL salaried-nacha-file
           ASSIGN TO nacha-sal
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT bank-info-file ASSIGN TO "bank-info"
           ORGANIZATION IS LINE SEQUENTIAL.
           05  NACHA-amount-cents        pic 9(10).
           05  NACHA-employee-name       pic x(22).
           05  NACHA-employee-no         pic 9(5).
           05  NACHA-split-seq           pic 9(2).
           05                            pic x(8).
       fd  salaried-nacha-file.
       01  salaried-nacha-rec.
           05                            pic x(76).
       fd  bank-info-file.
           COPY BANKINFO.
       fd  reissue-queue-file.
       01  reissue-queue-rec.
           05  rq-emp-name           pic x(15).
       01  are-there-more-records   picture xxx value 'yes'.
       01  more-nacha-records       picture xxx value 'yes'.
       01  more-bank-records        picture xxx value 'yes'.
       01  nacha-entry-work.
           05  nw-record-type           pic x.
           05  nw-transaction-code      pic x(2).
           05  nw-routing-number        pic x(9).
           05  nw-account-number        pic x(17).
           05  nw-amount-cents          pic 9(10).
           05  nw-employee-name         pic x(22).
           05  nw-employee-no           pic 9(5).
           05  nw-split-seq             pic 9(2).
           05                           pic x(8).
       01  nacha-table-idx          pic 9(4) comp.
       01  nacha-table-count        pic 9(4) value 0.
       01  nacha-found-idx          pic 9(4) comp value 0.
               10  nt-amount-cents  pic 9(10).
               10  nt-emp-name      pic x(22).
               10  nt-emp-no        pic 9(5).
               10  nt-transaction-code
                                    pic x(2).
                   88  nt-prenote           value '23' '33'.
               10  nt-split-seq     pic 9(2).
       01  bank-table-idx           pic 9(4) comp.
       01  bank-table-count         pic 9(4) value 0.
       01  bank-found-idx           pic 9(4) comp value 0.
               10  bt-account       pic x(17).
               10  bt-emp-no        pic 9(5).
               10  bt-status        pic x(1).
               10  bt-split-seq     pic 9(2).
               10  bt-split-type    pic x(1).
               10  bt-split-amount  pic 9(5)v99.
               10  bt-account-type  pic x(1).
               10  bt-prenote-date  pic 9(8).
       01  reissue-amount           pic 9(7)v99.
       01  entries-read             pic 9(7) value 0.
       01  returns-applied          pic 9(5) value 0.
           05  ret-amount-out          pic zzz,zz9.99.
           05 pic x(34) value
              "  HELD -- QUEUED FOR CHECK REISSUE".
           05 pic x(7) value "  SPLIT".
           05 pic x(1) value space.
           05  ret-split-out           pic z9.
       01  prenote-audit-line.
           05 pic x(7) value "PRENOTE".
           05  pre-name-out            pic x(15).
           05 pic x(8) value "  REASON".
           05 pic x(1) value space.
           05  pre-reason-out          pic x(3).
           05 pic x(16) value spaces.
           05 pic x(34) value
              "  ACCOUNT HELD -- NOTHING REISSUED".
           05 pic x(7) value "  SPLIT".
           05 pic x(1) value space.
           05  pre-split-out           pic z9.
       01  noc-audit-line.
           05 pic x(7) value "NOC    ".
           05  noc-name-out            pic x(15).
           05  noc-new-routing-out     pic x(9).
           05 pic x(1) value "/".
           05  noc-new-account-out     pic x(17).
           05 pic x(7) value "  SPLIT".
           05 pic x(1) value space.
           05  noc-split-out           pic z9.
       01  trailer-line.
           05 pic x(8) value "ENTRIES ".
           05  entries-out             pic zz,zz9.
           perform 800-save-bank-info
           stop run.
       120-load-nacha-sent.
      *>   the salaried run sends its own NACHA file; returns against
      *>   either one are matched from the same table
           open input nacha-sent-file
           perform until more-nacha-records = 'no '
              read nacha-sent-file into nacha-entry-work
                    at end
                       move 'no ' to more-nacha-records
                    not at end
                       perform 125-post-nacha-entry
              end-read
           end-perform
           close nacha-sent-file
           move 'yes' to more-nacha-records
           open input salaried-nacha-file
           perform until more-nacha-records = 'no '
              read salaried-nacha-file into nacha-entry-work
                    at end
                       move 'no ' to more-nacha-records
                    not at end
                       perform 125-post-nacha-entry
              end-read
           end-perform
           close salaried-nacha-file.
       125-post-nacha-entry.
           add 1 to nacha-table-count
           if nacha-table-count > 500
              display "ACHRECN: NACHA FILE HAS MORE THAN "
                 "500 RECORDS -- TABLE FULL"
              stop run
           end-if
           move nw-routing-number
             to nt-routing(nacha-table-count)
           move nw-account-number
             to nt-account(nacha-table-count)
           move nw-amount-cents
             to nt-amount-cents(nacha-table-count)
           move nw-employee-name
             to nt-emp-name(nacha-table-count)
           if nw-employee-no is numeric
              move nw-employee-no
                to nt-emp-no(nacha-table-count)
           else
              move 0 to nt-emp-no(nacha-table-count)
           end-if
           move nw-transaction-code
             to nt-transaction-code(nacha-table-count)
           if nw-split-seq is numeric
              move nw-split-seq to nt-split-seq(nacha-table-count)
           else
              move 0 to nt-split-seq(nacha-table-count)
           end-if.
       130-load-bank-info.
           open input bank-info-file
           perform until more-bank-records = 'no '
                       end-if
                       move bank-status
                         to bt-status(bank-table-count)
                       perform 135-post-split-fields
              end-read
           end-perform
           close bank-info-file.
       135-post-split-fields.
           if bank-split-seq is numeric
              move bank-split-seq to bt-split-seq(bank-table-count)
           else
              move 0 to bt-split-seq(bank-table-count)
           end-if
           move bank-split-type to bt-split-type(bank-table-count)
           if bank-split-amount is numeric
              move bank-split-amount
                to bt-split-amount(bank-table-count)
           else
              move 0 to bt-split-amount(bank-table-count)
           end-if
           move bank-account-type
             to bt-account-type(bank-table-count)
           if bank-prenote-date is numeric
              move bank-prenote-date
                to bt-prenote-date(bank-table-count)
           else
              move 0 to bt-prenote-date(bank-table-count)
           end-if.
       200-process-one-entry.
      *>   an account can carry more than one entry -- the entry for
      *>   the amount returned is the split that bounced
           move 0 to nacha-found-idx
           perform varying nacha-table-idx from 1 by 1
                   until nacha-table-idx > nacha-table-count
              if ret-routing-number = nt-routing(nacha-table-idx)
                 and ret-account-number = nt-account(nacha-table-idx)
                 if nacha-found-idx = 0
                    or ret-amount-cents
                          = nt-amount-cents(nacha-table-idx)
                    move nacha-table-idx to nacha-found-idx
                 end-if
              end-if
           end-perform
           evaluate true
                 perform 700-reject-entry
           end-evaluate.
       300-apply-return.
           evaluate true
              when ret-amount-cents
                    not = nt-amount-cents(nacha-found-idx)
                 perform 700-reject-entry
              when nt-prenote(nacha-found-idx)
                 perform 320-apply-prenote-return
              when other
                 perform 310-reissue-returned-split
           end-evaluate.
       310-reissue-returned-split.
           add 1 to returns-applied
           compute reissue-amount =
              nt-amount-cents(nacha-found-idx) / 100
           move nt-emp-name(nacha-found-idx)(1:15)
             to rq-emp-name
           move nt-emp-no(nacha-found-idx) to rq-emp-no
           move reissue-amount to rq-amount
           move business-date-work to rq-return-date
           move ret-reason-code to rq-reason-code
           write reissue-queue-rec
           perform 350-hold-bank-entry
           move nt-emp-name(nacha-found-idx)(1:15)
             to ret-name-out
           move ret-reason-code to ret-reason-out
           move reissue-amount to ret-amount-out
           move nt-split-seq(nacha-found-idx) to ret-split-out
           write print-rec from return-audit-line.
       320-apply-prenote-return.
      *>   nothing was paid on a prenote -- the new account is held
      *>   until the employee's bank details are corrected
           add 1 to returns-applied
           perform 350-hold-bank-entry
           move nt-emp-name(nacha-found-idx)(1:15) to pre-name-out
           move ret-reason-code to pre-reason-out
           move nt-split-seq(nacha-found-idx) to pre-split-out
           write print-rec from prenote-audit-line.
       350-hold-bank-entry.
           perform 500-find-bank-entry
           if bank-found-idx > 0
           move nt-emp-name(nacha-found-idx)(1:15) to noc-name-out
           move ret-routing-number to noc-old-routing-out
           move ret-account-number to noc-old-account-out
           move nt-split-seq(nacha-found-idx) to noc-split-out
           if bank-found-idx > 0
              if ret-new-routing not = spaces
                 move ret-new-routing to bt-routing(bank-found-idx)
           end-if
           write print-rec from noc-audit-line.
       500-find-bank-entry.
      *>   the split is the employee's record for the account the
      *>   entry was sent to
           move 0 to bank-found-idx
           perform varying bank-table-idx from 1 by 1
                   until bank-table-idx > bank-table-count
              if bt-emp-name(bank-table-idx)
                    = nt-emp-name(nacha-found-idx)(1:15)
                 and bt-routing(bank-table-idx)
                    = nt-routing(nacha-found-idx)
                 and bt-account(bank-table-idx)
                    = nt-account(nacha-found-idx)
                 move bank-table-idx to bank-found-idx
              end-if
           end-perform.
                to bank-account-number
              move bt-emp-no(bank-table-idx) to bank-emp-no
              move bt-status(bank-table-idx) to bank-status
              move bt-split-seq(bank-table-idx) to bank-split-seq
              move bt-split-type(bank-table-idx) to bank-split-type
              move bt-split-amount(bank-table-idx)
                to bank-split-amount
              move bt-account-type(bank-table-idx)
                to bank-account-type
              move bt-prenote-date(bank-table-idx)
                to bank-prenote-date
              write bank-info-rec
           end-perform
           close bank-info-file.
