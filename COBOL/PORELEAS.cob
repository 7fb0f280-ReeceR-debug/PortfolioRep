      *> control file and becomes an open purchase order on po-open,
      *> which the receiving and invoice-match runs post against.
      *> The suggestion file is consumed so a rerun cannot release
      *> the same buy twice.  A suggestion raised for a customer
      *> special order marks the order on spc-ord as on order under
      *> its new PO number, so receiving can reserve the stock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     SELECT release-register ASSIGN TO printer.
                     SELECT OPTIONAL open-po-file ASSIGN TO "po-open"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL special-order-file
           ASSIGN TO "spc-ord"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS so-order-no.
                     SELECT OPTIONAL po-control-file
           ASSIGN TO "po-ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           05  po-unit-cost        pic 9(5)v99.
           05  po-extended-cost    pic 9(7)v99.
           05  po-lead-time-days   pic 9(3).
           05  po-special-order-no pic 9(6).
       fd  release-register.
       01  print-rec.
           05 pic x(132).
           05  pon-promised-days   pic 9(3).
           05  pon-received-qty    pic 9(5).
           05  pon-status          pic x(1).
       fd  special-order-file.
           COPY SPCORD.
       fd  po-control-file.
       01  po-control-rec.
           05  ctl-next-po-number  pic 9(6).
           05  reg-qty-out             pic zz,zz9.
           05 pic x(8) value "  COST $".
           05  reg-cost-out            pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  reg-special-out         pic x(14).
           05  reg-special-no-out      pic z(6).
       01  trailer-line.
           05 pic x(9) value "RELEASED ".
           05  released-out            pic zz,zz9.
           open input suggested-po-file
                output release-register
                extend open-po-file
                i-o special-order-file
                extend run-log-file
           move business-date-work to header-date-out
           write print-rec from register-header
           close suggested-po-file
                 release-register
                 open-po-file
                 special-order-file
                 run-log-file
           perform 190-save-po-control
      *>   the suggestions are now on order -- empty the file so a
           move po-part-no to reg-part-out
           move po-order-qty to reg-qty-out
           move po-extended-cost to reg-cost-out
           move spaces to reg-special-out
           move 0 to reg-special-no-out
           if po-special-order-no is numeric
              and po-special-order-no > 0
              perform 300-mark-special-order
           end-if
           write print-rec from register-detail-line
           add 1 to next-po-number.
       300-mark-special-order.
           move "SPECIAL ORDER " to reg-special-out
           move po-special-order-no to reg-special-no-out
           move po-special-order-no to so-order-no
           read special-order-file
                invalid key
                   display "PORELEAS: SPECIAL ORDER "
                      po-special-order-no " NOT ON SPC-ORD"
                not invalid key
                   if so-entered
                      move 'O' to so-status
                      move next-po-number to so-po-number
                      move business-date-work to so-po-date
                      rewrite special-order-rec
                   end-if
           end-read.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "PORELEAS" to RL-PROGRAM-NAME
