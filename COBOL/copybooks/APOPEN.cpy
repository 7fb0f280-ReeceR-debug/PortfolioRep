      *> Accounts-payable open item (ap-open), one per approved vendor
      *> invoice line.  APVOUCH builds them from the POMATCH approvals
      *> (ap-approve), dating the net due date and the early-pay
      *> discount date from the vendor's remit-to terms; APPAY pays
      *> them by due and discount date and drops them once paid (the
      *> payment is kept on ap-pay-hist).  A debit memo (type D) is
      *> the vendor's credit for goods returned (RTVPOST): the RTV
      *> number is carried as the invoice number and the gross amount
      *> is the credit still to be taken, and APPAY nets it against
      *> the vendor's next payment.  The open total -- invoices less
      *> debit memos -- is the APTRADE control account.
       01  ap-open-item-rec.
           05  api-vendor-no       pic x(5).
           05  api-invoice-no      pic x(8).
           05  api-po-number       pic 9(6).
           05  api-item-type       pic x(1).
               88  api-invoice         value 'I'.
               88  api-debit-memo      value 'D'.
           05  api-voucher-date    pic 9(8).
           05  api-due-date        pic 9(8).
           05  api-disc-date       pic 9(8).
           05  api-gross-amt       pic 9(7)v99.
           05  api-disc-amt        pic 9(7)v99.
