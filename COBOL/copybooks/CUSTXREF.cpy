      *> Customer name-key to number cross-reference (cust-xref),
      *> rewritten in full by CUSTMNT from the customer master after
      *> every maintenance run.  The name-keyed feeds (the customer
      *> transaction detail and the payment feed) that arrive without
      *> a customer number are matched to one here by their initials
      *> plus last name during the changeover; a name key on file for
      *> more than one customer is refused until the feed carries the
      *> number.
       01  customer-xref-rec.
           05  cx-customer-key     pic x(12).
           05  cx-customer-no      pic 9(7).
