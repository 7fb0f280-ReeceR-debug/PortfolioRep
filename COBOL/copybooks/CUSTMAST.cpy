      *> Shared customer master record, keyed by the permanent
      *> customer number CUSTMNT assigns when the customer is added
      *> (the next number is carried on cust-no-ctl), so two customers
      *> whose initials and last name come out the same keep separate
      *> accounts.  The two initials plus last name are still carried
      *> as the alternate (duplicate) key; the register's house-charge,
      *> loyalty and special-order lookups all read by the number,
      *> and the cust-xref cross-reference maps a name key to its
      *> numbers for the name-keyed feeds.
       01  customer-master-rec.
           05  mast-customer-key.
               10  mast-Initial1        pic X(1).
      *> house-charge credit limit -- zero means no charging at the
      *> register without a supervisor override
           05  mast-credit-limit        pic 9(5).
      *> credit hold, set by the house-charge aging run (CUSTAGE) when
      *> any of the balance is over 90 days past due and cleared by it
      *> once nothing is; the register will not charge to a held
      *> account without a supervisor override
           05  mast-credit-hold         pic X(1).
               88  mast-on-credit-hold      value 'H'.
           05  mast-hold-date           pic 9(8).
      *> do-not-mail -- Y when the customer has asked to be left off
      *> the direct-mail campaigns; kept by CUSTMNT and honored by
      *> the campaign selection run (CAMPSEL)
           05  mast-do-not-mail         pic X(1).
               88  mast-no-mail             value 'Y'.
      *> permanent customer number -- the record key
           05  mast-customer-no         pic 9(7).
