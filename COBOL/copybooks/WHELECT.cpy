      *> Per-employee withholding election (W-4 and state certificate),
      *> one record per employee number on wh-elect, kept by WHMAINT
      *> and journaled to upd-journal.  Filing status S single,
      *> M married, H head of household.  Allowances reduce the wages
      *> withheld on by WITHHOLD-ALLOWANCE-ANNUAL each; the extra flat
      *> amount is added to every period's federal withholding.  An
      *> exempt employee has no federal or state income tax withheld.
      *> An employee with no election is withheld single with no
      *> allowances at the default state rate.
       01  WITHHOLD-ELECTION-REC.
           05  WE-EMPLOYEE-NO          PIC 9(5).
           05  WE-FILING-STATUS        PIC X(1).
               88  WE-SINGLE               VALUE 'S'.
               88  WE-MARRIED              VALUE 'M'.
               88  WE-HEAD-OF-HOUSEHOLD    VALUE 'H'.
               88  WE-VALID-STATUS         VALUE 'S' 'M' 'H'.
           05  WE-ALLOWANCES           PIC 9(2).
           05  WE-EXTRA-WITHHOLD       PIC 9(4)V99.
           05  WE-EXEMPT-SW            PIC X(1).
               88  WE-EXEMPT               VALUE 'Y'.
           05  WE-STATE-CODE           PIC X(2).
