      *> run that prints checks (payroll, withdrawal refunds) writes
      *> one D record per check issued and one T trailer carrying the
      *> item count and dollar total, and logs the transmission to
      *> pospay-log so what was sent can be proved later.  A check
      *> voided after issue (an uncashed check turned over to the
      *> state as unclaimed property) goes to the bank as a V record
      *> in the detail layout so it is refused if presented.
       01  POSITIVE-PAY-REC.
           05  PP-RECORD-TYPE          PIC X(1).
               88  PP-DETAIL-REC           VALUE 'D'.
               88  PP-TRAILER-REC          VALUE 'T'.
               88  PP-VOID-REC             VALUE 'V'.
           05  PP-DETAIL-DATA.
               10  PP-ACCOUNT          PIC X(10).
               10  PP-CHECK-NUMBER     PIC 9(6).
