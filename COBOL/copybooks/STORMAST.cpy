      *> Shared store master, one record per store.  SM-STATUS C
      *> marks a closed store.  SM-JURISDICTION is the sales-tax
      *> jurisdiction the store collects for -- the code the register
      *> looks up on tax-rates and the day close reports on tax-dtl.
      *> SM-TERR-NO and SM-OFFICE-NO are the payroll territory and
      *> office whose employees staff the store, so labor can be
      *> charged to it.
       01  STORE-MASTER-REC.
           05  SM-STORE-ID          picture X(5).
           05  SM-STORE-NAME        picture X(20).
           05  SM-REGION            picture X(5).
           05  SM-STATUS            picture X(1).
           05  SM-JURISDICTION      picture X(4).
           05  SM-TERR-NO           picture X(2).
           05  SM-OFFICE-NO         picture X(2).
