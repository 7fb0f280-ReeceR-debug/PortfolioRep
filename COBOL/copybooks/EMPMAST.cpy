      *> key while the name-keyed feeds are migrated; the emp-xref
      *> cross-reference (EMPXREF) maps names to numbers for programs
      *> that do not read this master directly.
      *> EM-FINAL-PAY-DATE is the pay date of a terminated employee's
      *> final check (hours through EM-TERM-DATE plus the vacation
      *> payout) -- zero until the payroll run cuts it, after which no
      *> later cycle pays the employee again.  A rehire back to status
      *> A clears it.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-NAME        PIC X(20).
           05  EM-EMPLOYEE-NO          PIC 9(5).
           05  EM-JOB-CLASS-CODE       PIC X(2).
           05  EM-STATUS-CODE          PIC X(1).
           05  EM-TERM-DATE            PIC 9(8).
           05  EM-FINAL-PAY-DATE       PIC 9(8).
