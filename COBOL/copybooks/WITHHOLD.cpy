      *> Federal/state withholding bracket table, shared by the payroll
      *> programs that compute take-home net pay.
      *> The bracket ceilings are weekly wages; a run paying on another
      *> frequency scales its wages to a weekly equivalent to pick the
      *> bracket.  One set of brackets per filing status: single (the
      *> original table), married, head of household.
       01  FEDERAL-WITHHOLD-TABLE.
           05  FED-BRACKET OCCURS 3 TIMES.
               10  FED-BRACKET-CEILING    pic 9(6)v99.
           05  pic 9v9(4)  value 0.1500.
           05  pic 9(6)v99 value 999999.99.
           05  pic 9v9(4)  value 0.2200.
       01  FED-MARRIED-WITHHOLD-TABLE.
           05  FED-MARRIED-BRACKET OCCURS 3 TIMES.
               10  FED-MARRIED-CEILING    pic 9(6)v99.
               10  FED-MARRIED-RATE       pic 9v9(4).
       01  FED-MARRIED-VALUES REDEFINES FED-MARRIED-WITHHOLD-TABLE.
           05  pic 9(6)v99 value 500.00.
           05  pic 9v9(4)  value 0.1000.
           05  pic 9(6)v99 value 1500.00.
           05  pic 9v9(4)  value 0.1500.
           05  pic 9(6)v99 value 999999.99.
           05  pic 9v9(4)  value 0.2200.
       01  FED-HOH-WITHHOLD-TABLE.
           05  FED-HOH-BRACKET OCCURS 3 TIMES.
               10  FED-HOH-CEILING        pic 9(6)v99.
               10  FED-HOH-RATE           pic 9v9(4).
       01  FED-HOH-VALUES REDEFINES FED-HOH-WITHHOLD-TABLE.
           05  pic 9(6)v99 value 375.00.
           05  pic 9v9(4)  value 0.1000.
           05  pic 9(6)v99 value 1125.00.
           05  pic 9v9(4)  value 0.1500.
           05  pic 9(6)v99 value 999999.99.
           05  pic 9v9(4)  value 0.2200.
      *> yearly value of one withholding allowance; each run divides
      *> it by its own number of pay periods
       01  WITHHOLD-ALLOWANCE-ANNUAL      pic 9(5)v99 value 4300.00.
       01  STATE-WITHHOLD-RATE            pic 9v9(4) value 0.0400.
      *> states of residence withheld at other than the default
      *> STATE-WITHHOLD-RATE -- the states with no wage income tax
       01  STATE-RATE-TABLE.
           05  STATE-RATE-ENTRY OCCURS 9 TIMES.
               10  STATE-RATE-CODE        pic x(2).
               10  STATE-RATE-PCT         pic 9v9(4).
       01  STATE-RATE-VALUES REDEFINES STATE-RATE-TABLE.
           05  pic x(2)    value "AK".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "FL".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "NH".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "NV".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "SD".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "TN".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "TX".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "WA".
           05  pic 9v9(4)  value 0.0000.
           05  pic x(2)    value "WY".
           05  pic 9v9(4)  value 0.0000.
