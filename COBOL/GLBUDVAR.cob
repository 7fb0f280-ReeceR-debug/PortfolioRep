           end-perform
           close period-balance-file.
       220-post-one-actual.
      *>   the yyyy00 opening balances GLYREND carries forward are
      *>   not activity for the year
           perform 150-find-coa-entry
           if coa-found-idx > 0
              and glb-period(1:4) = report-year
              and glb-period <= report-period
              and glb-period(5:2) not = "00"
      *>      revenue, liability and equity carry credit balances --
      *>      flip the sign so the statement reads naturally
              if coat-type(coa-found-idx) = 'R' or 'L' or 'Q'
