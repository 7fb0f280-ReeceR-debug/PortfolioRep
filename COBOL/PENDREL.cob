           else
              move pend-status-code to EM-STATUS-CODE
              move pend-term-date to EM-TERM-DATE
           end-if
      *>   a new or re-activated employee has had no final check
           if not master-found or EM-STATUS-CODE = 'A'
              move 0 to EM-FINAL-PAY-DATE
           end-if.
       500-count-release.
           add 1 to changes-released
