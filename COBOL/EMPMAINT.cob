           else
              move maint-status-code to EM-STATUS-CODE
              move maint-term-date to EM-TERM-DATE
           end-if
      *>   a new or re-activated employee has had no final check
           if not master-found or EM-STATUS-CODE = 'A'
              move 0 to EM-FINAL-PAY-DATE
           end-if.
       550-print-no-master-line.
           move spaces to audit-detail-line
