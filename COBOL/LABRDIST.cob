                     SELECT gl-posting-file ASSIGN TO lab-gl
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT gl-standard-file ASSIGN TO GL-POST-LAB
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL labor-history-file
           ASSIGN TO "lab-hist"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
           05  gl-labor-total      pic 9(9)v99.
       fd  gl-standard-file.
           COPY GLPOST.
       fd  labor-history-file.
           COPY LABHIST.
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
                input employee-master-file
                output gl-posting-file
                output gl-standard-file
                extend labor-history-file
                extend run-log-file
           perform 200-process-salaried
           perform 300-process-hourly
                 employee-master-file
                 gl-posting-file
                 gl-standard-file
                 labor-history-file
                 run-log-file
           stop run.
       200-process-salaried.
              write SUSPENSE-REC
           else
              perform 460-find-office-entry
              if work-pay-type = 'S' or 'R' or 'O' or 'T'
                 perform 470-write-labor-history
              end-if
              evaluate work-pay-type
                 when 'S'
                    add work-amount
              move 0 to ot-overtime(office-found-idx)
              move 0 to ot-employer-tax(office-found-idx)
           end-if.
       470-write-labor-history.
           move business-date-work to lh-post-date
           move work-emp-name to lh-emp-name
           move 0 to lh-emp-no
           if EM-EMPLOYEE-NO is numeric
              move EM-EMPLOYEE-NO to lh-emp-no
           end-if
           move EM-TERR-NO to lh-terr-no
           move EM-OFFICE-NO to lh-office-no
           move EM-JOB-CLASS-CODE to lh-job-class-code
           move work-pay-type to lh-pay-type
           move work-amount to lh-amount
           write labor-history-rec.
       500-print-office-line.
           compute office-labor-total =
              ot-salaried(office-table-idx)
