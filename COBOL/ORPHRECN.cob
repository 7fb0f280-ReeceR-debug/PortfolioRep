           05  YTD-gross-wages       pic 9(7)v99.
           05  YTD-emp-no            pic 9(5).
       fd  bank-info-file.
           COPY BANKINFO.
       fd  rate-history-file.
       01  rate-history-rec.
           05  history-employee-name  picture X(20).
