                     SELECT PRICE-EXC-REPORT ASSIGN TO PRICE-RPT
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT GL-POSTING-FILE ASSIGN TO GL-POST-EVN
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL STORE-SALES-FILE
           ASSIGN TO "store-sales"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL BUSINESS-DATE-FILE
           ASSIGN TO "bus-date"
           05  CTL-STORE-ID         picture X(5).
           05  CTL-STORE-FILE-NAME  picture X(40).
       fd  STORE-MASTER-FILE.
           COPY STORMAST.
       fd  ITEM-MASTER-FILE.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-NAME         picture X(20).
           05                       picture X(80).
       fd  GL-POSTING-FILE.
           COPY GLPOST.
       fd  STORE-SALES-FILE.
           COPY STORSALE.
       fd  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       fd  GL-EXTRACT-FILE.
           end-perform
           close STORE-CONTROL-FILE
           perform 800-PRINT-STORE-RECAP
           perform 810-WRITE-STORE-SALES
           perform 850-PRINT-HOURLY-FLASH
           move PRICE-EXC-COUNT to PEX-TOTAL-COUNT-OUT
           move TOTAL-VARIANCE-DOLLARS to PEX-TOTAL-OUT
                to RECAP-RETURNS-OUT
              write SALES-REC from STORE-RECAP-LINE
           end-perform.
       810-WRITE-STORE-SALES.
      *>EACH STORE'S DAY GOES TO STORE-SALES FOR THE STORE P&L; A
      *>DIVERTED STORE POSTED NOTHING AND WRITES NOTHING
           perform 960-GET-BUSINESS-DATE
           open extend STORE-SALES-FILE
           perform varying RECAP-TABLE-IDX from 1 by 1
                   until RECAP-TABLE-IDX > RECAP-TABLE-COUNT
              if RCP-DIVERTED-SW(RECAP-TABLE-IDX) = 'N'
                 move spaces to store-sales-rec
                 move RCP-STORE-ID(RECAP-TABLE-IDX) to ss-store-id
                 move BUSINESS-DATE-WORK to ss-sales-date
                 move 'E' to ss-source
                 move RCP-SALES-TOTAL(RECAP-TABLE-IDX)
                   to ss-gross-sales
                 compute ss-returns =
                    0 - RCP-RETURNS-TOTAL(RECAP-TABLE-IDX)
                 move 0 to ss-discounts
                 compute ss-net-sales =
                    RCP-SALES-TOTAL(RECAP-TABLE-IDX)
                    + RCP-RETURNS-TOTAL(RECAP-TABLE-IDX)
                 move 0 to ss-cost-of-goods
                 write store-sales-rec
              end-if
           end-perform
           close STORE-SALES-FILE.
       950-WRITE-GL-POSTINGS.
           perform 960-GET-BUSINESS-DATE
           open output GL-POSTING-FILE
