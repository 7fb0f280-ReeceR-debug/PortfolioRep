                     SELECT customer-master ASSIGN TO "cust-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mast-customer-no
           ALTERNATE RECORD KEY IS mast-customer-key
              WITH DUPLICATES
           FILE STATUS IS master-file-status.
                     SELECT cust-shadow-file ASSIGN TO cust-shadow
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shadow-file-status.
                     SELECT special-order-file ASSIGN TO "spc-ord"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS so-order-no
           FILE STATUS IS master-file-status.
                     SELECT spc-shadow-file ASSIGN TO spc-shadow
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shadow-file-status.
                     SELECT election-master-file ASSIGN TO "WH-ELECT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WE-EMPLOYEE-NO
           FILE STATUS IS master-file-status.
                     SELECT wh-shadow-file ASSIGN TO wh-shadow
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shadow-file-status.
                     SELECT driver-qual-file ASSIGN TO "drv-qual"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dq-key
           FILE STATUS IS master-file-status.
                     SELECT drvq-shadow-file ASSIGN TO drvq-shadow
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shadow-file-status.
                     SELECT vehicle-comply-file ASSIGN TO "veh-comply"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vc-key
           FILE STATUS IS master-file-status.
                     SELECT vehc-shadow-file ASSIGN TO vehc-shadow
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shadow-file-status.
                     SELECT layaway-ledger ASSIGN TO "lay-ledger"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS lay-contract-no
           FILE STATUS IS master-file-status.
                     SELECT lay-shadow-file ASSIGN TO lay-shadow
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shadow-file-status.
                     SELECT student-master ASSIGN TO "stu-mast"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS stm-student-no
           FILE STATUS IS master-file-status.
                     SELECT stu-shadow-file ASSIGN TO stu-shadow
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shadow-file-status.
                     SELECT run-log-file ASSIGN TO RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL.
       fd  employee-master-file.
           COPY EMPMAST.
       fd  emp-shadow-file.
       01  emp-shadow-rec          pic x(61).
       fd  inventory-master.
           COPY INVMAST.
       fd  inv-shadow-file.
       01  inv-shadow-rec          pic x(52).
       fd  customer-master.
           COPY CUSTMAST.
       fd  cust-shadow-file.
       01  cust-shadow-rec         pic x(101).
       fd  special-order-file.
           COPY SPCORD.
       fd  spc-shadow-file.
       01  spc-shadow-rec          pic x(120).
       fd  election-master-file.
           COPY WHELECT.
       fd  wh-shadow-file.
       01  wh-shadow-rec           pic x(17).
       fd  driver-qual-file.
           COPY DRVQUAL.
       fd  drvq-shadow-file.
       01  drvq-shadow-rec         pic x(38).
       fd  vehicle-comply-file.
           COPY VEHCOMP.
       fd  vehc-shadow-file.
       01  vehc-shadow-rec         pic x(36).
       fd  layaway-ledger.
           COPY LAYAWAY.
       fd  lay-shadow-file.
       01  lay-shadow-rec          pic x(260).
       fd  student-master.
           COPY STUMAST.
       fd  stu-shadow-file.
       01  stu-shadow-rec          pic x(110).
       fd  run-log-file.
           COPY RUNLOG.
       fd  business-date-file.
                 perform 400-operate-inv-master
              when ic-master-name = "CUST"
                 perform 500-operate-cust-master
              when ic-master-name = "SORD"
                 perform 600-operate-sord-master
              when ic-master-name = "WELC"
                 perform 640-operate-welc-master
              when ic-master-name = "DRVQ"
                 perform 650-operate-drvq-master
              when ic-master-name = "VCMP"
                 perform 660-operate-vcmp-master
              when ic-master-name = "LAYA"
                 perform 670-operate-laya-master
              when ic-master-name = "STUD"
                 perform 680-operate-stud-master
              when other
                 move "** UNKNOWN MASTER **" to result-verdict-out
                 add 1 to operations-failed
                    not at end
                       add 1 to indexed-record-count
                       move spaces to current-key
                       move mast-customer-no to current-key(1:7)
                       perform 700-check-key-sequence
                       if ic-unload
                          write cust-shadow-rec
                       end-write
              end-read
           end-perform.
       600-operate-sord-master.
           evaluate true
              when ic-unload
                 open input special-order-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output spc-shadow-file
                    perform 610-scan-sord-master
                    close special-order-file spc-shadow-file
                    move "SHADOW WRITTEN" to result-verdict-out
                 end-if
              when ic-verify
                 open input special-order-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    perform 610-scan-sord-master
                    close special-order-file
                    open input spc-shadow-file
                    if shadow-file-status not = "00"
                       move "** SHADOW UNREADABLE **"
                         to result-verdict-out
                       add 1 to operations-failed
                    else
                       perform 620-count-sord-shadow
                       close spc-shadow-file
                       perform 800-set-verify-verdict
                    end-if
                 end-if
              when ic-rebuild
                 open input spc-shadow-file
                 if shadow-file-status not = "00"
                    move "** SHADOW UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output special-order-file
                    perform 630-reload-sord-master
                    close special-order-file spc-shadow-file
                    perform 810-set-rebuild-verdict
                 end-if
              when other
                 move "** UNKNOWN FUNCTION **" to result-verdict-out
                 add 1 to operations-failed
           end-evaluate.
       610-scan-sord-master.
           move 'yes' to more-master-records
           perform until more-master-records = 'no '
              read special-order-file next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to indexed-record-count
                       move spaces to current-key
                       move so-order-no to current-key(1:6)
                       perform 700-check-key-sequence
                       if ic-unload
                          write spc-shadow-rec
                            from special-order-rec
                       end-if
              end-read
           end-perform.
       620-count-sord-shadow.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read spc-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
              end-read
           end-perform.
       630-reload-sord-master.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read spc-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
                       move spc-shadow-rec to special-order-rec
                       write special-order-rec
                             invalid key
                                add 1 to sequence-errors
                             not invalid key
                                add 1 to indexed-record-count
                       end-write
              end-read
           end-perform.
       640-operate-welc-master.
           evaluate true
              when ic-unload
                 open input election-master-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output wh-shadow-file
                    perform 641-scan-welc-master
                    close election-master-file wh-shadow-file
                    move "SHADOW WRITTEN" to result-verdict-out
                 end-if
              when ic-verify
                 open input election-master-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    perform 641-scan-welc-master
                    close election-master-file
                    open input wh-shadow-file
                    if shadow-file-status not = "00"
                       move "** SHADOW UNREADABLE **"
                         to result-verdict-out
                       add 1 to operations-failed
                    else
                       perform 642-count-welc-shadow
                       close wh-shadow-file
                       perform 800-set-verify-verdict
                    end-if
                 end-if
              when ic-rebuild
                 open input wh-shadow-file
                 if shadow-file-status not = "00"
                    move "** SHADOW UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output election-master-file
                    perform 643-reload-welc-master
                    close election-master-file wh-shadow-file
                    perform 810-set-rebuild-verdict
                 end-if
              when other
                 move "** UNKNOWN FUNCTION **" to result-verdict-out
                 add 1 to operations-failed
           end-evaluate.
       641-scan-welc-master.
           move 'yes' to more-master-records
           perform until more-master-records = 'no '
              read election-master-file next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to indexed-record-count
                       move spaces to current-key
                       move WE-EMPLOYEE-NO to current-key(1:5)
                       perform 700-check-key-sequence
                       if ic-unload
                          write wh-shadow-rec
                            from WITHHOLD-ELECTION-REC
                       end-if
              end-read
           end-perform.
       642-count-welc-shadow.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read wh-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
              end-read
           end-perform.
       643-reload-welc-master.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read wh-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
                       move wh-shadow-rec to WITHHOLD-ELECTION-REC
                       write WITHHOLD-ELECTION-REC
                             invalid key
                                add 1 to sequence-errors
                             not invalid key
                                add 1 to indexed-record-count
                       end-write
              end-read
           end-perform.
       650-operate-drvq-master.
           evaluate true
              when ic-unload
                 open input driver-qual-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output drvq-shadow-file
                    perform 651-scan-drvq-master
                    close driver-qual-file drvq-shadow-file
                    move "SHADOW WRITTEN" to result-verdict-out
                 end-if
              when ic-verify
                 open input driver-qual-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    perform 651-scan-drvq-master
                    close driver-qual-file
                    open input drvq-shadow-file
                    if shadow-file-status not = "00"
                       move "** SHADOW UNREADABLE **"
                         to result-verdict-out
                       add 1 to operations-failed
                    else
                       perform 652-count-drvq-shadow
                       close drvq-shadow-file
                       perform 800-set-verify-verdict
                    end-if
                 end-if
              when ic-rebuild
                 open input drvq-shadow-file
                 if shadow-file-status not = "00"
                    move "** SHADOW UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output driver-qual-file
                    perform 653-reload-drvq-master
                    close driver-qual-file drvq-shadow-file
                    perform 810-set-rebuild-verdict
                 end-if
              when other
                 move "** UNKNOWN FUNCTION **" to result-verdict-out
                 add 1 to operations-failed
           end-evaluate.
       651-scan-drvq-master.
           move 'yes' to more-master-records
           perform until more-master-records = 'no '
              read driver-qual-file next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to indexed-record-count
                       move spaces to current-key
                       move dq-key to current-key(1:7)
                       perform 700-check-key-sequence
                       if ic-unload
                          write drvq-shadow-rec
                            from driver-qual-rec
                       end-if
              end-read
           end-perform.
       652-count-drvq-shadow.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read drvq-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
              end-read
           end-perform.
       653-reload-drvq-master.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read drvq-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
                       move drvq-shadow-rec to driver-qual-rec
                       write driver-qual-rec
                             invalid key
                                add 1 to sequence-errors
                             not invalid key
                                add 1 to indexed-record-count
                       end-write
              end-read
           end-perform.
       660-operate-vcmp-master.
           evaluate true
              when ic-unload
                 open input vehicle-comply-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output vehc-shadow-file
                    perform 661-scan-vcmp-master
                    close vehicle-comply-file vehc-shadow-file
                    move "SHADOW WRITTEN" to result-verdict-out
                 end-if
              when ic-verify
                 open input vehicle-comply-file
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    perform 661-scan-vcmp-master
                    close vehicle-comply-file
                    open input vehc-shadow-file
                    if shadow-file-status not = "00"
                       move "** SHADOW UNREADABLE **"
                         to result-verdict-out
                       add 1 to operations-failed
                    else
                       perform 662-count-vcmp-shadow
                       close vehc-shadow-file
                       perform 800-set-verify-verdict
                    end-if
                 end-if
              when ic-rebuild
                 open input vehc-shadow-file
                 if shadow-file-status not = "00"
                    move "** SHADOW UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output vehicle-comply-file
                    perform 663-reload-vcmp-master
                    close vehicle-comply-file vehc-shadow-file
                    perform 810-set-rebuild-verdict
                 end-if
              when other
                 move "** UNKNOWN FUNCTION **" to result-verdict-out
                 add 1 to operations-failed
           end-evaluate.
       661-scan-vcmp-master.
           move 'yes' to more-master-records
           perform until more-master-records = 'no '
              read vehicle-comply-file next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to indexed-record-count
                       move spaces to current-key
                       move vc-key to current-key(1:13)
                       perform 700-check-key-sequence
                       if ic-unload
                          write vehc-shadow-rec
                            from vehicle-comply-rec
                       end-if
              end-read
           end-perform.
       662-count-vcmp-shadow.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read vehc-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
              end-read
           end-perform.
       663-reload-vcmp-master.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read vehc-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
                       move vehc-shadow-rec to vehicle-comply-rec
                       write vehicle-comply-rec
                             invalid key
                                add 1 to sequence-errors
                             not invalid key
                                add 1 to indexed-record-count
                       end-write
              end-read
           end-perform.
       670-operate-laya-master.
           evaluate true
              when ic-unload
                 open input layaway-ledger
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output lay-shadow-file
                    perform 671-scan-laya-master
                    close layaway-ledger lay-shadow-file
                    move "SHADOW WRITTEN" to result-verdict-out
                 end-if
              when ic-verify
                 open input layaway-ledger
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    perform 671-scan-laya-master
                    close layaway-ledger
                    open input lay-shadow-file
                    if shadow-file-status not = "00"
                       move "** SHADOW UNREADABLE **"
                         to result-verdict-out
                       add 1 to operations-failed
                    else
                       perform 672-count-laya-shadow
                       close lay-shadow-file
                       perform 800-set-verify-verdict
                    end-if
                 end-if
              when ic-rebuild
                 open input lay-shadow-file
                 if shadow-file-status not = "00"
                    move "** SHADOW UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output layaway-ledger
                    perform 673-reload-laya-master
                    close layaway-ledger lay-shadow-file
                    perform 810-set-rebuild-verdict
                 end-if
              when other
                 move "** UNKNOWN FUNCTION **" to result-verdict-out
                 add 1 to operations-failed
           end-evaluate.
       671-scan-laya-master.
           move 'yes' to more-master-records
           perform until more-master-records = 'no '
              read layaway-ledger next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to indexed-record-count
                       move spaces to current-key
                       move lay-contract-no to current-key(1:6)
                       perform 700-check-key-sequence
                       if ic-unload
                          write lay-shadow-rec
                            from layaway-ledger-rec
                       end-if
              end-read
           end-perform.
       672-count-laya-shadow.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read lay-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
              end-read
           end-perform.
       673-reload-laya-master.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read lay-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
                       move lay-shadow-rec to layaway-ledger-rec
                       write layaway-ledger-rec
                             invalid key
                                add 1 to sequence-errors
                             not invalid key
                                add 1 to indexed-record-count
                       end-write
              end-read
           end-perform.
       680-operate-stud-master.
           evaluate true
              when ic-unload
                 open input student-master
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output stu-shadow-file
                    perform 681-scan-stud-master
                    close student-master stu-shadow-file
                    move "SHADOW WRITTEN" to result-verdict-out
                 end-if
              when ic-verify
                 open input student-master
                 if master-file-status not = "00"
                    move "** MASTER UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    perform 681-scan-stud-master
                    close student-master
                    open input stu-shadow-file
                    if shadow-file-status not = "00"
                       move "** SHADOW UNREADABLE **"
                         to result-verdict-out
                       add 1 to operations-failed
                    else
                       perform 682-count-stud-shadow
                       close stu-shadow-file
                       perform 800-set-verify-verdict
                    end-if
                 end-if
              when ic-rebuild
                 open input stu-shadow-file
                 if shadow-file-status not = "00"
                    move "** SHADOW UNREADABLE **"
                      to result-verdict-out
                    add 1 to operations-failed
                 else
                    open output student-master
                    perform 683-reload-stud-master
                    close student-master stu-shadow-file
                    perform 810-set-rebuild-verdict
                 end-if
              when other
                 move "** UNKNOWN FUNCTION **" to result-verdict-out
                 add 1 to operations-failed
           end-evaluate.
       681-scan-stud-master.
           move 'yes' to more-master-records
           perform until more-master-records = 'no '
              read student-master next record
                    at end
                       move 'no ' to more-master-records
                    not at end
                       add 1 to indexed-record-count
                       move spaces to current-key
                       move stm-student-no to current-key(1:7)
                       perform 700-check-key-sequence
                       if ic-unload
                          write stu-shadow-rec
                            from student-master-rec
                       end-if
              end-read
           end-perform.
       682-count-stud-shadow.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read stu-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
              end-read
           end-perform.
       683-reload-stud-master.
           move 'yes' to more-shadow-records
           perform until more-shadow-records = 'no '
              read stu-shadow-file
                    at end
                       move 'no ' to more-shadow-records
                    not at end
                       add 1 to shadow-record-count
                       move stu-shadow-rec to student-master-rec
                       write student-master-rec
                             invalid key
                                add 1 to sequence-errors
                             not invalid key
                                add 1 to indexed-record-count
                       end-write
              end-read
           end-perform.
       700-check-key-sequence.
           if first-key
              move 'N' to first-key-sw
