                     SELECT OPTIONAL quota-master-file
           ASSIGN TO "sales-quota"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL draw-agreement-file
           ASSIGN TO "draw-agree"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT OPTIONAL draw-ledger-file
           ASSIGN TO "draw-ledger"
           ORGANIZATION IS LINE SEQUENTIAL.
                     SELECT employee-master-file ASSIGN TO "EMP-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMPLOYEE-NAME.
       DATA DIVISION.
       file section.
       fd  SALESPERSON-in.
           05  spm-no             pic 9(2).
           05  spm-name           pic x(20).
           05  spm-terr-no        pic x(2).
      *>   reporting line -- the sales manager's salesperson number,
      *>   zero for none -- and, on a manager's own record, the
      *>   override rate paid on the direct reports' sales
           05  spm-manager-no     pic 9(2).
           05  spm-override-rate  pic 9v9(4).
       fd  sales-history-file.
       01  sales-history-rec.
           05  sh-report-month.
           05  qm-salesperson-no  pic 9(2).
           05  qm-period          pic 9(6).
           05  qm-quota-amount    pic 9(7)v99.
       fd  draw-agreement-file.
           COPY DRAWAGR.
       fd  draw-ledger-file.
           COPY DRAWLDG.
       fd  employee-master-file.
           COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01  business-date-work       pic 9(8) value 0.
               10 YTDss     PIC 9(11)V99.
               10 QUOTAss   PIC 9(7)V99.
               10 TERRss    PIC X(2).
               10 MGRss     PIC 9(2).
               10 OVRRATEss PIC 9v9(4).
               10 SALESPERSON-USED-SW PIC X.
                  88  SALESPERSON-USED-FLAG    VALUE 'Y'.
       01  salesperson-count        pic 9(3) value 0.
           05  trend-grand-pct-out  pic zz,zz9.9-.
           05 pic x(2) value spaces.
           05  trend-grand-ytd-out  pic zz,zzz,zz9.99.
       01  mgr-scan-idx             pic 9(3) comp.
       01  team-scan-idx            pic 9(3) comp.
       01  team-prior-idx           pic 9(3) comp.
       01  team-total-amt           pic 9(9)v99.
       01  team-terr-amt            pic 9(9)v99.
       01  team-terr-work           pic x(2).
       01  team-first-sw            pic x(1).
       01  override-amt             pic 9(5)v99.
       01  total-override-amt       pic 9(7)v99 value 0.
       01  manager-title-line.
           05 pic x(30) value "SALES BY MANAGER AND TERRITORY".
       01  manager-name-line.
           05 pic x(8) value "MANAGER ".
           05  mgr-no-out          pic 9(2).
           05 pic x(2) value spaces.
           05  mgr-name-out        pic x(20).
       01  manager-terr-line.
           05 pic x(4) value spaces.
           05 pic x(5) value "TERR ".
           05  mgr-terr-out        pic x(2).
           05 pic x(3) value spaces.
           05  mgr-terr-sales-out  pic $zz,zzz,zz9.99.
       01  manager-total-line.
           05 pic x(4) value spaces.
           05 pic x(11) value "TEAM SALES ".
           05  mgr-team-sales-out  pic $zz,zzz,zz9.99.
           05 pic x(10) value "  OVERRIDE".
           05  mgr-rate-out        pic z.9999.
           05 pic x(2) value spaces.
           05  mgr-override-out    pic $zz,zz9.99.
       01  override-total-line.
           05 pic x(26) value "TOTAL MANAGER OVERRIDES   ".
           05  total-override-out  pic $z,zzz,zz9.99.
       01  stmt-team-line.
           05 pic x(2) value spaces.
           05 pic x(13) value "TEAM SALES  $".
           05  stmt-team-out           pic zzz,zzz,zz9.99.
       01  stmt-override-rate-line.
           05 pic x(2) value spaces.
           05 pic x(14) value "OVERRIDE RATE ".
           05  stmt-override-rate-out  pic 9.9999.
       01  stmt-override-line.
           05 pic x(2) value spaces.
           05 pic x(13) value "OVERRIDE    $".
           05  stmt-override-out       pic zz,zz9.99.
       01  more-draw-records        picture xxx value 'yes'.
       01  more-ledger-records      picture xxx value 'yes'.
       01  draw-table-idx           pic 9(3) comp.
       01  draw-table-count         pic 9(3) value 0.
       01  draw-found-idx           pic 9(3) comp value 0.
       01  draw-table.
           05  draw-entry OCCURS 100 TIMES.
               10  dwt-no           pic 9(2).
               10  dwt-draw         pic 9(5)v99.
               10  dwt-start        pic 9(6).
               10  dwt-end          pic 9(6).
               10  dwt-recoverable  pic x(1).
               10  dwt-pct          pic 9(3).
               10  dwt-last-period  pic 9(6).
               10  dwt-opening      pic 9(7)v99.
               10  dwt-bal-fwd      pic 9(7)v99.
               10  dwt-balance      pic 9(7)v99.
               10  dwt-earned       pic 9(7)v99.
               10  dwt-paid         pic 9(7)v99.
               10  dwt-advanced     pic 9(7)v99.
               10  dwt-recovered    pic 9(7)v99.
               10  dwt-posted-sw    pic x(1).
                   88  dwt-posted          value 'Y'.
               10  dwt-separated-sw pic x(1).
                   88  dwt-separated       value 'Y'.
       01  ledger-table-idx         pic 9(4) comp.
       01  ledger-table-count       pic 9(4) value 0.
       01  ledger-table.
           05  ledger-entry OCCURS 2000 TIMES.
               10  ldt-record       pic x(53).
       01  ledger-work.
           05  lw-period            pic 9(6).
           05  lw-salesperson-no    pic 9(2).
           05  lw-earned            pic 9(7)v99.
           05  lw-paid              pic 9(7)v99.
           05  lw-advanced          pic 9(7)v99.
           05  lw-recovered         pic 9(7)v99.
           05  lw-balance           pic 9(7)v99.
       01  paid-amt                 pic 9(5)v99.
       01  recovery-limit           pic 9(7)v99.
       01  recovery-amt             pic 9(7)v99.
       01  draw-title-line.
           05 pic x(16) value "COMMISSION DRAWS".
       01  draw-column-line.
           05 pic x(2) value "NO".
           05 pic x(2) value spaces.
           05 pic x(16) value "SALESPERSON".
           05 pic x(12) value "      EARNED".
           05 pic x(12) value "        PAID".
           05 pic x(12) value "    ADVANCED".
           05 pic x(12) value "   RECOVERED".
           05 pic x(12) value "     BALANCE".
       01  draw-detail-line.
           05  draw-no-out         pic 9(2).
           05 pic x(2) value spaces.
           05  draw-name-out       pic x(16).
           05 pic x(2) value spaces.
           05  draw-earned-out     pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  draw-paid-out       pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  draw-advanced-out   pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  draw-recovered-out  pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  draw-balance-out    pic zzz,zz9.99.
       01  draw-separated-line.
           05 pic x(4) value spaces.
           05 pic x(45)
              value "** SEPARATED WITH DRAW BALANCE OUTSTANDING **".
       01  stmt-draw-line.
           05 pic x(2) value spaces.
           05 pic x(13) value "DRAW        $".
           05  stmt-draw-out           pic zz,zz9.99.
           05 pic x(2) value spaces.
           05  stmt-draw-period-out    pic x(30).
       01  stmt-ledger-header.
           05 pic x(2) value spaces.
           05 pic x(6) value "PERIOD".
           05 pic x(12) value "      EARNED".
           05 pic x(12) value "        PAID".
           05 pic x(12) value "    ADVANCED".
           05 pic x(12) value "   RECOVERED".
           05 pic x(12) value "     BALANCE".
       01  stmt-ledger-line.
           05 pic x(2) value spaces.
           05  stmt-ledger-period-out  pic 9(6).
           05 pic x(2) value spaces.
           05  stmt-ledger-earned-out  pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  stmt-ledger-paid-out    pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  stmt-ledger-adv-out     pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  stmt-ledger-rec-out     pic zzz,zz9.99.
           05 pic x(2) value spaces.
           05  stmt-ledger-bal-out     pic zzz,zz9.99.
       01  stmt-paid-line.
           05 pic x(2) value spaces.
           05 pic x(13) value "AMOUNT PAID $".
           05  stmt-paid-out           pic zz,zz9.99.
       01  stmt-separated-line.
           05 pic x(2) value spaces.
           05 pic x(45)
              value "** SEPARATED WITH DRAW BALANCE OUTSTANDING **".
       01  grand-total-amt          pic 9(8)v99 value 0.
       01  ranking-number           pic 9(2) value 0.
       01  TIC PIC 9(3) VALUE 1.

               perform 650-load-sales-history
               perform 680-load-quotas
               perform 140-load-draw-agreements
               perform 145-load-draw-ledger
               write print-rec from PAGE-HDR-1
               write print-rec from BREAK
               write print-rec from PAGE-HDR-2
           END-PERFORM
           perform 850-verify-feed-controls
           perform 400-print-totals
           perform 430-pay-draws-without-sales
           move grand-total-amt to GRAND-TOTAL
           write print-rec from BREAK
           write print-rec from PAGE-HDR-3
           perform 470-print-manager-rollup
           perform 500-print-ranking
           perform 700-print-trend-section
           perform 440-print-draw-section
           perform 800-append-sales-history
           perform 820-save-draw-agreements
           perform 830-save-draw-ledger
           perform 900-write-run-log
           move control-total-name to cpt-tag
           move total-commission-amt to cpt-control-total
                       move spm-no to NUMS(salesperson-count)
                       move spm-name to NAMES(salesperson-count)
                       move spm-terr-no to TERRss(salesperson-count)
                       move 0 to MGRss(salesperson-count)
                       move 0 to OVRRATEss(salesperson-count)
                       if spm-manager-no is numeric
                          move spm-manager-no
                            to MGRss(salesperson-count)
                       end-if
                       if spm-override-rate is numeric
                          move spm-override-rate
                            to OVRRATEss(salesperson-count)
                       end-if
                       move 0 to TOTALss(salesperson-count)
                       move 0 to PRIORss(salesperson-count)
                       move 0 to YTDss(salesperson-count)
              end-read
           end-perform
           close salesperson-master.
      *>   a rerun of the period already posted starts again from
      *>   the balance going into it; a salesperson terminated on
      *>   EMP-MASTER draws no more
       140-load-draw-agreements.
           open input draw-agreement-file
           open input employee-master-file
           perform until more-draw-records = 'no '
              read draw-agreement-file
                    at end
                       move 'no ' to more-draw-records
                    not at end
                       add 1 to draw-table-count
                       if draw-table-count > 100
                          display "553_1: DRAW-AGREEMENT-FILE HAS "
                             "MORE THAN 100 RECORDS -- TABLE FULL"
                          close draw-agreement-file
                          stop run
                       end-if
                       perform 142-store-draw-agreement
              end-read
           end-perform
           close draw-agreement-file
           close employee-master-file.
       142-store-draw-agreement.
           move draw-table-count to draw-table-idx
           if da-balance is not numeric
              move 0 to da-balance
           end-if
           if da-opening-balance is not numeric
              move 0 to da-opening-balance
           end-if
           if da-last-period is not numeric
              move 0 to da-last-period
           end-if
           if da-recovery-pct is not numeric
              move 0 to da-recovery-pct
           end-if
           move da-salesperson-no to dwt-no(draw-table-idx)
           move da-draw-amount to dwt-draw(draw-table-idx)
           move da-start-period to dwt-start(draw-table-idx)
           move da-end-period to dwt-end(draw-table-idx)
           move da-recoverable to dwt-recoverable(draw-table-idx)
           move da-recovery-pct to dwt-pct(draw-table-idx)
           move da-last-period to dwt-last-period(draw-table-idx)
           move da-opening-balance to dwt-opening(draw-table-idx)
           if da-last-period = current-period-work
              move da-opening-balance to dwt-bal-fwd(draw-table-idx)
           else
              move da-balance to dwt-bal-fwd(draw-table-idx)
           end-if
           move dwt-bal-fwd(draw-table-idx)
             to dwt-balance(draw-table-idx)
           move 0 to dwt-earned(draw-table-idx)
           move 0 to dwt-paid(draw-table-idx)
           move 0 to dwt-advanced(draw-table-idx)
           move 0 to dwt-recovered(draw-table-idx)
           move 'N' to dwt-posted-sw(draw-table-idx)
           move 'N' to dwt-separated-sw(draw-table-idx)
           move da-salesperson-no to SALESPERSON-NO
           perform 160-lookup-salesperson
           if sp-found-idx > 0
              move NAMES(sp-found-idx) to EM-EMPLOYEE-NAME
              read employee-master-file
                   invalid key
                      continue
                   not invalid key
                      if EM-STATUS-CODE = 'T'
                         move 'Y' to dwt-separated-sw(draw-table-idx)
                      end-if
              end-read
           end-if.
      *>   earlier periods' ledger rows are kept for the statements;
      *>   the current period's are dropped and posted fresh
       145-load-draw-ledger.
           open input draw-ledger-file
           perform until more-ledger-records = 'no '
              read draw-ledger-file
                    at end
                       move 'no ' to more-ledger-records
                    not at end
                       if dl-period not = current-period-work
                          add 1 to ledger-table-count
                          if ledger-table-count > 2000
                             display "553_1: DRAW-LEDGER-FILE HAS "
                                "MORE THAN 2000 RECORDS -- TABLE FULL"
                             close draw-ledger-file
                             stop run
                          end-if
                          move draw-ledger-rec
                            to ldt-record(ledger-table-count)
                       end-if
              end-read
           end-perform
           close draw-ledger-file.
       160-lookup-salesperson.
           move 0 to sp-found-idx
           perform varying TIC from 1 by 1
              END-IF
           END-PERFORM
           close sales-history-file.
       820-save-draw-agreements.
           open output draw-agreement-file
           PERFORM VARYING draw-table-idx FROM 1 BY 1
                   UNTIL draw-table-idx > draw-table-count
              move dwt-no(draw-table-idx) to da-salesperson-no
              move dwt-draw(draw-table-idx) to da-draw-amount
              move dwt-start(draw-table-idx) to da-start-period
              move dwt-end(draw-table-idx) to da-end-period
              move dwt-recoverable(draw-table-idx) to da-recoverable
              move dwt-pct(draw-table-idx) to da-recovery-pct
              move dwt-balance(draw-table-idx) to da-balance
              if dwt-posted(draw-table-idx)
                 move current-period-work to da-last-period
                 move dwt-bal-fwd(draw-table-idx)
                   to da-opening-balance
              else
                 move dwt-last-period(draw-table-idx)
                   to da-last-period
                 move dwt-opening(draw-table-idx)
                   to da-opening-balance
              end-if
              write draw-agreement-rec
           END-PERFORM
           close draw-agreement-file.
       830-save-draw-ledger.
           open output draw-ledger-file
           PERFORM VARYING ledger-table-idx FROM 1 BY 1
                   UNTIL ledger-table-idx > ledger-table-count
              write draw-ledger-rec from ldt-record(ledger-table-idx)
           END-PERFORM
           PERFORM VARYING draw-table-idx FROM 1 BY 1
                   UNTIL draw-table-idx > draw-table-count
              IF dwt-posted(draw-table-idx)
                 move current-period-work to dl-period
                 move dwt-no(draw-table-idx) to dl-salesperson-no
                 move dwt-earned(draw-table-idx) to dl-earned
                 move dwt-paid(draw-table-idx) to dl-paid
                 move dwt-advanced(draw-table-idx) to dl-advanced
                 move dwt-recovered(draw-table-idx) to dl-recovered
                 move dwt-balance(draw-table-idx) to dl-balance
                 write draw-ledger-rec
              END-IF
           END-PERFORM
           close draw-ledger-file.
       850-verify-feed-controls.
           if not feed-trailer-seen
              display "553_1: FEED HAS NO TRAILER RECORD -- "
                 move NAMES(TIC) to detail-name-out
                 move TOTALss(TIC) to detail-total-out
                 perform 450-compute-commission
                 perform 455-apply-draw
                 move commission-amt to detail-commission-out
                 write print-rec from DETAIL-LINE
                 perform 460-write-commission-statement
           end-if
           compute commission-amt ROUNDED =
              TOTALss(TIC) * commission-rate.
      *>   a draw period pays the larger of commission and draw,
      *>   the shortfall on a recoverable draw going to the balance;
      *>   the balance is recovered from commission up to the
      *>   recovery percent, never taking a draw period's pay below
      *>   the draw
       455-apply-draw.
           move commission-amt to paid-amt
           move 0 to draw-found-idx
           perform varying draw-table-idx from 1 by 1
                   until draw-table-idx > draw-table-count
              if dwt-no(draw-table-idx) = NUMS(TIC)
                 move draw-table-idx to draw-found-idx
              end-if
           end-perform
           if draw-found-idx > 0
              move 'Y' to dwt-posted-sw(draw-found-idx)
              move commission-amt to dwt-earned(draw-found-idx)
              move commission-amt to recovery-limit
              if dwt-start(draw-found-idx) <= current-period-work
                 and dwt-end(draw-found-idx) >= current-period-work
                 and not dwt-separated(draw-found-idx)
                 if commission-amt < dwt-draw(draw-found-idx)
                    move dwt-draw(draw-found-idx) to paid-amt
                    compute dwt-advanced(draw-found-idx) =
                       dwt-draw(draw-found-idx) - commission-amt
                    if dwt-recoverable(draw-found-idx) = 'Y'
                       add dwt-advanced(draw-found-idx)
                         to dwt-balance(draw-found-idx)
                    end-if
                    move 0 to recovery-limit
                 else
                    compute recovery-limit =
                       commission-amt - dwt-draw(draw-found-idx)
                 end-if
              end-if
              perform 457-recover-draw-balance
              move paid-amt to dwt-paid(draw-found-idx)
           end-if.
       457-recover-draw-balance.
           move 0 to recovery-amt
           if dwt-balance(draw-found-idx) > 0
              and recovery-limit > 0
              compute recovery-amt ROUNDED =
                 commission-amt * dwt-pct(draw-found-idx) / 100
              if recovery-amt > recovery-limit
                 move recovery-limit to recovery-amt
              end-if
              if recovery-amt > dwt-balance(draw-found-idx)
                 move dwt-balance(draw-found-idx) to recovery-amt
              end-if
              subtract recovery-amt from paid-amt
              subtract recovery-amt from dwt-balance(draw-found-idx)
              move recovery-amt to dwt-recovered(draw-found-idx)
           end-if.
       460-write-commission-statement.
           move FORMATTED-DATE to stmt-date-out
           write commission-stmt-rec from stmt-header-line
              move quota-attained-pct to stmt-attained-out
              write commission-stmt-rec from stmt-quota-line
           end-if
           if draw-found-idx > 0
              perform 465-write-draw-ledger
           end-if
           write commission-stmt-rec from stmt-separator
           write commission-stmt-rec from stmt-blank-line
           move NAMES(TIC) to cp-emp-name
           move paid-amt to cp-amount
           write commission-pay-rec
           add paid-amt to total-commission-amt.
      *>   each manager's direct reports rolled up by territory,
      *>   with the override on the team's sales paid through
      *>   comm-pay on its own statement
       470-print-manager-rollup.
           write print-rec from BREAK
           write print-rec from manager-title-line
           PERFORM VARYING mgr-scan-idx FROM 1 BY 1
                   UNTIL mgr-scan-idx > salesperson-count
              move 0 to team-total-amt
              PERFORM VARYING team-scan-idx FROM 1 BY 1
                      UNTIL team-scan-idx > salesperson-count
                 IF SALESPERSON-USED-FLAG(team-scan-idx)
                    and MGRss(team-scan-idx) = NUMS(mgr-scan-idx)
                    and team-scan-idx not = mgr-scan-idx
                    add TOTALss(team-scan-idx) to team-total-amt
                 END-IF
              END-PERFORM
              IF team-total-amt > 0
                 perform 475-print-one-manager
              END-IF
           END-PERFORM
           move total-override-amt to total-override-out
           write print-rec from BREAK
           write print-rec from override-total-line.
       475-print-one-manager.
           write print-rec from BREAK
           move NUMS(mgr-scan-idx) to mgr-no-out
           move NAMES(mgr-scan-idx) to mgr-name-out
           write print-rec from manager-name-line
           PERFORM VARYING team-scan-idx FROM 1 BY 1
                   UNTIL team-scan-idx > salesperson-count
              IF SALESPERSON-USED-FLAG(team-scan-idx)
                 and MGRss(team-scan-idx) = NUMS(mgr-scan-idx)
                 and team-scan-idx not = mgr-scan-idx
                 perform 480-print-team-territory-if-first
              END-IF
           END-PERFORM
           compute override-amt ROUNDED =
              team-total-amt * OVRRATEss(mgr-scan-idx)
           move team-total-amt to mgr-team-sales-out
           move OVRRATEss(mgr-scan-idx) to mgr-rate-out
           move override-amt to mgr-override-out
           write print-rec from manager-total-line
           if override-amt > 0
              perform 490-write-override-statement
           end-if.
       480-print-team-territory-if-first.
           move 'Y' to team-first-sw
           perform varying team-prior-idx from 1 by 1
                   until team-prior-idx >= team-scan-idx
              if SALESPERSON-USED-FLAG(team-prior-idx)
                 and MGRss(team-prior-idx) = NUMS(mgr-scan-idx)
                 and team-prior-idx not = mgr-scan-idx
                 and TERRss(team-prior-idx) = TERRss(team-scan-idx)
                 move 'N' to team-first-sw
              end-if
           end-perform
           if team-first-sw = 'Y'
              move TERRss(team-scan-idx) to team-terr-work
              move 0 to team-terr-amt
              perform varying team-prior-idx from team-scan-idx by 1
                      until team-prior-idx > salesperson-count
                 if SALESPERSON-USED-FLAG(team-prior-idx)
                    and MGRss(team-prior-idx) = NUMS(mgr-scan-idx)
                    and team-prior-idx not = mgr-scan-idx
                    and TERRss(team-prior-idx) = team-terr-work
                    add TOTALss(team-prior-idx) to team-terr-amt
                 end-if
              end-perform
              move team-terr-work to mgr-terr-out
              move team-terr-amt to mgr-terr-sales-out
              write print-rec from manager-terr-line
           end-if.
       490-write-override-statement.
           move FORMATTED-DATE to stmt-date-out
           write commission-stmt-rec from stmt-header-line
           move NUMS(mgr-scan-idx) to stmt-no-out
           move NAMES(mgr-scan-idx) to stmt-name-out
           write commission-stmt-rec from stmt-name-line
           move team-total-amt to stmt-team-out
           write commission-stmt-rec from stmt-team-line
           move OVRRATEss(mgr-scan-idx) to stmt-override-rate-out
           write commission-stmt-rec from stmt-override-rate-line
           move override-amt to stmt-override-out
           write commission-stmt-rec from stmt-override-line
           write commission-stmt-rec from stmt-separator
           write commission-stmt-rec from stmt-blank-line
           move NAMES(mgr-scan-idx) to cp-emp-name
           move override-amt to cp-amount
           write commission-pay-rec
           add override-amt to total-override-amt
           add override-amt to total-commission-amt.
       465-write-draw-ledger.
           move dwt-draw(draw-found-idx) to stmt-draw-out
           move spaces to stmt-draw-period-out
           move "PERIODS" to stmt-draw-period-out(1:7)
           move dwt-start(draw-found-idx) to stmt-draw-period-out(9:6)
           move "THROUGH" to stmt-draw-period-out(16:7)
           move dwt-end(draw-found-idx) to stmt-draw-period-out(24:6)
           write commission-stmt-rec from stmt-draw-line
           write commission-stmt-rec from stmt-ledger-header
           perform varying ledger-table-idx from 1 by 1
                   until ledger-table-idx > ledger-table-count
              move ldt-record(ledger-table-idx) to ledger-work
              if lw-salesperson-no = NUMS(TIC)
                 perform 467-write-ledger-line
              end-if
           end-perform
           move current-period-work to lw-period
           move NUMS(TIC) to lw-salesperson-no
           move dwt-earned(draw-found-idx) to lw-earned
           move dwt-paid(draw-found-idx) to lw-paid
           move dwt-advanced(draw-found-idx) to lw-advanced
           move dwt-recovered(draw-found-idx) to lw-recovered
           move dwt-balance(draw-found-idx) to lw-balance
           perform 467-write-ledger-line
           move paid-amt to stmt-paid-out
           write commission-stmt-rec from stmt-paid-line
           if dwt-separated(draw-found-idx)
              and dwt-balance(draw-found-idx) > 0
              write commission-stmt-rec from stmt-separated-line
           end-if.
       467-write-ledger-line.
           move lw-period to stmt-ledger-period-out
           move lw-earned to stmt-ledger-earned-out
           move lw-paid to stmt-ledger-paid-out
           move lw-advanced to stmt-ledger-adv-out
           move lw-recovered to stmt-ledger-rec-out
           move lw-balance to stmt-ledger-bal-out
           write commission-stmt-rec from stmt-ledger-line.
      *>   a draw period with no sales at all still pays the draw
       430-pay-draws-without-sales.
           PERFORM VARYING draw-table-idx FROM 1 BY 1
                   UNTIL draw-table-idx > draw-table-count
              IF not dwt-posted(draw-table-idx)
                 and not dwt-separated(draw-table-idx)
                 and dwt-start(draw-table-idx) <= current-period-work
                 and dwt-end(draw-table-idx) >= current-period-work
                 move dwt-no(draw-table-idx) to SALESPERSON-NO
                 perform 160-lookup-salesperson
                 if sp-found-idx > 0
                    move sp-found-idx to TIC
                    perform 450-compute-commission
                    perform 455-apply-draw
                    perform 460-write-commission-statement
                 end-if
              END-IF
           END-PERFORM.
       440-print-draw-section.
           write print-rec from BREAK
           write print-rec from draw-title-line
           write print-rec from draw-column-line
           PERFORM VARYING draw-table-idx FROM 1 BY 1
                   UNTIL draw-table-idx > draw-table-count
              IF dwt-posted(draw-table-idx)
                 or dwt-balance(draw-table-idx) > 0
                 perform 445-print-draw-line
              END-IF
           END-PERFORM.
       445-print-draw-line.
           move dwt-no(draw-table-idx) to draw-no-out
           move dwt-no(draw-table-idx) to SALESPERSON-NO
           perform 160-lookup-salesperson
           move spaces to draw-name-out
           if sp-found-idx > 0
              move NAMES(sp-found-idx) to draw-name-out
           end-if
           move dwt-earned(draw-table-idx) to draw-earned-out
           move dwt-paid(draw-table-idx) to draw-paid-out
           move dwt-advanced(draw-table-idx) to draw-advanced-out
           move dwt-recovered(draw-table-idx) to draw-recovered-out
           move dwt-balance(draw-table-idx) to draw-balance-out
           write print-rec from draw-detail-line
           if dwt-separated(draw-table-idx)
              and dwt-balance(draw-table-idx) > 0
              write print-rec from draw-separated-line
           end-if.
       500-print-ranking.
           SORT rank-sort-file ON DESCENDING KEY rank-total
                INPUT PROCEDURE IS 600-release-salespeople
