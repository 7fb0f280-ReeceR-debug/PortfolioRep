      *> actual against quota and percent attained for the report
      *> month of the bus-date card, plus year-to-date actual,
      *> quota and attainment, one line per salesperson and
      *> subtotaled by territory from the salesperson master.  Each
      *> sales manager's team -- the salespeople reporting to the
      *> manager on the master -- is then shown with its combined
      *> actual, quota and attainment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  spm-no             pic 9(2).
           05  spm-name           pic x(20).
           05  spm-terr-no        pic x(2).
           05  spm-manager-no     pic 9(2).
           05  spm-override-rate  pic 9v9(4).
       fd  sales-history-file.
       01  sales-history-rec.
           05  sh-report-month.
               10  spt-no           pic 9(2).
               10  spt-name         pic x(20).
               10  spt-terr-no      pic x(2).
               10  spt-manager-no   pic 9(2).
               10  spt-month-actual pic 9(9)v99.
               10  spt-month-quota  pic 9(9)v99.
               10  spt-ytd-actual   pic 9(11)v99.
       01  terr-month-actual        pic 9(11)v99.
       01  terr-month-quota         pic 9(11)v99.
       01  variance-work            pic s9(9)v99.
       01  manager-scan-idx         pic 9(3) comp.
       01  team-members             pic 9(3).
       01  team-month-actual        pic 9(11)v99.
       01  team-month-quota         pic 9(11)v99.
       01  team-ytd-actual          pic 9(11)v99.
       01  team-ytd-quota           pic 9(11)v99.
       01  teams-printed            pic 9(3) value 0.
       01  attained-pct             pic 9(3)v9.
       01  ytd-attained-pct         pic 9(3)v9.
       01  rows-printed             pic 9(4) value 0.
           05 pic x(2) value spaces.
           05  sub-actual-out          pic zz,zzz,zz9.99.
           05  sub-quota-out           pic zz,zzz,zz9.99.
       01  team-title               pic x(33)
              value "TEAM QUOTA ATTAINMENT BY MANAGER".
       01  team-column-header.
           05 pic x(2) value "NO".
           05 pic x(2) value spaces.
           05 pic x(20) value "MANAGER             ".
           05 pic x(13) value "      ACTUAL ".
           05 pic x(13) value "       QUOTA ".
           05 pic x(13) value "    VARIANCE ".
           05 pic x(7) value " ATT%  ".
           05 pic x(13) value "     YTD ACT ".
           05 pic x(7) value " YTD%  ".
           05 pic x(4) value "TEAM".
       01  team-detail-line.
           05  team-no-out             pic 9(2).
           05 pic x(2) value spaces.
           05  team-name-out           pic x(20).
           05  team-actual-out         pic zz,zzz,zz9.99.
           05  team-quota-out          pic zz,zzz,zz9.99.
           05  team-variance-out       pic z,zzz,zz9.99-.
           05 pic x(1) value space.
           05  team-att-out            pic zz9.9.
           05 pic x(1) value space.
           05  team-ytd-out            pic zz,zzz,zz9.99.
           05 pic x(1) value space.
           05  team-ytd-att-out        pic zz9.9.
           05 pic x(2) value spaces.
           05  team-members-out        pic zz9.
       01  trailer-line.
           05 pic x(12) value "SALESPEOPLE ".
           05  rows-out                pic zzz9.
           05 pic x(8) value "  TEAMS ".
           05  teams-out               pic zz9.
       PROCEDURE DIVISION.
       100-main-module.
           perform 950-get-business-date
                   until salesperson-table-idx > salesperson-count
              perform 400-report-territory-if-first
           end-perform
           perform 600-report-team-attainment
           move rows-printed to rows-out
           move teams-printed to teams-out
           write print-rec from blank-line
           write print-rec from trailer-line
           perform 900-write-run-log
                         to spt-name(salesperson-count)
                       move spm-terr-no
                         to spt-terr-no(salesperson-count)
                       move 0 to spt-manager-no(salesperson-count)
                       if spm-manager-no is numeric
                          move spm-manager-no
                            to spt-manager-no(salesperson-count)
                       end-if
                       move 0
                         to spt-month-actual(salesperson-count)
                       move 0
             to terr-month-actual
           add spt-month-quota(salesperson-scan-idx)
             to terr-month-quota.
       600-report-team-attainment.
           write print-rec from team-title
           write print-rec from blank-line
           write print-rec from team-column-header
           write print-rec from blank-line
           perform varying manager-scan-idx from 1 by 1
                   until manager-scan-idx > salesperson-count
              perform 650-report-one-team
           end-perform.
      *>   a salesperson nobody reports to is not a manager and
      *>   prints no team line
       650-report-one-team.
           move 0 to team-members
           move 0 to team-month-actual
           move 0 to team-month-quota
           move 0 to team-ytd-actual
           move 0 to team-ytd-quota
           perform varying salesperson-scan-idx from 1 by 1
                   until salesperson-scan-idx > salesperson-count
              if spt-manager-no(salesperson-scan-idx)
                    = spt-no(manager-scan-idx)
                 and salesperson-scan-idx not = manager-scan-idx
                 add 1 to team-members
                 add spt-month-actual(salesperson-scan-idx)
                   to team-month-actual
                 add spt-month-quota(salesperson-scan-idx)
                   to team-month-quota
                 add spt-ytd-actual(salesperson-scan-idx)
                   to team-ytd-actual
                 add spt-ytd-quota(salesperson-scan-idx)
                   to team-ytd-quota
              end-if
           end-perform
           if team-members > 0
              add 1 to teams-printed
              move spt-no(manager-scan-idx) to team-no-out
              move spt-name(manager-scan-idx) to team-name-out
              move team-month-actual to team-actual-out
              move team-month-quota to team-quota-out
              compute variance-work =
                 team-month-actual - team-month-quota
              move variance-work to team-variance-out
              move 0 to attained-pct
              if team-month-quota > 0
                 compute attained-pct ROUNDED =
                    (team-month-actual * 100) / team-month-quota
              end-if
              move attained-pct to team-att-out
              move team-ytd-actual to team-ytd-out
              move 0 to ytd-attained-pct
              if team-ytd-quota > 0
                 compute ytd-attained-pct ROUNDED =
                    (team-ytd-actual * 100) / team-ytd-quota
              end-if
              move ytd-attained-pct to team-ytd-att-out
              move team-members to team-members-out
              write print-rec from team-detail-line
           end-if.
       900-write-run-log.
           move spaces to RUN-LOG-REC
           move "QUOTAVAR" to RL-PROGRAM-NAME
