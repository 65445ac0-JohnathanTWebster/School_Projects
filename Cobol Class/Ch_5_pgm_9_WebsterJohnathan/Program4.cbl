       identification division.
       program-id. Ch5Prom.
      *******************************************
      * Faculty promotion in rank.  Each        *
      * member's date in current rank is on the *
      * faculty file, and the promotion rules   *
      * give, for each rank, the next rank up,  *
      * the minimum completed years in the      *
      * current rank, and the salary on         *
      * promotion - a percent increase, held    *
      * up to a floor for the new rank.         *
      * Promotion transactions (faculty, new    *
      * rank, effective date) are checked       *
      * against the rules and applied to the    *
      * faculty file - rank, salary and rank    *
      * date - with an audit trail entry for    *
      * each salary change.  The raise and the  *
      * spread runs read the faculty file, so   *
      * they take the new rank and salary from  *
      * there.  A promotion effective before    *
      * the run owes the months already paid    *
      * at the old salary: the back pay goes    *
      * out as a supplemental payment the way   *
      * the raise back pay does, and for a      *
      * nine-over-twelve electee the spread     *
      * balance is put where the new salary     *
      * would have left it.  Then the fall      *
      * eligibility listing - everyone with the *
      * years in rank to be put up this year.   *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    The faculty file is read whole and rewritten on the
      *    same path when a promotion is applied.
           select Employee-In
               assign to 'C:\Data\Data-In\CH5PP.DAT'
               organization is line sequential
               file status is WS-Emp-File-Stat.
           select Employee-Out
               assign to 'C:\Data\Data-In\CH5PP.DAT'
               organization is line sequential.
           select Rule-File
               assign to 'C:\Data\Data-In\Ch5_PromRule.dat'
               organization is line sequential
               file status is WS-Rule-File-Stat.
           select Prom-Trans-File
               assign to 'C:\Data\Data-In\Ch5_PromTrn.dat'
               organization is line sequential
               file status is WS-Trans-File-Stat.
           select Spread-Elect-File
               assign to 'C:\Data\Data-In\Ch5_Spread.dat'
               organization is line sequential
               file status is WS-Elect-File-Stat.
      *    The balance the next spread run reads.
           select Spread-Bal-In
               assign to 'C:\Data\Data-In\Ch5_SprdBal.dat'
               organization is line sequential
               file status is WS-Bal-File-Stat.
           select Spread-Bal-Out
               assign to 'C:\Data\Data-In\Ch5_SprdBal.dat'
               organization is line sequential.
           select Audit-File
               assign to 'C:\Data\Data-Work\Payroll_Audit.dat'
               organization is line sequential.
      *    Appended to - the back pay of a promotion already
      *    applied cannot be worked out again on a later run.
           select BackPay-File
               assign to 'C:\Data\Data-Out\Ch5_PromBack.dat'
               organization is line sequential
               file status is WS-Back-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Promote-Report
               assign to 'C:\Data\Data-Out\Ch5_Promote.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Employee-In.
       01 Employee-Record.
         05 In-Employee-Number pic x(3).
         05 In-Employee-Last-Name pic x(20).
         05 In-Employee-First-Name pic x(10).
         05 In-Rank            pic xx.
         05 In-Salary          pic 9(6)V99.
         05 In-Rank-Date       pic 9(8).
         05 In-Rank-Date-X redefines In-Rank-Date pic x(8).

       FD Employee-Out.
       01 Employee-Record-Out.
         05 Out-Employee-Number pic x(3).
         05 Out-Employee-Last-Name pic x(20).
         05 Out-Employee-First-Name pic x(10).
         05 Out-Rank           pic xx.
         05 Out-Salary         pic 9(6)V99.
         05 Out-Rank-Date      pic 9(8).
         05 Out-Rank-Date-X redefines Out-Rank-Date pic x(8).

      *********************************************
      * Promotion rules - one row per rank: the    *
      * next rank up (spaces at the top of the     *
      * ladder), the minimum completed years in    *
      * the rank, and the salary on promotion -    *
      * the percent increase or the floor for the  *
      * new rank, whichever is more                *
      *********************************************
       FD Rule-File.
       01 Rule-Rec.
         05 PR-Rank            pic xx.
         05 PR-Next-Rank       pic xx.
         05 PR-Min-Years       pic 9(02).
         05 PR-Pct             pic 9(02)v9.
         05 PR-Floor           pic 9(06)v99.

      *    Promotion transactions - effective date YYYYMMDD.
       FD Prom-Trans-File.
       01 Prom-Trans-Rec.
         05 PT-Employee-Number pic x(03).
         05 PT-New-Rank        pic xx.
         05 PT-Eff-Date        pic 9(08).

       FD Spread-Elect-File.
       01 Spread-Elect-Rec.
         05 SPE-Employee-Number pic x(03).
         05 SPE-Flag            pic x(01).

       FD Spread-Bal-In.
       01 Spread-Bal-Rec-In.
         05 SBI-Employee-Number pic x(03).
         05 SBI-Balance         pic 9(07)v99.

       FD Spread-Bal-Out.
       01 Spread-Bal-Rec-Out.
         05 SBO-Employee-Number pic x(03).
         05 SBO-Balance         pic 9(07)v99.

       FD Audit-File.
       01 Audit-Rec.
           COPY AUDITTRL.

       FD BackPay-File.
       01 BackPay-Rec.
         05 BP-Employee-Number pic x(03).
         05 BP-Amount          pic 9(07)v99.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Promote-Report.
       01 Out-Report-Record    pic x(80).

       working-storage section.
       01 Working-Storage-Work-Areas.
         05 WS-Emp-File-Stat   pic x(02) value '00'.
         05 WS-Rule-File-Stat  pic x(02) value '00'.
         05 WS-Trans-File-Stat pic x(02) value '00'.
         05 WS-Elect-File-Stat pic x(02) value '00'.
         05 WS-Bal-File-Stat   pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Back-File-Stat  pic x(02) value '00'.
         05 WS-Emp-EOF         pic x(03) value 'NO '.
         05 WS-Rule-EOF        pic x(03) value 'NO '.
         05 WS-Trans-EOF       pic x(03) value 'NO '.
         05 WS-Elect-EOF       pic x(03) value 'NO '.
         05 WS-Bal-EOF         pic x(03) value 'NO '.
         05 WS-Reason          pic x(30) value spaces.
         05 WS-Years           pic 9(03) value zero.
         05 WS-New-Salary      pic 9(07)v99 value zero.
         05 WS-Increase        pic 9(07)v99 value zero.
         05 WS-Retro-Months    pic s9(03) value zero.
         05 WS-Academic-Months pic 9(03) value zero.
         05 WS-Cal-MM          pic 9(02) value zero.
         05 WS-Month-Idx       pic 9(03) value zero.
         05 WS-Back-Pay        pic 9(07)v99 value zero.
         05 WS-Bank-Adj        pic s9(07)v99 value zero.
         05 WS-Elected         pic x(01) value 'N'.
         05 WS-Promoted-CNT    pic 9(04) value zero.
         05 WS-Rejected-CNT    pic 9(04) value zero.
         05 WS-Eligible-CNT    pic 9(04) value zero.
         05 WS-Not-Yet-CNT     pic 9(04) value zero.
         05 WS-Top-CNT         pic 9(04) value zero.
         05 WS-Except-CNT      pic 9(04) value zero.
         05 WS-Bal-Changed     pic x(01) value 'N'.
         05 WS-Total-Back      pic 9(08)v99 value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Eff-Date        pic 9(08) value zero.
         05 WS-Eff-Date-R redefines WS-Eff-Date.
           10 WS-Eff-YYYY      pic 9(04).
           10 WS-Eff-MM        pic 9(02).
           10 WS-Eff-DD        pic 9(02).

       01 WS-RunLog-Parm.
         05 RLP-Program        pic x(08) value 'CH5PROM'.
         05 RLP-Text           pic x(60) value spaces.

       01 WS-Fac-Table-Area.
         05 WS-Fac-Count       pic 9(03) value zero.
         05 WS-Fac-Table       occurs 500 times.
           10 WF-Emp            pic x(03).
           10 WF-Last-Name      pic x(20).
           10 WF-First-Name     pic x(10).
           10 WF-Rank           pic xx.
           10 WF-Salary         pic 9(06)v99.
           10 WF-Rank-Date      pic 9(08).
           10 WF-Rank-Date-X redefines WF-Rank-Date pic x(08).
         05 WS-Fac-Idx         pic 9(03) value zero.
         05 WS-Fac-Match       pic 9(03) value zero.

       01 WS-Rule-Table-Area.
         05 WS-Rule-Count      pic 9(02) value zero.
         05 WS-Rule-Table      occurs 20 times.
           10 WR-Rank           pic xx.
           10 WR-Next-Rank      pic xx.
           10 WR-Min-Years      pic 9(02).
           10 WR-Pct            pic 9(02)v9.
           10 WR-Floor          pic 9(06)v99.
         05 WS-Rule-Idx        pic 9(02) value zero.
         05 WS-Rule-Match      pic 9(02) value zero.

       01 WS-Elect-Table-Area.
         05 WS-Elect-Count     pic 9(03) value zero.
         05 WS-Elect-Table     occurs 500 times.
           10 WEL-Emp           pic x(03).
         05 WS-Elect-Idx       pic 9(03) value zero.

       01 WS-Bal-Table-Area.
         05 WS-BalT-Count      pic 9(03) value zero.
         05 WS-BalT-Table      occurs 500 times.
           10 WBT-Emp           pic x(03).
           10 WBT-Balance       pic 9(07)v99.
         05 WS-BalT-Idx        pic 9(03) value zero.
         05 WS-BalT-Match      pic 9(03) value zero.

       01 Headline-Blank       pic x(80) value spaces.

       01 Headline-Header1.
         05                    pic x(18) value spaces.
         05                    pic x(40) value
              'Faculty Promotion in Rank               '.
         05 RPT-MM             pic 9(02).
         05                    pic x value '/'.
         05 RPT-DD             pic 9(02).
         05                    pic x value '/'.
         05 RPT-YYYY           pic 9(04).
         05                    pic x(12) value spaces.

       01 Prom-Title-Line.
         05                    pic x(40) value
              'Promotions applied                      '.
         05                    pic x(40) value spaces.

       01 Prom-Header.
         05                    pic x(40) value
              'Emp Name       Fr To Effective  Old sala'.
         05                    pic x(40) value
              'ry  New salary   Back pay   Bank adj   '.

       01 Prom-Line.
         05 PL-Employee-Number pic x(03).
         05                    pic x(01) value spaces.
         05 PL-Name            pic x(10).
         05                    pic x(01) value spaces.
         05 PL-Old-Rank        pic xx.
         05                    pic x(01) value spaces.
         05 PL-New-Rank        pic xx.
         05                    pic x(01) value spaces.
         05 PL-Eff-Date        pic 9999/99/99.
         05                    pic x(01) value spaces.
         05 PL-Old-Salary      pic $zzz,zz9.99.
         05                    pic x(01) value spaces.
         05 PL-New-Salary      pic $zzz,zz9.99.
         05                    pic x(01) value spaces.
         05 PL-Back-Pay        pic $zz,zz9.99.
         05                    pic x(01) value spaces.
         05 PL-Bank-Adj        pic -zz,zz9.99.
         05                    pic x(02) value spaces.

       01 Reject-Line.
         05                    pic x(02) value spaces.
         05                    pic x(10) value 'REJECTED  '.
         05 RJ-Employee-Number pic x(03).
         05                    pic x(01) value spaces.
         05 RJ-New-Rank        pic xx.
         05                    pic x(01) value spaces.
         05 RJ-Eff-Date        pic x(08).
         05                    pic x(02) value spaces.
         05 RJ-Reason          pic x(30).
         05                    pic x(21) value spaces.

       01 Elig-Title-Line.
         05                    pic x(40) value
              'Eligible for promotion - may be put up t'.
         05                    pic x(14) value 'his fall      '.
         05                    pic x(26) value spaces.

       01 Elig-Header.
         05                    pic x(40) value
              '  Emp Last Name            Rank Rank dat'.
         05                    pic x(40) value
              'e   Yrs  To Min  Salary on promotion    '.

       01 Elig-Line.
         05                    pic x(02) value spaces.
         05 EL-Employee-Number pic x(03).
         05                    pic x(01) value spaces.
         05 EL-Last-Name       pic x(20).
         05                    pic x(01) value spaces.
         05 EL-Rank            pic xx.
         05                    pic x(03) value spaces.
         05 EL-Rank-Date       pic 9999/99/99.
         05                    pic x(01) value spaces.
         05 EL-Years           pic zz9.
         05                    pic x(02) value spaces.
         05 EL-Next-Rank       pic xx.
         05                    pic x(02) value spaces.
         05 EL-Min-Years       pic z9.
         05                    pic x(02) value spaces.
         05 EL-New-Salary      pic $zzz,zz9.99.
         05                    pic x(15) value spaces.

       01 Except-Line.
         05                    pic x(02) value spaces.
         05 EX-Employee-Number pic x(03).
         05                    pic x(01) value spaces.
         05 EX-Last-Name       pic x(20).
         05                    pic x(01) value spaces.
         05 EX-Rank            pic xx.
         05                    pic x(03) value spaces.
         05 EX-Reason          pic x(30).
         05                    pic x(18) value spaces.

       01 TL-Count-Line.
         05                    pic x(02) value spaces.
         05 TL-Label           pic x(36).
         05 TL-Count           pic zzz9.
         05                    pic x(38) value spaces.

       01 TL-Back-Line.
         05                    pic x(02) value spaces.
         05                    pic x(36) value
              'Promotion back pay to Ch5_PromBack: '.
         05 TL-Back            pic $z,zzz,zz9.99.
         05                    pic x(29) value spaces.

       procedure division.

      ******************************************
      * Main Program                           *
      ******************************************

       100-Main-Module.
           perform 110-Startup-Rtn.
           perform 120-Load-Faculty-Rtn.
           perform 130-Load-Rules-Rtn.
           perform 140-Load-Elections-Rtn.
           perform 150-Load-Balances-Rtn.
           perform 200-Promote-Rtn.
           if WS-Promoted-CNT > zero
               perform 400-Rewrite-Faculty-Rtn
           end-if.
           if WS-Bal-Changed = 'Y'
               perform 450-Rewrite-Balances-Rtn
           end-if.
           perform 300-Eligibility-Rtn.
           close Promote-Report
                 BackPay-File
                 Audit-File.
           move spaces to RLP-Text.
           string 'RUN ENDED - PROMOTED ' WS-Promoted-CNT
               ' REJECTED ' WS-Rejected-CNT
               ' ELIGIBLE ' WS-Eligible-CNT
               delimited by size into RLP-Text.
           call 'RUNLOG' using WS-RunLog-Parm.
           goback.

       110-Startup-Rtn.
           open output Promote-Report.
           open extend BackPay-File.
           if WS-Back-File-Stat = '35'
               open output BackPay-File
           end-if.
           open extend Audit-File.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           move 'RUN STARTED' to RLP-Text.
           call 'RUNLOG' using WS-RunLog-Parm.
           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-MM
                       move OVR-DD to WS-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.

           move WS-MM to RPT-MM.
           move WS-DD to RPT-DD.
           move WS-Run-YYYY to RPT-YYYY.
           write Out-Report-Record from Headline-Header1.
           write Out-Report-Record from Headline-Blank.

       120-Load-Faculty-Rtn.
           open input Employee-In.
           if WS-Emp-File-Stat not = '00'
               display 'FACULTY FILE NOT AVAILABLE, STATUS: '
                   WS-Emp-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Emp-EOF = 'YES'
               read Employee-In
                   at end
                       move 'YES' to WS-Emp-EOF
                   not at end
                       if WS-Fac-Count < 500
                           add 1 to WS-Fac-Count
                           move In-Employee-Number
                               to WF-Emp(WS-Fac-Count)
                           move In-Employee-Last-Name
                               to WF-Last-Name(WS-Fac-Count)
                           move In-Employee-First-Name
                               to WF-First-Name(WS-Fac-Count)
                           move In-Rank to WF-Rank(WS-Fac-Count)
                           move In-Salary to WF-Salary(WS-Fac-Count)
                           perform 125-Store-Rank-Date-Rtn
                       else
                           display 'FACULTY TABLE CAPACITY EXCEEDED '
                               'AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Employee-In.

      *    A rank date not yet keyed is held as spaces so it shows
      *    as missing, not as a member in rank since year zero.
       125-Store-Rank-Date-Rtn.
           if In-Rank-Date-X numeric and In-Rank-Date > zero
               move In-Rank-Date-X to WF-Rank-Date-X(WS-Fac-Count)
           else
               move spaces to WF-Rank-Date-X(WS-Fac-Count)
           end-if.

       130-Load-Rules-Rtn.
           open input Rule-File.
           if WS-Rule-File-Stat not = '00'
               display 'PROMOTION RULES NOT AVAILABLE, STATUS: '
                   WS-Rule-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Rule-EOF = 'YES'
               read Rule-File
                   at end
                       move 'YES' to WS-Rule-EOF
                   not at end
                       if WS-Rule-Count < 20
                           add 1 to WS-Rule-Count
                           move PR-Rank to WR-Rank(WS-Rule-Count)
                           move PR-Next-Rank
                               to WR-Next-Rank(WS-Rule-Count)
                           move PR-Min-Years
                               to WR-Min-Years(WS-Rule-Count)
                           move PR-Pct to WR-Pct(WS-Rule-Count)
                           move PR-Floor to WR-Floor(WS-Rule-Count)
                       else
                           display 'PROMOTION RULE TABLE CAPACITY '
                               'EXCEEDED AT 20 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Rule-File.

       140-Load-Elections-Rtn.
           open input Spread-Elect-File.
           if WS-Elect-File-Stat not = '00'
               move 'YES' to WS-Elect-EOF
           end-if.
           perform until WS-Elect-EOF = 'YES'
               read Spread-Elect-File
                   at end
                       move 'YES' to WS-Elect-EOF
                   not at end
                       if SPE-Flag = 'Y'
                           if WS-Elect-Count < 500
                               add 1 to WS-Elect-Count
                               move SPE-Employee-Number
                                   to WEL-Emp(WS-Elect-Count)
                           else
                               display 'SPREAD ELECTION TABLE '
                                   'CAPACITY EXCEEDED AT 500 - '
                                   'RUN HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Elect-File-Stat = '00'
               or WS-Elect-File-Stat = '10'
               close Spread-Elect-File
           end-if.

       150-Load-Balances-Rtn.
           open input Spread-Bal-In.
           if WS-Bal-File-Stat not = '00'
               move 'YES' to WS-Bal-EOF
           end-if.
           perform until WS-Bal-EOF = 'YES'
               read Spread-Bal-In
                   at end
                       move 'YES' to WS-Bal-EOF
                   not at end
                       if WS-BalT-Count < 500
                           add 1 to WS-BalT-Count
                           move SBI-Employee-Number
                               to WBT-Emp(WS-BalT-Count)
                           move SBI-Balance
                               to WBT-Balance(WS-BalT-Count)
                       else
                           display 'SPREAD BALANCE TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Bal-File-Stat = '00' or WS-Bal-File-Stat = '10'
               close Spread-Bal-In
           end-if.

      *********************************************
      * Apply the promotion transactions - each   *
      * must be to the next rank up the ladder,   *
      * with the years in rank done by the        *
      * effective date, and not yet in effect     *
      * after the run date                        *
      *********************************************
       200-Promote-Rtn.
           write Out-Report-Record from Prom-Title-Line.
           write Out-Report-Record from Prom-Header.
           open input Prom-Trans-File.
           if WS-Trans-File-Stat not = '00'
               move 'YES' to WS-Trans-EOF
           end-if.
           perform until WS-Trans-EOF = 'YES'
               read Prom-Trans-File
                   at end
                       move 'YES' to WS-Trans-EOF
                   not at end
                       perform 210-Check-Trans-Rtn
               end-read
           end-perform.
           if WS-Trans-File-Stat = '00' or WS-Trans-File-Stat = '10'
               close Prom-Trans-File
           end-if.
           if WS-Promoted-CNT = zero and WS-Rejected-CNT = zero
               move '  NO PROMOTIONS THIS RUN' to Out-Report-Record
               write Out-Report-Record
           end-if.
           write Out-Report-Record from Headline-Blank.

       210-Check-Trans-Rtn.
           move spaces to WS-Reason.
           move zero to WS-Fac-Match WS-Rule-Match.
           perform varying WS-Fac-Idx from 1 by 1
               until WS-Fac-Idx > WS-Fac-Count
               if WF-Emp(WS-Fac-Idx) = PT-Employee-Number
                   move WS-Fac-Idx to WS-Fac-Match
                   move WS-Fac-Count to WS-Fac-Idx
               end-if
           end-perform.
           if WS-Fac-Match > zero
               perform varying WS-Rule-Idx from 1 by 1
                   until WS-Rule-Idx > WS-Rule-Count
                   if WR-Rank(WS-Rule-Idx) = WF-Rank(WS-Fac-Match)
                       move WS-Rule-Idx to WS-Rule-Match
                       move WS-Rule-Count to WS-Rule-Idx
                   end-if
               end-perform
           end-if.

           evaluate true
               when WS-Fac-Match = zero
                   move 'NOT ON THE FACULTY FILE' to WS-Reason
               when PT-Eff-Date not numeric
                   move 'EFFECTIVE DATE NOT VALID' to WS-Reason
               when PT-Eff-Date > WS-Run-Date-Key
                   move 'NOT YET EFFECTIVE - HOLD' to WS-Reason
               when WS-Rule-Match = zero
                   move 'NO PROMOTION RULE FOR RANK' to WS-Reason
               when WR-Next-Rank(WS-Rule-Match) = spaces
                   move 'ALREADY AT THE TOP RANK' to WS-Reason
               when WR-Next-Rank(WS-Rule-Match) not = PT-New-Rank
                   move 'NOT THE NEXT RANK UP' to WS-Reason
               when WF-Rank-Date-X(WS-Fac-Match) not numeric
                   move 'NO RANK DATE ON FACULTY FILE' to WS-Reason
               when PT-Eff-Date < WF-Rank-Date(WS-Fac-Match)
                   move 'EFFECTIVE BEFORE RANK DATE' to WS-Reason
               when other
                   compute WS-Years =
                       (PT-Eff-Date - WF-Rank-Date(WS-Fac-Match))
                       / 10000
                   if WS-Years < WR-Min-Years(WS-Rule-Match)
                       move 'TOO FEW YEARS IN RANK' to WS-Reason
                   end-if
           end-evaluate.

           if WS-Reason = spaces
               perform 220-Apply-Promotion-Rtn
           else
               add 1 to WS-Rejected-CNT
               move PT-Employee-Number to RJ-Employee-Number
               move PT-New-Rank to RJ-New-Rank
               move PT-Eff-Date to RJ-Eff-Date
               move WS-Reason to RJ-Reason
               write Out-Report-Record from Reject-Line
           end-if.

      *    The new salary is the percent increase or the floor
      *    for the new rank, whichever is more - never a cut.
       220-Apply-Promotion-Rtn.
           compute WS-New-Salary rounded =
               WF-Salary(WS-Fac-Match)
               * (1 + (WR-Pct(WS-Rule-Match) / 100)).
           if WS-New-Salary < WR-Floor(WS-Rule-Match)
               move WR-Floor(WS-Rule-Match) to WS-New-Salary
           end-if.
           subtract WF-Salary(WS-Fac-Match) from WS-New-Salary
               giving WS-Increase.
           move PT-Eff-Date to WS-Eff-Date.

           perform 230-Retro-Rtn.

           move PT-Employee-Number to PL-Employee-Number.
           move WF-Last-Name(WS-Fac-Match) to PL-Name.
           move WF-Rank(WS-Fac-Match) to PL-Old-Rank.
           move PT-New-Rank to PL-New-Rank.
           move PT-Eff-Date to PL-Eff-Date.
           move WF-Salary(WS-Fac-Match) to PL-Old-Salary.
           move WS-New-Salary to PL-New-Salary.
           move WS-Back-Pay to PL-Back-Pay.
           move WS-Bank-Adj to PL-Bank-Adj.
           write Out-Report-Record from Prom-Line.

           move PT-Employee-Number to AUD-Emp-No.
           move 'CH5PROM' to AUD-Program.
           move WF-Salary(WS-Fac-Match) to AUD-Old-Value.
           move WS-New-Salary to AUD-New-Value.
           move WS-MM to AUD-Run-MM.
           move WS-DD to AUD-Run-DD.
           move WS-Run-YYYY to AUD-Run-YYYY.
           write Audit-Rec.

           move PT-New-Rank to WF-Rank(WS-Fac-Match).
           move WS-New-Salary to WF-Salary(WS-Fac-Match).
           move PT-Eff-Date to WF-Rank-Date(WS-Fac-Match).
           add 1 to WS-Promoted-CNT.

      *********************************************
      * Months already paid at the old salary     *
      * since the effective month.  Not elected:  *
      * one ninth of the increase for each        *
      * academic month.  Elected: one twelfth     *
      * every month, and the spread balance moves *
      * by what the academic months would have    *
      * banked less what the summer months would  *
      * have drawn.                               *
      *********************************************
       230-Retro-Rtn.
           move zero to WS-Back-Pay WS-Bank-Adj WS-Academic-Months.
           compute WS-Retro-Months =
               ((WS-Run-YYYY - WS-Eff-YYYY) * 12)
               + WS-MM - WS-Eff-MM.
           if WS-Retro-Months < zero
               move zero to WS-Retro-Months
           end-if.
           move WS-Eff-MM to WS-Cal-MM.
           perform varying WS-Month-Idx from 1 by 1
               until WS-Month-Idx > WS-Retro-Months
               if WS-Cal-MM < 6 or WS-Cal-MM > 8
                   add 1 to WS-Academic-Months
               end-if
               add 1 to WS-Cal-MM
               if WS-Cal-MM > 12
                   move 1 to WS-Cal-MM
               end-if
           end-perform.

           move 'N' to WS-Elected.
           perform varying WS-Elect-Idx from 1 by 1
               until WS-Elect-Idx > WS-Elect-Count
               if WEL-Emp(WS-Elect-Idx) = PT-Employee-Number
                   move 'Y' to WS-Elected
                   move WS-Elect-Count to WS-Elect-Idx
               end-if
           end-perform.

           if WS-Elected = 'Y'
               compute WS-Back-Pay rounded =
                   WS-Increase * WS-Retro-Months / 12
               compute WS-Bank-Adj rounded =
                   (WS-Increase * WS-Academic-Months / 9)
                   - (WS-Increase * WS-Retro-Months / 12)
               if WS-Bank-Adj not = zero
                   perform 240-Adjust-Balance-Rtn
               end-if
           else
               compute WS-Back-Pay rounded =
                   WS-Increase * WS-Academic-Months / 9
           end-if.

           if WS-Back-Pay > zero
               move PT-Employee-Number to BP-Employee-Number
               move WS-Back-Pay to BP-Amount
               write BackPay-Rec
               add WS-Back-Pay to WS-Total-Back
           end-if.

      *    The balance can come down only as far as zero.
       240-Adjust-Balance-Rtn.
           move zero to WS-BalT-Match.
           perform varying WS-BalT-Idx from 1 by 1
               until WS-BalT-Idx > WS-BalT-Count
               if WBT-Emp(WS-BalT-Idx) = PT-Employee-Number
                   move WS-BalT-Idx to WS-BalT-Match
                   move WS-BalT-Count to WS-BalT-Idx
               end-if
           end-perform.
           if WS-BalT-Match = zero
               if WS-BalT-Count < 500
                   add 1 to WS-BalT-Count
                   move WS-BalT-Count to WS-BalT-Match
                   move PT-Employee-Number to WBT-Emp(WS-BalT-Match)
                   move zero to WBT-Balance(WS-BalT-Match)
               else
                   display 'SPREAD BALANCE TABLE CAPACITY '
                       'EXCEEDED AT 500 - RUN HALTED'
                   stop run
               end-if
           end-if.
           if WS-Bank-Adj < zero
               and (zero - WS-Bank-Adj) > WBT-Balance(WS-BalT-Match)
               compute WS-Bank-Adj = zero - WBT-Balance(WS-BalT-Match)
           end-if.
           add WS-Bank-Adj to WBT-Balance(WS-BalT-Match).
           move 'Y' to WS-Bal-Changed.

      *********************************************
      * The fall eligibility listing - completed  *
      * years in the current rank as of the run   *
      * date against the rule for the rank        *
      *********************************************
       300-Eligibility-Rtn.
           write Out-Report-Record from Elig-Title-Line.
           write Out-Report-Record from Elig-Header.
           perform varying WS-Fac-Idx from 1 by 1
               until WS-Fac-Idx > WS-Fac-Count
               perform 310-Check-Eligible-Rtn
           end-perform.
           write Out-Report-Record from Headline-Blank.

           if WS-Except-CNT > zero
               move '  Not listed - fix the faculty file or rules'
                   to Out-Report-Record
               write Out-Report-Record
               perform varying WS-Fac-Idx from 1 by 1
                   until WS-Fac-Idx > WS-Fac-Count
                   perform 320-Check-Except-Rtn
               end-perform
               write Out-Report-Record from Headline-Blank
           end-if.

           move 'Promotions applied:' to TL-Label.
           move WS-Promoted-CNT to TL-Count.
           write Out-Report-Record from TL-Count-Line.
           move 'Promotions rejected:' to TL-Label.
           move WS-Rejected-CNT to TL-Count.
           write Out-Report-Record from TL-Count-Line.
           move 'Eligible for promotion:' to TL-Label.
           move WS-Eligible-CNT to TL-Count.
           write Out-Report-Record from TL-Count-Line.
           move 'Not yet eligible:' to TL-Label.
           move WS-Not-Yet-CNT to TL-Count.
           write Out-Report-Record from TL-Count-Line.
           move 'At the top rank:' to TL-Label.
           move WS-Top-CNT to TL-Count.
           write Out-Report-Record from TL-Count-Line.
           move WS-Total-Back to TL-Back.
           write Out-Report-Record from TL-Back-Line.

       310-Check-Eligible-Rtn.
           perform 315-Find-Rule-Rtn.
           evaluate true
               when WS-Rule-Match = zero
                   continue
               when WR-Next-Rank(WS-Rule-Match) = spaces
                   add 1 to WS-Top-CNT
               when WF-Rank-Date-X(WS-Fac-Idx) not numeric
                   continue
               when other
                   compute WS-Years =
                       (WS-Run-Date-Key - WF-Rank-Date(WS-Fac-Idx))
                       / 10000
                   if WS-Years < WR-Min-Years(WS-Rule-Match)
                       add 1 to WS-Not-Yet-CNT
                   else
                       add 1 to WS-Eligible-CNT
                       compute WS-New-Salary rounded =
                           WF-Salary(WS-Fac-Idx)
                           * (1 + (WR-Pct(WS-Rule-Match) / 100))
                       if WS-New-Salary < WR-Floor(WS-Rule-Match)
                           move WR-Floor(WS-Rule-Match)
                               to WS-New-Salary
                       end-if
                       move WF-Emp(WS-Fac-Idx) to EL-Employee-Number
                       move WF-Last-Name(WS-Fac-Idx) to EL-Last-Name
                       move WF-Rank(WS-Fac-Idx) to EL-Rank
                       move WF-Rank-Date(WS-Fac-Idx) to EL-Rank-Date
                       move WS-Years to EL-Years
                       move WR-Next-Rank(WS-Rule-Match)
                           to EL-Next-Rank
                       move WR-Min-Years(WS-Rule-Match)
                           to EL-Min-Years
                       move WS-New-Salary to EL-New-Salary
                       write Out-Report-Record from Elig-Line
                   end-if
           end-evaluate.

       315-Find-Rule-Rtn.
           move zero to WS-Rule-Match.
           perform varying WS-Rule-Idx from 1 by 1
               until WS-Rule-Idx > WS-Rule-Count
               if WR-Rank(WS-Rule-Idx) = WF-Rank(WS-Fac-Idx)
                   move WS-Rule-Idx to WS-Rule-Match
                   move WS-Rule-Count to WS-Rule-Idx
               end-if
           end-perform.
           if WS-Rule-Match = zero
               add 1 to WS-Except-CNT
           else
               if WR-Next-Rank(WS-Rule-Match) not = spaces
                   and WF-Rank-Date-X(WS-Fac-Idx) not numeric
                   add 1 to WS-Except-CNT
               end-if
           end-if.

       320-Check-Except-Rtn.
           move spaces to WS-Reason.
           move zero to WS-Rule-Match.
           perform varying WS-Rule-Idx from 1 by 1
               until WS-Rule-Idx > WS-Rule-Count
               if WR-Rank(WS-Rule-Idx) = WF-Rank(WS-Fac-Idx)
                   move WS-Rule-Idx to WS-Rule-Match
                   move WS-Rule-Count to WS-Rule-Idx
               end-if
           end-perform.
           if WS-Rule-Match = zero
               move 'NO PROMOTION RULE FOR RANK' to WS-Reason
           else
               if WR-Next-Rank(WS-Rule-Match) not = spaces
                   and WF-Rank-Date-X(WS-Fac-Idx) not numeric
                   move 'NO RANK DATE ON FACULTY FILE' to WS-Reason
               end-if
           end-if.
           if WS-Reason not = spaces
               move WF-Emp(WS-Fac-Idx) to EX-Employee-Number
               move WF-Last-Name(WS-Fac-Idx) to EX-Last-Name
               move WF-Rank(WS-Fac-Idx) to EX-Rank
               move WS-Reason to EX-Reason
               write Out-Report-Record from Except-Line
           end-if.

      *********************************************
      * Rewrite the faculty file with the new     *
      * rank, salary and rank date, in the order  *
      * it was read                               *
      *********************************************
       400-Rewrite-Faculty-Rtn.
           open output Employee-Out.
           perform varying WS-Fac-Idx from 1 by 1
               until WS-Fac-Idx > WS-Fac-Count
               move WF-Emp(WS-Fac-Idx) to Out-Employee-Number
               move WF-Last-Name(WS-Fac-Idx) to Out-Employee-Last-Name
               move WF-First-Name(WS-Fac-Idx)
                   to Out-Employee-First-Name
               move WF-Rank(WS-Fac-Idx) to Out-Rank
               move WF-Salary(WS-Fac-Idx) to Out-Salary
               move WF-Rank-Date-X(WS-Fac-Idx) to Out-Rank-Date-X
               write Employee-Record-Out
           end-perform.
           close Employee-Out.

       450-Rewrite-Balances-Rtn.
           open output Spread-Bal-Out.
           perform varying WS-BalT-Idx from 1 by 1
               until WS-BalT-Idx > WS-BalT-Count
               move WBT-Emp(WS-BalT-Idx) to SBO-Employee-Number
               move WBT-Balance(WS-BalT-Idx) to SBO-Balance
               write Spread-Bal-Rec-Out
           end-perform.
           close Spread-Bal-Out.

       end program Ch5Prom.
