               assign to 'C:\Data\Data-In\Ch7_PoolOvrd.dat'
               organization is line sequential
               file status is WS-POvr-File-Stat.
           select Review-By-Sup
               assign to 'C:\Data\Data-Out\Ch7_RevBySup.rpt'
               organization is line sequential.
           select Perf-Review-File
               assign to 'C:\Data\Data-In\Pay_PerfRev.dat'
               organization is line sequential
               file status is WS-Rev-File-Stat.
           select Merit-File
               assign to 'C:\Data\Data-In\Ch7_Merit.dat'
               organization is line sequential
               file status is WS-Mrt-File-Stat.
           select Range-Table-File
               assign to 'C:\Data\Data-In\Ch6_SalRange.dat'
               organization is line sequential
               file status is WS-Rng-File-Stat.

       data division.
       File section.
       01 Pool-Ovrd-Rec.
         05 POV-Job-Class      pic x(02).

      *********************************************
      * The proposal review split by manager -     *
      * each supervisor's section holds the        *
      * proposed raises of everyone under them,    *
      * directly or down the line                  *
      *********************************************
       FD Review-By-Sup.
       01 Review-Rec           pic x(80).

       FD Perf-Review-File.
       01 Perf-Review-Rec.
           COPY PERFREV.

      *********************************************
      * Merit matrix - one row per rating, the    *
      * raise percent for each compa-ratio band:  *
      * under .900, .900 to under 1.000, 1.000 to *
      * under 1.100, and 1.100 and over           *
      *********************************************
       FD Merit-File.
       01 Merit-Rec.
         05 MRT-Rating         pic 9(01).
         05 MRT-Pct            pic v999 occurs 4 times.

      *    The same class range table Ch6Range checks pay against.
       FD Range-Table-File.
       01 RANGE-REC.
         05 RNG-Job-Class      pic x(02).
         05 RNG-Minimum        pic 9(06).
         05 RNG-Maximum        pic 9(06).

       FD Payroll-Updated.
       01 Updated-Record       pic x(80).

         05 WS-New-Sal-Work    pic 9(06) value zero.
         05 WS-New-Dues-Work   pic 9(03)v99 value zero.
         05 WS-New-Ins-Work    pic 9(04)v99 value zero.
         05 WS-Rev-File-Stat   pic x(02) value '00'.
         05 WS-Mrt-File-Stat   pic x(02) value '00'.
         05 WS-Rng-File-Stat   pic x(02) value '00'.
         05 WS-Rev-EOF         pic x(03) value 'NO '.
         05 WS-Mrt-EOF         pic x(03) value 'NO '.
         05 WS-Rng-EOF         pic x(03) value 'NO '.
         05 WS-Merit-Avail     pic x(03) value 'NO '.
         05 WS-Sal-Pct         pic v999 value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
         05 WS-Prop-Match      pic 9(03) value zero.
         05 WS-Prop-Found      pic x(01) value 'N'.

      *********************************************
      * Each proposal's review line and the        *
      * reporting chain above the employee         *
      *********************************************
       01 WS-Route-Table-Area.
         05 WS-Rte-Count       pic 9(03) value zero.
         05 WS-Rte-Table       occurs 300 times.
           10 WR-Emp            pic x(05).
           10 WR-Line           pic x(80).
           10 WR-Status         pic x(02).
           10 WR-Depth          pic 9(02).
           10 WR-Chain          pic x(05) occurs 10 times.
         05 WS-Rte-Idx         pic 9(03) value zero.
         05 WS-Boss-Count      pic 9(03) value zero.
         05 WS-Boss-Table      occurs 300 times.
           10 WB-Sup            pic x(05).
           10 WB-Name           pic x(20).
         05 WS-Boss-Idx        pic 9(03) value zero.
         05 WS-Boss-Match      pic 9(03) value zero.
         05 WS-Lvl-Idx         pic 9(02) value zero.
         05 WS-Swap-Sup        pic x(05) value spaces.
         05 WS-Swap-Name       pic x(20) value spaces.
         05 WS-In-Section      pic x(01) value 'N'.
         05 WS-Unrouted-Count  pic 9(03) value zero.

       01 WS-SupChn-Parm.
         05 SCP-Emp-No         pic x(05).
         05 SCP-Status         pic x(02).
         05 SCP-Depth          pic 9(02).
         05 SCP-Chain          occurs 10 times.
           10 SCP-Sup-No        pic x(05).
           10 SCP-Sup-Name      pic x(20).

       01 Print-Sup-Head.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(11) value 'Supervisor '.
         05 PSH-Sup            pic x(05).
         05 Filler             pic x(02) value spaces.
         05 PSH-Name           pic x(20).
         05 Filler             pic x(39) value
              '  - direct and indirect reports        '.

       01 Print-Unrouted-Head.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(44) value
              'No clean reporting chain - route by hand    '.
         05 Filler             pic x(33) value spaces.

       01 Print-Unrouted-Line.
         05 Filler             pic x(06) value spaces.
         05 PUL-Emp            pic x(05).
         05 Filler             pic x(02) value spaces.
         05 PUL-Reason         pic x(40).
         05 Filler             pic x(27) value spaces.

      *********************************************
      * Latest review per employee, the merit     *
      * matrix by rating, and the class ranges    *
      * the compa-ratio is taken against          *
      *********************************************
       01 WS-Review-Table-Area.
         05 WS-Rev-Count       pic 9(04) value zero.
         05 WS-Rev-Table       occurs 2000 times.
           10 WV-Emp-No         pic x(05).
           10 WV-Date           pic 9(08).
           10 WV-Rating         pic 9(01).
         05 WS-Rev-Idx         pic 9(04) value zero.
         05 WS-Rev-Match       pic 9(04) value zero.
         05 WS-Rev-Key.
           10 WS-Rev-Key-YYYY   pic 9(04).
           10 WS-Rev-Key-MM     pic 9(02).
           10 WS-Rev-Key-DD     pic 9(02).
         05 WS-Rev-Key-Num redefines WS-Rev-Key pic 9(08).
         05 WS-Rev-Cutoff      pic 9(08) value zero.

       01 WS-Merit-Table-Area.
         05 WS-Merit-Row       occurs 5 times.
           10 WM-Loaded         pic x(01) value 'N'.
           10 WM-Pct            pic v999 occurs 4 times.
         05 WS-Merit-Band      pic 9(01) value zero.
         05 WS-Merit-Rating    pic 9(01) value zero.
         05 WS-Compa-Ratio     pic 9(02)v999 value zero.
         05 WS-Range-Mid       pic 9(06)v9 value zero.

       01 WS-SalRange-Area.
         05 WS-Rng-Count       pic 9(02) value zero.
         05 WS-Rng-Table       occurs 50 times.
           10 WG-Class          pic x(02).
           10 WG-Min            pic 9(06).
           10 WG-Max            pic 9(06).
         05 WS-Rng-Idx         pic 9(02) value zero.
         05 WS-Rng-Match       pic 9(02) value zero.

      *********************************************
      * Employees held out of the proposal for    *
      * want of a current review, with the       *
      * reason, listed at the end of the report   *
      *********************************************
       01 WS-Held-Out-Area.
         05 WS-Out-Count       pic 9(03) value zero.
         05 WS-Out-Table       occurs 300 times.
           10 WO-Emp-No         pic x(05).
           10 WO-Name           pic x(20).
           10 WO-Reason         pic x(40).
         05 WS-Out-Idx         pic 9(03) value zero.
         05 WS-Out-Reason      pic x(40) value spaces.
         05 WS-Review-OK       pic x(01) value 'N'.

       01 Print-Held-Head.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(44) value
              'HELD OUT - NO CURRENT PERFORMANCE REVIEW    '.
         05 Filler             pic x(33) value spaces.

       01 Print-Held-Line.
         05 Filler             pic x(06) value spaces.
         05 PHL-Emp            pic x(05).
         05 Filler             pic x(02) value spaces.
         05 PHL-Name           pic x(20).
         05 Filler             pic x(02) value spaces.
         05 PHL-Reason         pic x(40).
         05 Filler             pic x(05) value spaces.

       01 WS-Appr-Table-Area.
         05 WS-Appr-Count      pic 9(02) value zero.
         05 WS-Appr-Table      occurs 10 times.
               perform 138-Check-Pools-Rtn
           else
               open output Propose-File
                           Review-By-Sup
           end-if.

           perform 140-Load-Filter-Rtn.
           perform 150-Load-Rates-Rtn.
           if WS-Run-Mode = 'P'
               perform 155-Load-Reviews-Rtn
               perform 156-Load-Merit-Rtn
               perform 157-Load-Ranges-Rtn
           end-if.

           move 1 to WS-PageNum
           accept WS-Date from date
               close Rate-File
           end-if.

      *********************************************
      * Latest performance review per employee -  *
      * without the file nobody has a current     *
      * review, so the whole proposal is held     *
      *********************************************
       155-Load-Reviews-Rtn.
           open input Perf-Review-File.
           if WS-Rev-File-Stat not = '00'
               display 'PERFORMANCE REVIEW FILE NOT AVAILABLE - '
                   'EVERY EMPLOYEE WILL BE HELD OUT'
               move 'YES' to WS-Rev-EOF
           end-if.
           perform until WS-Rev-EOF = 'YES'
               read Perf-Review-File
                   at end
                       move 'YES' to WS-Rev-EOF
                   not at end
                       perform 155-Keep-Review-Rtn
               end-read
           end-perform.
           if WS-Rev-File-Stat = '00' or WS-Rev-File-Stat = '10'
               close Perf-Review-File
           end-if.

       155-Keep-Review-Rtn.
           move zero to WS-Rev-Match.
           perform varying WS-Rev-Idx from 1 by 1
               until WS-Rev-Idx > WS-Rev-Count
                  or WS-Rev-Match > zero
               if WV-Emp-No(WS-Rev-Idx) = REV-Emp-No
                   move WS-Rev-Idx to WS-Rev-Match
               end-if
           end-perform.
           if WS-Rev-Match = zero
               if WS-Rev-Count < 2000
                   add 1 to WS-Rev-Count
                   move WS-Rev-Count to WS-Rev-Match
                   move REV-Emp-No to WV-Emp-No(WS-Rev-Match)
                   move zero to WV-Date(WS-Rev-Match)
               else
                   display 'REVIEW TABLE CAPACITY EXCEEDED AT 2000 '
                       '- RUN HALTED'
                   stop run
               end-if
           end-if.
           if REV-Date > WV-Date(WS-Rev-Match)
               move REV-Date to WV-Date(WS-Rev-Match)
               move REV-Rating to WV-Rating(WS-Rev-Match)
           end-if.

      *********************************************
      * The merit matrix.  With no matrix on file *
      * the class rates below still price the     *
      * raise, but a current review is required   *
      * either way                                *
      *********************************************
       156-Load-Merit-Rtn.
           open input Merit-File.
           if WS-Mrt-File-Stat not = '00'
               display 'MERIT MATRIX NOT AVAILABLE - RAISES PRICED '
                   'FROM THE JOB CLASS RATES'
               move 'YES' to WS-Mrt-EOF
           end-if.
           perform until WS-Mrt-EOF = 'YES'
               read Merit-File
                   at end
                       move 'YES' to WS-Mrt-EOF
                   not at end
                       if MRT-Rating > zero and MRT-Rating < 6
                           move 'YES' to WS-Merit-Avail
                           move 'Y' to WM-Loaded(MRT-Rating)
                           move MRT-Pct(1) to WM-Pct(MRT-Rating, 1)
                           move MRT-Pct(2) to WM-Pct(MRT-Rating, 2)
                           move MRT-Pct(3) to WM-Pct(MRT-Rating, 3)
                           move MRT-Pct(4) to WM-Pct(MRT-Rating, 4)
                       end-if
               end-read
           end-perform.
           if WS-Mrt-File-Stat = '00' or WS-Mrt-File-Stat = '10'
               close Merit-File
           end-if.

       157-Load-Ranges-Rtn.
           open input Range-Table-File.
           if WS-Rng-File-Stat not = '00'
               move 'YES' to WS-Rng-EOF
           end-if.
           perform until WS-Rng-EOF = 'YES'
               read Range-Table-File
                   at end
                       move 'YES' to WS-Rng-EOF
                   not at end
                       if WS-Rng-Count < 50
                           add 1 to WS-Rng-Count
                           move RNG-Job-Class
                               to WG-Class(WS-Rng-Count)
                           move RNG-Minimum to WG-Min(WS-Rng-Count)
                           move RNG-Maximum to WG-Max(WS-Rng-Count)
                       else
                           display 'RANGE TABLE CAPACITY EXCEEDED '
                               'AT 50 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Rng-File-Stat = '00' or WS-Rng-File-Stat = '10'
               close Range-Table-File
           end-if.

      *********************************************
      * Look up the raise rates for a job class   *
      *********************************************
               write Updated-Record from Payroll-Record
           else
               if WS-Selected = 'Y'
                   perform 271-Check-Review-Rtn
                       through 271-Exit
                   if WS-Review-OK = 'Y'
                       perform 275-Propose-Rtn
                   else
                       perform 273-Hold-Out-Rtn
                   end-if
               end-if
           end-if.

      *********************************************
      * A raise needs a review held within the    *
      * last year.  With the merit matrix on file *
      * the rating and where the salary sits in   *
      * the class range (compa-ratio, salary over *
      * range midpoint) pick the raise percent    *
      *********************************************
       271-Check-Review-Rtn.
           move 'N' to WS-Review-OK.
           move zero to WS-Rev-Match.
           perform varying WS-Rev-Idx from 1 by 1
               until WS-Rev-Idx > WS-Rev-Count
                  or WS-Rev-Match > zero
               if WV-Emp-No(WS-Rev-Idx) = Employee-Number
                   move WS-Rev-Idx to WS-Rev-Match
               end-if
           end-perform.
           if WS-Rev-Match = zero
               move 'NO PERFORMANCE REVIEW ON FILE' to WS-Out-Reason
               go to 271-Exit
           end-if.

           compute WS-Rev-Cutoff = ((WS-Run-YYYY - 1) * 10000)
               + (WS-MM * 100) + WS-DD.
           if WV-Date(WS-Rev-Match) < WS-Rev-Cutoff
               move WV-Date(WS-Rev-Match) to WS-Rev-Key-Num
               move spaces to WS-Out-Reason
               string 'LAST REVIEW ' WS-Rev-Key-MM '/' WS-Rev-Key-DD
                   '/' WS-Rev-Key-YYYY ' - OVER A YEAR OLD'
                   delimited by size into WS-Out-Reason
               go to 271-Exit
           end-if.

           if WS-Merit-Avail = 'YES'
               move WV-Rating(WS-Rev-Match) to WS-Merit-Rating
               if WS-Merit-Rating = zero or WS-Merit-Rating > 5
                   move spaces to WS-Out-Reason
                   string 'RATING ' WS-Merit-Rating
                       ' NOT IN THE MERIT MATRIX'
                       delimited by size into WS-Out-Reason
                   go to 271-Exit
               end-if
               if WM-Loaded(WS-Merit-Rating) not = 'Y'
                   move spaces to WS-Out-Reason
                   string 'RATING ' WS-Merit-Rating
                       ' NOT IN THE MERIT MATRIX'
                       delimited by size into WS-Out-Reason
                   go to 271-Exit
               end-if
               perform 272-Compa-Band-Rtn
               if WS-Merit-Band = zero
                   move spaces to WS-Out-Reason
                   string 'NO SALARY RANGE FOR JOB CLASS ' Job-Class
                       delimited by size into WS-Out-Reason
                   go to 271-Exit
               end-if
               move WM-Pct(WS-Merit-Rating, WS-Merit-Band)
                   to WS-Sal-Pct
           end-if.
           move 'Y' to WS-Review-OK.

       271-Exit.
           exit.

       272-Compa-Band-Rtn.
           move zero to WS-Merit-Band WS-Rng-Match.
           perform varying WS-Rng-Idx from 1 by 1
               until WS-Rng-Idx > WS-Rng-Count
                  or WS-Rng-Match > zero
               if WG-Class(WS-Rng-Idx) = Job-Class
                   move WS-Rng-Idx to WS-Rng-Match
               end-if
           end-perform.
           if WS-Rng-Match > zero
               compute WS-Range-Mid =
                   (WG-Min(WS-Rng-Match) + WG-Max(WS-Rng-Match)) / 2
           end-if.
           if WS-Rng-Match > zero and WS-Range-Mid > zero
               compute WS-Compa-Ratio rounded =
                   Annual-Salary / WS-Range-Mid
               evaluate true
                   when WS-Compa-Ratio < .900
                       move 1 to WS-Merit-Band
                   when WS-Compa-Ratio < 1.000
                       move 2 to WS-Merit-Band
                   when WS-Compa-Ratio < 1.100
                       move 3 to WS-Merit-Band
                   when other
                       move 4 to WS-Merit-Band
               end-evaluate
           end-if.

       273-Hold-Out-Rtn.
           if WS-Out-Count not < 300
               display 'HELD-OUT TABLE CAPACITY EXCEEDED AT 300 '
                   '- RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Out-Count.
           move Employee-Number to WO-Emp-No(WS-Out-Count).
           move Employee-Name to WO-Name(WS-Out-Count).
           move WS-Out-Reason to WO-Reason(WS-Out-Count).

      *********************************************
      * Propose pass - run the full rate logic    *
           end-if.

           perform 160-Get-Rates-Rtn.
           if WS-Merit-Avail not = 'YES'
               move WT-Sal-Rate(RT-IDX) to WS-Sal-Pct
           end-if.

           move spaces to Report-Record.
           move Employee-Number to Report-Emp-Num.
           move WS-Ann-Sal-Num to Report-Old-Salary.
           move WS-Ann-Sal-Num to PR-Old-Salary.
           compute WS-New-Sal-Work rounded =
               (WS-Sal-Pct * WS-Ann-Sal-Num)
               + WS-Ann-Sal-Num.
           move WS-New-Sal-Work to Report-New-Salary PR-New-Salary.

           write Propose-Rec.

           perform 278-Accum-Class-Cost-Rtn.
           perform 279-Hold-Review-Rtn.

           add 1 to Employee-Count Line-Count.
           write Report-Record.

      *********************************************
      * Hold the review line with the chain of    *
      * supervisors above the employee for the    *
      * split review                              *
      *********************************************
       279-Hold-Review-Rtn.
           if WS-Rte-Count not < 300
               display 'REVIEW ROUTING TABLE CAPACITY EXCEEDED '
                   'AT 300 - RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Rte-Count.
           move Employee-Number to SCP-Emp-No.
           call 'SUPCHN' using WS-SupChn-Parm.
           move Employee-Number to WR-Emp(WS-Rte-Count).
           move Report-Record to WR-Line(WS-Rte-Count).
           move SCP-Status to WR-Status(WS-Rte-Count).
           move SCP-Depth to WR-Depth(WS-Rte-Count).
           perform varying WS-Lvl-Idx from 1 by 1
               until WS-Lvl-Idx > 10
               move SCP-Sup-No(WS-Lvl-Idx)
                   to WR-Chain(WS-Rte-Count, WS-Lvl-Idx)
           end-perform.
           perform varying WS-Lvl-Idx from 1 by 1
               until WS-Lvl-Idx > SCP-Depth
               perform 279-Add-Boss-Rtn
           end-perform.

       279-Add-Boss-Rtn.
           move zero to WS-Boss-Match.
           perform varying WS-Boss-Idx from 1 by 1
               until WS-Boss-Idx > WS-Boss-Count
                  or WS-Boss-Match > zero
               if WB-Sup(WS-Boss-Idx) = SCP-Sup-No(WS-Lvl-Idx)
                   move WS-Boss-Idx to WS-Boss-Match
               end-if
           end-perform.
           if WS-Boss-Match = zero
               if WS-Boss-Count < 300
                   add 1 to WS-Boss-Count
                   move SCP-Sup-No(WS-Lvl-Idx)
                       to WB-Sup(WS-Boss-Count)
                   move SCP-Sup-Name(WS-Lvl-Idx)
                       to WB-Name(WS-Boss-Count)
               else
                   display 'SUPERVISOR TABLE CAPACITY EXCEEDED '
                       'AT 300 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *********************************************
      * Cost of the proposal by job class for     *
      * the review report                         *
                   write Report-Record from Print-Class-Cost
                   perform 310-Flag-Over-Pool-Rtn
               end-perform
               if WS-Out-Count > zero
                   write Report-Record from Print-Pagebreak1
                   write Report-Record from Print-Held-Head
                   perform varying WS-Out-Idx from 1 by 1
                       until WS-Out-Idx > WS-Out-Count
                       move WO-Emp-No(WS-Out-Idx) to PHL-Emp
                       move WO-Name(WS-Out-Idx) to PHL-Name
                       move WO-Reason(WS-Out-Idx) to PHL-Reason
                       write Report-Record from Print-Held-Line
                   end-perform
               end-if
           else
               write Report-Record from Print-Pagebreak1
               move spaces to PML-Text
               close Payroll-Master Payroll-Report Payroll-Updated
                   Audit-File
           else
               perform 320-Route-Review-Rtn
               close Payroll-Master Payroll-Report Propose-File
                   Review-By-Sup
           end-if.

           move spaces to RLP-Text.
                   move WS-Bud-Count to WS-Bud-Idx
               end-if
           end-perform.

      *********************************************
      * The split review - one section per        *
      * supervisor in number order, then any      *
      * proposal whose reporting chain is missing *
      * or broken                                 *
      *********************************************
       320-Route-Review-Rtn.
           write Review-Rec from Print-Title1.
           write Review-Rec from Print-Pagebreak1.
           perform varying WS-Boss-Idx from 1 by 1
               until WS-Boss-Idx > WS-Boss-Count
               perform varying WS-Boss-Match from 1 by 1
                   until WS-Boss-Match not less than WS-Boss-Idx
                   if WB-Sup(WS-Boss-Idx) < WB-Sup(WS-Boss-Match)
                       move WB-Sup(WS-Boss-Idx) to WS-Swap-Sup
                       move WB-Name(WS-Boss-Idx) to WS-Swap-Name
                       move WB-Sup(WS-Boss-Match)
                           to WB-Sup(WS-Boss-Idx)
                       move WB-Name(WS-Boss-Match)
                           to WB-Name(WS-Boss-Idx)
                       move WS-Swap-Sup to WB-Sup(WS-Boss-Match)
                       move WS-Swap-Name to WB-Name(WS-Boss-Match)
                   end-if
               end-perform
           end-perform.

           perform varying WS-Boss-Idx from 1 by 1
               until WS-Boss-Idx > WS-Boss-Count
               move WB-Sup(WS-Boss-Idx) to PSH-Sup
               move WB-Name(WS-Boss-Idx) to PSH-Name
               write Review-Rec from Print-Sup-Head
               write Review-Rec from Print-Header1
               write Review-Rec from Print-Header2
               perform varying WS-Rte-Idx from 1 by 1
                   until WS-Rte-Idx > WS-Rte-Count
                   perform 325-Check-Section-Rtn
                   if WS-In-Section = 'Y'
                       write Review-Rec from WR-Line(WS-Rte-Idx)
                   end-if
               end-perform
               write Review-Rec from Print-Pagebreak1
           end-perform.

           perform varying WS-Rte-Idx from 1 by 1
               until WS-Rte-Idx > WS-Rte-Count
               if WR-Status(WS-Rte-Idx) not = '00'
                   perform 330-Unrouted-Rtn
               end-if
           end-perform.

       325-Check-Section-Rtn.
           move 'N' to WS-In-Section.
           perform varying WS-Lvl-Idx from 1 by 1
               until WS-Lvl-Idx > WR-Depth(WS-Rte-Idx)
               if WR-Chain(WS-Rte-Idx, WS-Lvl-Idx)
                   = WB-Sup(WS-Boss-Idx)
                   move 'Y' to WS-In-Section
               end-if
           end-perform.

       330-Unrouted-Rtn.
           if WS-Unrouted-Count = zero
               write Review-Rec from Print-Unrouted-Head
           end-if.
           add 1 to WS-Unrouted-Count.
           write Review-Rec from WR-Line(WS-Rte-Idx).
           move WR-Emp(WS-Rte-Idx) to PUL-Emp.
           evaluate WR-Status(WS-Rte-Idx)
               when '10'
                   move 'NO SUPERVISOR ON FILE' to PUL-Reason
               when '20'
                   move 'CIRCULAR SUPERVISOR CHAIN' to PUL-Reason
               when '30'
                   move 'SUPERVISOR NOT ACTIVE ON MASTER'
                       to PUL-Reason
               when '40'
                   move 'CHAIN OVER TEN LEVELS - CUT SHORT'
                       to PUL-Reason
               when other
                   move 'SUPERVISOR FILE NOT AVAILABLE'
                       to PUL-Reason
           end-evaluate.
           write Review-Rec from Print-Unrouted-Line.
       end program Ch7pgm2.
