       identification division.
       program-id. Ch7RevTk.
      *******************************************
      * Performance review tickler.  Every      *
      * active employee on the indexed master   *
      * whose next annual review falls due in   *
      * the next sixty days, or is already      *
      * past due, in due-date order with the    *
      * supervisor who holds the review.  The   *
      * next review is due a year after the     *
      * latest one on Pay_PerfRev.dat, or a     *
      * year after hire for anyone never        *
      * reviewed.  Ch7pgm2 holds out of the     *
      * raise proposal anyone without a review  *
      * inside the last year, so this is the    *
      * list that keeps people off that pile.   *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is sequential
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.
           select Perf-Review-File
               assign to 'C:\Data\Data-In\Pay_PerfRev.dat'
               organization is line sequential
               file status is WS-Rev-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Tickler-Report
               assign to 'C:\Data\Data-Out\Ch7_RevTick.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Payroll-Master-Idx.
       01 Idx-Payroll-Record.
           COPY PAYMSTR
               REPLACING ==Employee-Number== BY ==Idx-Employee-Number==,
                   ==Employee-Name== BY ==Idx-Employee-Name==,
                   ==Location-Code== BY ==Idx-Location-Code==,
                   ==Territory== BY ==Idx-Territory==,
                   ==Office-Number== BY ==Idx-Office-Number==,
                   ==Annual-Salary== BY ==Idx-Annual-Salary==,
                   ==SSN== BY ==Idx-SSN==,
                   ==Department-Number== BY ==Idx-Department-Number==,
                   ==Job-Class== BY ==Idx-Job-Class==,
                   ==No-Dep== BY ==Idx-No-Dep==,
                   ==Job-Code== BY ==Idx-Job-Code==,
                   ==Union-Dues== BY ==Idx-Union-Dues==,
                   ==Insurance-Dues== BY ==Idx-Insurance-Dues==,
                   ==Emp-Status== BY ==Idx-Emp-Status==,
                   ==Hire-Date== BY ==Idx-Hire-Date==.

       FD Perf-Review-File.
       01 Perf-Review-Rec.
           COPY PERFREV.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Tickler-Report.
       01 Report-Rec           pic x(132).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Rev-File-Stat   pic x(02) value '00'.
         05 WS-Rev-EOF         pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-Date-Key.
           10 WS-Run-YYYY      pic 9(04) value zero.
           10 WS-Run-MM        pic 9(02) value zero.
           10 WS-Run-DD        pic 9(02) value zero.
         05 WS-Run-Date-Num redefines WS-Run-Date-Key pic 9(08).
         05 WS-Window-End      pic 9(08) value zero.
         05 WS-Run-Day-Num     pic 9(07) value zero.
         05 WS-Due-Work.
           10 WS-Due-YYYY      pic 9(04).
           10 WS-Due-MM        pic 9(02).
           10 WS-Due-DD        pic 9(02).
         05 WS-Due-Work-Num redefines WS-Due-Work pic 9(08).
         05 WS-Days-To-Due     pic s9(05) value zero.
         05 WS-Tot-Overdue     pic 9(05) value zero.
         05 WS-Tot-Coming      pic 9(05) value zero.
         05 WS-Tot-No-Date     pic 9(05) value zero.

       01 WS-Review-Table-Area.
         05 WS-Rev-Count       pic 9(04) value zero.
         05 WS-Rev-Table       occurs 2000 times.
           10 WV-Emp-No         pic x(05).
           10 WV-Date           pic 9(08).
           10 WV-Rating         pic 9(01).
           10 WV-Reviewer       pic x(05).
         05 WS-Rev-Idx         pic 9(04) value zero.
         05 WS-Rev-Match       pic 9(04) value zero.

      *********************************************
      * Reviews on the tickler, kept in due-date  *
      * order - TK-Due zero is no review and no   *
      * hire date, so it sorts to the top         *
      *********************************************
       01 WS-Tick-Table-Area.
         05 WS-Tick-Count      pic 9(04) value zero.
         05 WS-Tick-Table      occurs 2000 times.
           10 TK-Due            pic 9(08).
           10 TK-Emp-No         pic x(05).
           10 TK-Name           pic x(20).
           10 TK-Dept           pic x(02).
           10 TK-Last           pic 9(08).
           10 TK-Rating         pic 9(01).
         05 WS-Tick-Idx        pic 9(04) value zero.
         05 WS-Tick-Match      pic 9(04) value zero.
         05 WS-Swap-Entry      pic x(44).

       01 WS-SupChn-Parm.
         05 SCP-Emp-No         pic x(05).
         05 SCP-Status         pic x(02).
         05 SCP-Depth          pic 9(02).
         05 SCP-Chain          occurs 10 times.
           10 SCP-Sup-No        pic x(05).
           10 SCP-Sup-Name      pic x(20).

       01 Blank-Line           pic x(132) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(40) value spaces.
         05 Filler             pic x(30) value
              'Performance Review Tickler    '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(52) value spaces.

       01 RPT-WINDOW-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Reviews due on or before      '.
         05 RWL-Date.
           10 RWL-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RWL-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RWL-YR           pic 9(04).
         05 Filler             pic x(89) value spaces.

       01 RPT-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Emp    Name                 De'.
         05 Filler             pic x(30) value
              'pt  Last review  Rtg  Due date'.
         05 Filler             pic x(30) value
              '    Days      Supervisor      '.
         05 Filler             pic x(39) value spaces.

       01 RPT-DETAIL.
         05 Filler             pic x(03) value spaces.
         05 RD-Emp             pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RD-Name            pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RD-Dept            pic x(02).
         05 Filler             pic x(03) value spaces.
         05 RD-Last            pic x(10).
         05 Filler             pic x(03) value spaces.
         05 RD-Rating          pic x(01).
         05 Filler             pic x(03) value spaces.
         05 RD-Due             pic x(10).
         05 Filler             pic x(02) value spaces.
         05 RD-Days            pic x(09).
         05 Filler             pic x(02) value spaces.
         05 RD-Sup             pic x(05).
         05 Filler             pic x(01) value spaces.
         05 RD-Sup-Name        pic x(20).
         05 Filler             pic x(30) value spaces.

       01 WS-Print-Date.
         05 WPD-MM             pic 9(02).
         05 Filler             pic x value '/'.
         05 WPD-DD             pic 9(02).
         05 Filler             pic x value '/'.
         05 WPD-YYYY           pic 9(04).

       01 WS-Edit-Days         pic zzzz9.

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(40).
         05 RTL-Count          pic zz,zz9.
         05 Filler             pic x(83) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Reviews-Rtn.
           perform 130-Load-Employees-Rtn.
           perform 200-Sort-Rtn.
           perform 300-List-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module                              *
      *********************************************
       110-Startup-Module.
           accept WS-Date from date.
           move WS-MM to WS-Run-MM.
           move WS-DD to WS-Run-DD.
           add WS-YY 2000 giving WS-Run-YYYY.

           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-Run-MM
                       move OVR-DD to WS-Run-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.

           compute WS-Run-Day-Num =
               function integer-of-date(WS-Run-Date-Num).
           compute WS-Window-End =
               function date-of-integer(WS-Run-Day-Num + 60).

           open output Tickler-Report.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move WS-Window-End to WS-Due-Work-Num.
           move WS-Due-MM to RWL-MO.
           move WS-Due-DD to RWL-DY.
           move WS-Due-YYYY to RWL-YR.
           write Report-Rec from RPT-WINDOW-LINE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-HEAD.

      *********************************************
      * Latest review per employee                *
      *********************************************
       120-Load-Reviews-Rtn.
           open input Perf-Review-File.
           if WS-Rev-File-Stat not = '00'
               display 'PERFORMANCE REVIEW FILE NOT AVAILABLE - '
                   'DUE DATES TAKEN FROM HIRE DATES'
               move 'YES' to WS-Rev-EOF
           end-if.
           perform until WS-Rev-EOF = 'YES'
               read Perf-Review-File
                   at end
                       move 'YES' to WS-Rev-EOF
                   not at end
                       perform 125-Keep-Review-Rtn
               end-read
           end-perform.
           if WS-Rev-File-Stat = '00' or WS-Rev-File-Stat = '10'
               close Perf-Review-File
           end-if.

       125-Keep-Review-Rtn.
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
               move REV-Reviewer to WV-Reviewer(WS-Rev-Match)
           end-if.

       130-Load-Employees-Rtn.
           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               display 'EMPLOYEE MASTER INDEX NOT AVAILABLE, '
                   'STATUS: ' WS-Idx-Status ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Idx-EOF = 'YES'
               read Payroll-Master-Idx next record
                   at end
                       move 'YES' to WS-Idx-EOF
                   not at end
                       if Idx-Emp-Status not = 'T'
                           perform 135-Check-Due-Rtn
                       end-if
               end-read
           end-perform.
           close Payroll-Master-Idx.

      *    The next review is a year on from the last one, or
      *    from hire for someone never reviewed.  Due on or
      *    before the window end makes the list.
       135-Check-Due-Rtn.
           move zero to WS-Rev-Match.
           perform varying WS-Rev-Idx from 1 by 1
               until WS-Rev-Idx > WS-Rev-Count
                  or WS-Rev-Match > zero
               if WV-Emp-No(WS-Rev-Idx) = Idx-Employee-Number
                   move WS-Rev-Idx to WS-Rev-Match
               end-if
           end-perform.
           if WS-Rev-Match > zero
               compute WS-Due-Work-Num = WV-Date(WS-Rev-Match) + 10000
           else
               if Idx-Hire-Date numeric
                   move Idx-Hire-Date to WS-Due-Work-Num
                   add 10000 to WS-Due-Work-Num
               else
                   move zero to WS-Due-Work-Num
               end-if
           end-if.
           if WS-Due-Work-Num > WS-Window-End
               continue
           else
               if WS-Tick-Count not < 2000
                   display 'TICKLER TABLE CAPACITY EXCEEDED AT 2000 '
                       '- RUN HALTED'
                   stop run
               end-if
               add 1 to WS-Tick-Count
               move WS-Due-Work-Num to TK-Due(WS-Tick-Count)
               move Idx-Employee-Number to TK-Emp-No(WS-Tick-Count)
               move Idx-Employee-Name to TK-Name(WS-Tick-Count)
               move Idx-Department-Number to TK-Dept(WS-Tick-Count)
               if WS-Rev-Match > zero
                   move WV-Date(WS-Rev-Match) to TK-Last(WS-Tick-Count)
                   move WV-Rating(WS-Rev-Match)
                       to TK-Rating(WS-Tick-Count)
               else
                   move zero to TK-Last(WS-Tick-Count)
                   move zero to TK-Rating(WS-Tick-Count)
               end-if
           end-if.

      *********************************************
      * Due-date order, soonest (most overdue)    *
      * first                                     *
      *********************************************
       200-Sort-Rtn.
           perform varying WS-Tick-Idx from 1 by 1
               until WS-Tick-Idx > WS-Tick-Count
               perform varying WS-Tick-Match from 1 by 1
                   until WS-Tick-Match not less than WS-Tick-Idx
                   if TK-Due(WS-Tick-Idx) < TK-Due(WS-Tick-Match)
                       move WS-Tick-Table(WS-Tick-Idx)
                           to WS-Swap-Entry
                       move WS-Tick-Table(WS-Tick-Match)
                           to WS-Tick-Table(WS-Tick-Idx)
                       move WS-Swap-Entry
                           to WS-Tick-Table(WS-Tick-Match)
                   end-if
               end-perform
           end-perform.

       300-List-Rtn.
           perform varying WS-Tick-Idx from 1 by 1
               until WS-Tick-Idx > WS-Tick-Count
               perform 310-Detail-Rtn
           end-perform.

           write Report-Rec from Blank-Line.
           move 'Reviews past due' to RTL-Label.
           move WS-Tot-Overdue to RTL-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Reviews coming due in the next 60 days' to RTL-Label.
           move WS-Tot-Coming to RTL-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Never reviewed and no hire date on file' to RTL-Label.
           move WS-Tot-No-Date to RTL-Count.
           write Report-Rec from RPT-TOTAL-LINE.

       310-Detail-Rtn.
           move spaces to RPT-DETAIL.
           move TK-Emp-No(WS-Tick-Idx) to RD-Emp.
           move TK-Name(WS-Tick-Idx) to RD-Name.
           move TK-Dept(WS-Tick-Idx) to RD-Dept.
           if TK-Last(WS-Tick-Idx) = zero
               move 'NEVER' to RD-Last
           else
               move TK-Last(WS-Tick-Idx) to WS-Due-Work-Num
               perform 320-Format-Date-Rtn
               move WS-Print-Date to RD-Last
               move TK-Rating(WS-Tick-Idx) to RD-Rating
           end-if.

           if TK-Due(WS-Tick-Idx) = zero
               move 'UNKNOWN' to RD-Due
               move 'DUE NOW' to RD-Days
               add 1 to WS-Tot-No-Date
           else
               move TK-Due(WS-Tick-Idx) to WS-Due-Work-Num
               perform 320-Format-Date-Rtn
               move WS-Print-Date to RD-Due
      *        A review held on Feb 29 comes due on Feb 28.
               if WS-Due-MM = 2 and WS-Due-DD = 29
                   move 28 to WS-Due-DD
               end-if
               compute WS-Days-To-Due =
                   function integer-of-date(WS-Due-Work-Num)
                   - WS-Run-Day-Num
               if WS-Days-To-Due < zero
                   compute WS-Edit-Days = zero - WS-Days-To-Due
                   string 'OVER' WS-Edit-Days delimited by size
                       into RD-Days
                   add 1 to WS-Tot-Overdue
               else
                   move WS-Days-To-Due to WS-Edit-Days
                   move WS-Edit-Days to RD-Days
                   add 1 to WS-Tot-Coming
               end-if
           end-if.

           move TK-Emp-No(WS-Tick-Idx) to SCP-Emp-No.
           call 'SUPCHN' using WS-SupChn-Parm.
           if SCP-Depth > zero
               move SCP-Sup-No(1) to RD-Sup
               move SCP-Sup-Name(1) to RD-Sup-Name
           else
               move 'NO SUPERVISOR ON FILE' to RD-Sup-Name
           end-if.
           write Report-Rec from RPT-DETAIL.

       320-Format-Date-Rtn.
           move WS-Due-MM to WPD-MM.
           move WS-Due-DD to WPD-DD.
           move WS-Due-YYYY to WPD-YYYY.

       900-Close-Module.
           close Tickler-Report.
           display 'REVIEW TICKLER COMPLETE - ON LIST: '
               WS-Tick-Count.

       end program Ch7RevTk.
