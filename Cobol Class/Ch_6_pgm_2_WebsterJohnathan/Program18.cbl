       identification division.
       program-id. Ch6PosCtl.
      *******************************************
      * Position control report.  The budget     *
      * file says how many heads and dollars a   *
      * department may have; the position master*
      * says which seats those are.  This lays   *
      * the position master against the indexed  *
      * employee master and reports four things: *
      * every vacancy and how long it has stood  *
      * open, every position holding more people *
      * than its budgeted FTE, every active      *
      * employee sitting in no authorized        *
      * position at all, and every incumbent     *
      * paid above the position's budgeted       *
      * salary.  Read-only - nothing is changed. *
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
           select Position-File
               assign to 'C:\Data\Data-In\Pay_Position.dat'
               organization is line sequential
               file status is WS-Pos-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select PosCtl-Report
               assign to 'C:\Data\Data-Out\Ch6_PosCtl.rpt'
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
                   ==Position-Number== BY ==Idx-Position-Number==.

       FD Position-File.
       01 Position-Rec.
           COPY POSMSTR.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD PosCtl-Report.
       01 Report-Rec           pic x(132).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Pos-File-Stat   pic x(02) value '00'.
         05 WS-Pos-EOF         pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Vacant-Num      pic 9(08) value zero.
         05 WS-Days-Vacant     pic 9(05) value zero.
         05 WS-Salary-Num      pic 9(06) value zero.
         05 WS-Section-Lines   pic 9(05) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

       01 WS-Totals.
         05 WS-Tot-Positions   pic 9(05) value zero.
         05 WS-Tot-Filled      pic 9(05) value zero.
         05 WS-Tot-Vacant      pic 9(05) value zero.
         05 WS-Tot-Overfilled  pic 9(05) value zero.
         05 WS-Tot-Unauth      pic 9(05) value zero.
         05 WS-Tot-Over-Budget pic 9(05) value zero.
         05 WS-Tot-FTE         pic 9(05)v99 value zero.

      *********************************************
      * Position master with a head count of the   *
      * active employees the master puts in each   *
      *********************************************
       01 WS-Pos-Table-Area.
         05 WS-Pos-Count        pic 9(04) value zero.
         05 WS-Pos-Table        occurs 500 times.
           10 WP-Number          pic x(06).
           10 WP-Dept            pic x(02).
           10 WP-Job-Class       pic x(02).
           10 WP-FTE             pic 9(01)v99.
           10 WP-Budget          pic 9(06).
           10 WP-Incumbent       pic x(05).
           10 WP-Vacant-Since    pic x(08).
           10 WP-Heads           pic 9(03).
         05 WS-Pos-Idx          pic 9(04) value zero.
         05 WS-Pos-Match        pic 9(04) value zero.

      *********************************************
      * Active employees off the indexed master    *
      *********************************************
       01 WS-Emp-Table-Area.
         05 WS-Emp-Count        pic 9(04) value zero.
         05 WS-Emp-Table        occurs 1000 times.
           10 WE-Emp-No          pic x(05).
           10 WE-Name            pic x(20).
           10 WE-Dept            pic x(02).
           10 WE-Job-Class       pic x(02).
           10 WE-Salary          pic x(06).
           10 WE-Position        pic x(06).
           10 WE-Pos-Match       pic 9(04).
         05 WS-Emp-Idx          pic 9(04) value zero.

       01 Blank-Line           pic x(132) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(40) value spaces.
         05 Filler             pic x(30) value
              'Position Control Report       '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(52) value spaces.

       01 RPT-SECTION-HEAD.
         05 Filler             pic x(03) value spaces.
         05 RSH-Text           pic x(60).
         05 Filler             pic x(69) value spaces.

       01 RPT-VAC-HEAD.
         05 Filler             pic x(05) value spaces.
         05 Filler             pic x(30) value
              'Position  Dept  Class   FTE   '.
         05 Filler             pic x(30) value
              ' Budget  Open since  Days open'.
         05 Filler             pic x(67) value spaces.

       01 RPT-VAC-LINE.
         05 Filler             pic x(05) value spaces.
         05 RV-Number          pic x(06).
         05 Filler             pic x(05) value spaces.
         05 RV-Dept            pic x(02).
         05 Filler             pic x(04) value spaces.
         05 RV-Class           pic x(02).
         05 Filler             pic x(04) value spaces.
         05 RV-FTE             pic 9.99.
         05 Filler             pic x(02) value spaces.
         05 RV-Budget          pic zzz,zz9.
         05 Filler             pic x(03) value spaces.
         05 RV-Since           pic x(10).
         05 Filler             pic x(02) value spaces.
         05 RV-Days            pic zz,zz9.
         05 RV-Days-X redefines RV-Days
                               pic x(06).
         05 Filler             pic x(70) value spaces.

       01 RPT-OVER-HEAD.
         05 Filler             pic x(05) value spaces.
         05 Filler             pic x(30) value
              'Position  Dept  Class   FTE  F'.
         05 Filler             pic x(30) value
              'illed  Employees              '.
         05 Filler             pic x(67) value spaces.

       01 RPT-OVER-LINE.
         05 Filler             pic x(05) value spaces.
         05 RO-Number          pic x(06).
         05 Filler             pic x(05) value spaces.
         05 RO-Dept            pic x(02).
         05 Filler             pic x(04) value spaces.
         05 RO-Class           pic x(02).
         05 Filler             pic x(04) value spaces.
         05 RO-FTE             pic 9.99.
         05 Filler             pic x(04) value spaces.
         05 RO-Heads           pic zz9.
         05 Filler             pic x(02) value spaces.
         05 RO-Emp             pic x(05).
         05 Filler             pic x(01) value spaces.
         05 RO-Name            pic x(20).
         05 Filler             pic x(65) value spaces.

       01 RPT-UNAUTH-HEAD.
         05 Filler             pic x(05) value spaces.
         05 Filler             pic x(30) value
              'Emp    Name                  D'.
         05 Filler             pic x(30) value
              'ept  Class  Position  Reason  '.
         05 Filler             pic x(67) value spaces.

       01 RPT-UNAUTH-LINE.
         05 Filler             pic x(05) value spaces.
         05 RU-Emp             pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RU-Name            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RU-Dept            pic x(02).
         05 Filler             pic x(04) value spaces.
         05 RU-Class           pic x(02).
         05 Filler             pic x(05) value spaces.
         05 RU-Position        pic x(06).
         05 Filler             pic x(04) value spaces.
         05 RU-Reason          pic x(30).
         05 Filler             pic x(45) value spaces.

       01 RPT-BUDGET-HEAD.
         05 Filler             pic x(05) value spaces.
         05 Filler             pic x(30) value
              'Emp    Name                  P'.
         05 Filler             pic x(30) value
              'osition   Salary    Budget    '.
         05 Filler             pic x(67) value spaces.

       01 RPT-BUDGET-LINE.
         05 Filler             pic x(05) value spaces.
         05 RB-Emp             pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RB-Name            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RB-Position        pic x(06).
         05 Filler             pic x(02) value spaces.
         05 RB-Salary          pic zzz,zz9.
         05 Filler             pic x(03) value spaces.
         05 RB-Budget          pic zzz,zz9.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(06) value 'Over: '.
         05 RB-Over            pic zzz,zz9.
         05 Filler             pic x(57) value spaces.

       01 RPT-NONE-LINE.
         05 Filler             pic x(05) value spaces.
         05 Filler             pic x(20) value '(none)'.
         05 Filler             pic x(107) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RT-Label           pic x(40).
         05 RT-Count           pic zz,zz9.
         05 Filler             pic x(83) value spaces.

       01 RPT-FTE-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(40) value
              'Budgeted FTE on the position master     '.
         05 RF-FTE             pic zz,zz9.99.
         05 Filler             pic x(80) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Positions-Rtn.
           perform 130-Load-Employees-Rtn.
           perform 200-Vacancy-Rtn.
           perform 300-Overfill-Rtn.
           perform 400-Unauthorized-Rtn.
           perform 500-Over-Budget-Rtn.
           perform 600-Totals-Rtn.
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
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-Run-MM * 100) + WS-Run-DD.

           open output PosCtl-Report.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

       120-Load-Positions-Rtn.
           open input Position-File.
           if WS-Pos-File-Stat not = '00'
               display 'POSITION MASTER NOT AVAILABLE, STATUS: '
                   WS-Pos-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Pos-EOF = 'YES'
               read Position-File
                   at end
                       move 'YES' to WS-Pos-EOF
                   not at end
                       if WS-Pos-Count < 500
                           add 1 to WS-Pos-Count
                           move POS-Number to WP-Number(WS-Pos-Count)
                           move POS-Dept to WP-Dept(WS-Pos-Count)
                           move POS-Job-Class
                               to WP-Job-Class(WS-Pos-Count)
                           move POS-FTE to WP-FTE(WS-Pos-Count)
                           move POS-Budget-Salary
                               to WP-Budget(WS-Pos-Count)
                           move POS-Incumbent
                               to WP-Incumbent(WS-Pos-Count)
                           move POS-Vacant-Since
                               to WP-Vacant-Since(WS-Pos-Count)
                           move zero to WP-Heads(WS-Pos-Count)
                           add POS-FTE to WS-Tot-FTE
                       else
                           display 'POSITION TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Position-File.
           move WS-Pos-Count to WS-Tot-Positions.

      *    Terminated employees hold nothing - a position whose
      *    recorded incumbent has left counts as open.
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
                           perform 135-Keep-Employee-Rtn
                       end-if
               end-read
           end-perform.
           close Payroll-Master-Idx.

       135-Keep-Employee-Rtn.
           if WS-Emp-Count not < 1000
               display 'EMPLOYEE TABLE CAPACITY EXCEEDED AT 1000 '
                   '- RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Emp-Count.
           move Idx-Employee-Number to WE-Emp-No(WS-Emp-Count).
           move Idx-Employee-Name to WE-Name(WS-Emp-Count).
           move Idx-Department-Number to WE-Dept(WS-Emp-Count).
           move Idx-Job-Class to WE-Job-Class(WS-Emp-Count).
           move Idx-Annual-Salary to WE-Salary(WS-Emp-Count).
           move Idx-Position-Number to WE-Position(WS-Emp-Count).
           move zero to WS-Pos-Match.
           if Idx-Position-Number not = spaces
               perform varying WS-Pos-Idx from 1 by 1
                   until WS-Pos-Idx > WS-Pos-Count
                      or WS-Pos-Match > zero
                   if WP-Number(WS-Pos-Idx) = Idx-Position-Number
                       move WS-Pos-Idx to WS-Pos-Match
                   end-if
               end-perform
           end-if.
           move WS-Pos-Match to WE-Pos-Match(WS-Emp-Count).
           if WS-Pos-Match > zero
               add 1 to WP-Heads(WS-Pos-Match)
           end-if.

      *********************************************
      * Vacancies - nobody active on the master   *
      * sits in the position                      *
      *********************************************
       200-Vacancy-Rtn.
           move 'VACANT POSITIONS' to RSH-Text.
           write Report-Rec from RPT-SECTION-HEAD.
           write Report-Rec from RPT-VAC-HEAD.
           move zero to WS-Section-Lines.
           perform varying WS-Pos-Idx from 1 by 1
               until WS-Pos-Idx > WS-Pos-Count
               if WP-Heads(WS-Pos-Idx) = zero
                   perform 210-Vacancy-Line-Rtn
               else
                   add 1 to WS-Tot-Filled
               end-if
           end-perform.
           if WS-Section-Lines = zero
               write Report-Rec from RPT-NONE-LINE
           end-if.
           write Report-Rec from Blank-Line.

      *    Days open run from the recorded open date to the run
      *    date; a vacancy nobody dated shows no count.
       210-Vacancy-Line-Rtn.
           add 1 to WS-Tot-Vacant.
           add 1 to WS-Section-Lines.
           move WP-Number(WS-Pos-Idx) to RV-Number.
           move WP-Dept(WS-Pos-Idx) to RV-Dept.
           move WP-Job-Class(WS-Pos-Idx) to RV-Class.
           move WP-FTE(WS-Pos-Idx) to RV-FTE.
           move WP-Budget(WS-Pos-Idx) to RV-Budget.
           if WP-Vacant-Since(WS-Pos-Idx) numeric
               move WP-Vacant-Since(WS-Pos-Idx) to WS-Vacant-Num
               move spaces to RV-Since
               string WP-Vacant-Since(WS-Pos-Idx)(5:2) '/'
                   WP-Vacant-Since(WS-Pos-Idx)(7:2) '/'
                   WP-Vacant-Since(WS-Pos-Idx)(1:4)
                   delimited by size into RV-Since
               if WS-Vacant-Num > WS-Run-Date-Key
                   move zero to WS-Days-Vacant
               else
                   compute WS-Days-Vacant =
                       function integer-of-date(WS-Run-Date-Key)
                       - function integer-of-date(WS-Vacant-Num)
               end-if
               move WS-Days-Vacant to RV-Days
           else
               move 'UNKNOWN' to RV-Since
               move spaces to RV-Days-X
           end-if.
           write Report-Rec from RPT-VAC-LINE.

      *********************************************
      * Overfilled - more heads than the budgeted *
      * FTE allows (two halves fill a 1.00, a     *
      * second full-timer does not)               *
      *********************************************
       300-Overfill-Rtn.
           move 'OVERFILLED POSITIONS' to RSH-Text.
           write Report-Rec from RPT-SECTION-HEAD.
           write Report-Rec from RPT-OVER-HEAD.
           move zero to WS-Section-Lines.
           perform varying WS-Pos-Idx from 1 by 1
               until WS-Pos-Idx > WS-Pos-Count
               if WP-Heads(WS-Pos-Idx) > zero
                   and WP-Heads(WS-Pos-Idx) - 1 >= WP-FTE(WS-Pos-Idx)
                   perform 310-Overfill-Lines-Rtn
               end-if
           end-perform.
           if WS-Section-Lines = zero
               write Report-Rec from RPT-NONE-LINE
           end-if.
           write Report-Rec from Blank-Line.

       310-Overfill-Lines-Rtn.
           add 1 to WS-Tot-Overfilled.
           add 1 to WS-Section-Lines.
           move WP-Number(WS-Pos-Idx) to RO-Number.
           move WP-Dept(WS-Pos-Idx) to RO-Dept.
           move WP-Job-Class(WS-Pos-Idx) to RO-Class.
           move WP-FTE(WS-Pos-Idx) to RO-FTE.
           move WP-Heads(WS-Pos-Idx) to RO-Heads.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WE-Pos-Match(WS-Emp-Idx) = WS-Pos-Idx
                   move WE-Emp-No(WS-Emp-Idx) to RO-Emp
                   move WE-Name(WS-Emp-Idx) to RO-Name
                   write Report-Rec from RPT-OVER-LINE
                   move spaces to RO-Number RO-Dept RO-Class
                   move zero to RO-FTE RO-Heads
               end-if
           end-perform.

      *********************************************
      * Active employees in no authorized         *
      * position                                  *
      *********************************************
       400-Unauthorized-Rtn.
           move 'EMPLOYEES WITHOUT AN AUTHORIZED POSITION'
               to RSH-Text.
           write Report-Rec from RPT-SECTION-HEAD.
           write Report-Rec from RPT-UNAUTH-HEAD.
           move zero to WS-Section-Lines.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WE-Pos-Match(WS-Emp-Idx) = zero
                   add 1 to WS-Tot-Unauth
                   add 1 to WS-Section-Lines
                   move WE-Emp-No(WS-Emp-Idx) to RU-Emp
                   move WE-Name(WS-Emp-Idx) to RU-Name
                   move WE-Dept(WS-Emp-Idx) to RU-Dept
                   move WE-Job-Class(WS-Emp-Idx) to RU-Class
                   move WE-Position(WS-Emp-Idx) to RU-Position
                   if WE-Position(WS-Emp-Idx) = spaces
                       move 'NO POSITION ON MASTER' to RU-Reason
                   else
                       move 'POSITION NOT ON FILE' to RU-Reason
                   end-if
                   write Report-Rec from RPT-UNAUTH-LINE
               end-if
           end-perform.
           if WS-Section-Lines = zero
               write Report-Rec from RPT-NONE-LINE
           end-if.
           write Report-Rec from Blank-Line.

      *********************************************
      * Incumbents paid above the budgeted salary *
      * of the position they fill                 *
      *********************************************
       500-Over-Budget-Rtn.
           move 'INCUMBENTS PAID ABOVE POSITION BUDGET' to RSH-Text.
           write Report-Rec from RPT-SECTION-HEAD.
           write Report-Rec from RPT-BUDGET-HEAD.
           move zero to WS-Section-Lines.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WE-Pos-Match(WS-Emp-Idx) > zero
                   and WE-Salary(WS-Emp-Idx) numeric
                   move WE-Salary(WS-Emp-Idx) to WS-Salary-Num
                   move WE-Pos-Match(WS-Emp-Idx) to WS-Pos-Idx
                   if WS-Salary-Num > WP-Budget(WS-Pos-Idx)
                       perform 510-Over-Budget-Line-Rtn
                   end-if
               end-if
           end-perform.
           if WS-Section-Lines = zero
               write Report-Rec from RPT-NONE-LINE
           end-if.
           write Report-Rec from Blank-Line.

       510-Over-Budget-Line-Rtn.
           add 1 to WS-Tot-Over-Budget.
           add 1 to WS-Section-Lines.
           move WE-Emp-No(WS-Emp-Idx) to RB-Emp.
           move WE-Name(WS-Emp-Idx) to RB-Name.
           move WP-Number(WS-Pos-Idx) to RB-Position.
           move WS-Salary-Num to RB-Salary.
           move WP-Budget(WS-Pos-Idx) to RB-Budget.
           compute RB-Over = WS-Salary-Num - WP-Budget(WS-Pos-Idx).
           write Report-Rec from RPT-BUDGET-LINE.

       600-Totals-Rtn.
           move 'TOTALS' to RSH-Text.
           write Report-Rec from RPT-SECTION-HEAD.
           move 'Authorized positions' to RT-Label.
           move WS-Tot-Positions to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move WS-Tot-FTE to RF-FTE.
           write Report-Rec from RPT-FTE-LINE.
           move 'Positions filled' to RT-Label.
           move WS-Tot-Filled to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Positions vacant' to RT-Label.
           move WS-Tot-Vacant to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Positions overfilled' to RT-Label.
           move WS-Tot-Overfilled to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Employees without an authorized position'
               to RT-Label.
           move WS-Tot-Unauth to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Incumbents paid above position budget'
               to RT-Label.
           move WS-Tot-Over-Budget to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.

       900-Close-Module.
           close PosCtl-Report.
           display 'POSITION CONTROL REPORT COMPLETE - VACANT: '
               WS-Tot-Vacant ' OVERFILLED: ' WS-Tot-Overfilled
               ' UNAUTHORIZED: ' WS-Tot-Unauth.

       end program Ch6PosCtl.
