       identification division.
       program-id. Ch6OrgLst.
      *******************************************
      * Organization listing.  Every active      *
      * employee on the indexed master with the  *
      * person they report to, how many report   *
      * to them directly, and how many sit under *
      * them in all (span of control).  The      *
      * reporting chain comes from the same      *
      * SUPCHN walk the approval lists use, so   *
      * anything this listing flags - no         *
      * supervisor, a supervisor gone from the   *
      * master, a chain that circles back on     *
      * itself - is exactly what would drop an   *
      * approval line into the route-by-hand     *
      * pile.  Reports-to records for employees  *
      * not on the master are listed as well.    *
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
           select Supervisor-File
               assign to 'C:\Data\Data-In\Pay_Supervisor.dat'
               organization is line sequential
               file status is WS-Sup-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Org-Report
               assign to 'C:\Data\Data-Out\Ch6_OrgList.rpt'
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
                   ==Emp-Status== BY ==Idx-Emp-Status==.

       FD Supervisor-File.
       01 Supervisor-Rec.
           COPY SUPVREL.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Org-Report.
       01 Report-Rec           pic x(132).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Sup-File-Stat   pic x(02) value '00'.
         05 WS-Sup-EOF         pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

       01 WS-Totals.
         05 WS-Tot-Employees   pic 9(05) value zero.
         05 WS-Tot-Supervisors pic 9(05) value zero.
         05 WS-Tot-Top         pic 9(05) value zero.
         05 WS-Tot-Missing     pic 9(05) value zero.
         05 WS-Tot-Circular    pic 9(05) value zero.
         05 WS-Tot-No-Sup      pic 9(05) value zero.
         05 WS-Tot-Orphan      pic 9(05) value zero.
         05 WS-Tot-Deep        pic 9(05) value zero.

      *********************************************
      * Active employees with their direct         *
      * supervisor, direct reports and everyone    *
      * under them                                 *
      *********************************************
       01 WS-Emp-Table-Area.
         05 WS-Emp-Count        pic 9(04) value zero.
         05 WS-Emp-Table        occurs 2000 times.
           10 WE-Emp-No          pic x(05).
           10 WE-Name            pic x(20).
           10 WE-Dept            pic x(02).
           10 WE-Sup             pic x(05).
           10 WE-Direct          pic 9(04).
           10 WE-Total           pic 9(04).
           10 WE-Status          pic x(02).
         05 WS-Emp-Idx          pic 9(04) value zero.
         05 WS-Emp-Match        pic 9(04) value zero.
         05 WS-Find-Emp         pic x(05) value spaces.
         05 WS-Lvl-Idx          pic 9(02) value zero.

       01 WS-SupChn-Parm.
         05 SCP-Emp-No          pic x(05).
         05 SCP-Status          pic x(02).
         05 SCP-Depth           pic 9(02).
         05 SCP-Chain           occurs 10 times.
           10 SCP-Sup-No         pic x(05).
           10 SCP-Sup-Name       pic x(20).

       01 Blank-Line           pic x(132) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(40) value spaces.
         05 Filler             pic x(30) value
              'Organization Listing          '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(52) value spaces.

       01 RPT-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Emp    Name                  D'.
         05 Filler             pic x(30) value
              'ept  Reports to               '.
         05 Filler             pic x(30) value
              '    Direct  Total  Flag       '.
         05 Filler             pic x(39) value spaces.

       01 RPT-DETAIL.
         05 Filler             pic x(03) value spaces.
         05 RD-Emp             pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RD-Name            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RD-Dept            pic x(02).
         05 Filler             pic x(03) value spaces.
         05 RD-Sup             pic x(05).
         05 Filler             pic x(01) value spaces.
         05 RD-Sup-Name        pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RD-Direct          pic z,zz9.
         05 Filler             pic x(02) value spaces.
         05 RD-Total           pic z,zz9.
         05 Filler             pic x(02) value spaces.
         05 RD-Flag            pic x(34).
         05 Filler             pic x(19) value spaces.

       01 RPT-ORPHAN-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(44) value
              'REPORTS-TO RECORDS NOT ACTIVE ON THE MASTER '.
         05 Filler             pic x(85) value spaces.

       01 RPT-ORPHAN-LINE.
         05 Filler             pic x(03) value spaces.
         05 RO-Emp             pic x(05).
         05 Filler             pic x(15) value '  reports to  '.
         05 RO-Sup             pic x(05).
         05 Filler             pic x(104) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RT-Label           pic x(40).
         05 RT-Count           pic zz,zz9.
         05 Filler             pic x(83) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Employees-Rtn.
           perform 130-Load-Supervisors-Rtn.
           perform 200-Span-Rtn.
           perform 300-List-Rtn.
           perform 400-Totals-Rtn.
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

           open output Org-Report.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

       120-Load-Employees-Rtn.
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
                           perform 125-Keep-Employee-Rtn
                       end-if
               end-read
           end-perform.
           close Payroll-Master-Idx.

       125-Keep-Employee-Rtn.
           if WS-Emp-Count not < 2000
               display 'EMPLOYEE TABLE CAPACITY EXCEEDED AT 2000 '
                   '- RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Emp-Count.
           move Idx-Employee-Number to WE-Emp-No(WS-Emp-Count).
           move Idx-Employee-Name to WE-Name(WS-Emp-Count).
           move Idx-Department-Number to WE-Dept(WS-Emp-Count).
           move spaces to WE-Sup(WS-Emp-Count).
           move zero to WE-Direct(WS-Emp-Count).
           move zero to WE-Total(WS-Emp-Count).
           move spaces to WE-Status(WS-Emp-Count).

      *    A reports-to record for someone not active on the
      *    master is dead weight in the file - list it so it
      *    can be cleared.
       130-Load-Supervisors-Rtn.
           open input Supervisor-File.
           if WS-Sup-File-Stat not = '00'
               display 'SUPERVISOR FILE NOT AVAILABLE, STATUS: '
                   WS-Sup-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Sup-EOF = 'YES'
               read Supervisor-File
                   at end
                       move 'YES' to WS-Sup-EOF
                   not at end
                       move SUP-Emp-No to WS-Find-Emp
                       perform 140-Find-Emp-Rtn
                       if WS-Emp-Match > zero
                           move SUP-Supervisor
                               to WE-Sup(WS-Emp-Match)
                       else
                           perform 135-Orphan-Rtn
                       end-if
               end-read
           end-perform.
           close Supervisor-File.
           if WS-Tot-Orphan > zero
               write Report-Rec from Blank-Line
           end-if.

       135-Orphan-Rtn.
           if WS-Tot-Orphan = zero
               write Report-Rec from RPT-ORPHAN-HEAD
           end-if.
           add 1 to WS-Tot-Orphan.
           move SUP-Emp-No to RO-Emp.
           move SUP-Supervisor to RO-Sup.
           write Report-Rec from RPT-ORPHAN-LINE.

       140-Find-Emp-Rtn.
           move zero to WS-Emp-Match.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
                  or WS-Emp-Match > zero
               if WE-Emp-No(WS-Emp-Idx) = WS-Find-Emp
                   move WS-Emp-Idx to WS-Emp-Match
               end-if
           end-perform.

      *********************************************
      * Span of control - walk each employee's    *
      * chain and count them once under every     *
      * supervisor above them                     *
      *********************************************
       200-Span-Rtn.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               move WE-Emp-No(WS-Emp-Idx) to SCP-Emp-No
               call 'SUPCHN' using WS-SupChn-Parm
               move SCP-Status to WE-Status(WS-Emp-Idx)
               perform varying WS-Lvl-Idx from 1 by 1
                   until WS-Lvl-Idx > SCP-Depth
                   perform 210-Count-Up-Rtn
               end-perform
           end-perform.

       210-Count-Up-Rtn.
           move SCP-Sup-No(WS-Lvl-Idx) to WS-Find-Emp.
           move zero to WS-Emp-Match.
           perform varying WS-Emp-Match from 1 by 1
               until WS-Emp-Match > WS-Emp-Count
               if WE-Emp-No(WS-Emp-Match) = WS-Find-Emp
                   add 1 to WE-Total(WS-Emp-Match)
                   if WS-Lvl-Idx = 1
                       add 1 to WE-Direct(WS-Emp-Match)
                   end-if
                   move WS-Emp-Count to WS-Emp-Match
               end-if
           end-perform.

      *********************************************
      * One line per active employee, flagged     *
      * where the chain above them is broken      *
      *********************************************
       300-List-Rtn.
           write Report-Rec from RPT-HEAD.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               perform 310-Detail-Rtn
           end-perform.
           write Report-Rec from Blank-Line.

      *    Nobody above the employee at all is the top of the
      *    house when it is only the one person; any more and
      *    each is flagged.
       310-Detail-Rtn.
           add 1 to WS-Tot-Employees.
           move WE-Emp-No(WS-Emp-Idx) to RD-Emp.
           move WE-Name(WS-Emp-Idx) to RD-Name.
           move WE-Dept(WS-Emp-Idx) to RD-Dept.
           move WE-Sup(WS-Emp-Idx) to RD-Sup.
           move spaces to RD-Sup-Name.
           if WE-Sup(WS-Emp-Idx) not = spaces
               move WE-Sup(WS-Emp-Idx) to WS-Find-Emp
               perform 140-Find-Emp-Rtn
               if WS-Emp-Match > zero
                   move WE-Name(WS-Emp-Match) to RD-Sup-Name
               end-if
           end-if.
           move WE-Direct(WS-Emp-Idx) to RD-Direct.
           move WE-Total(WS-Emp-Idx) to RD-Total.
           if WE-Direct(WS-Emp-Idx) > zero
               add 1 to WS-Tot-Supervisors
           end-if.
           evaluate WE-Status(WS-Emp-Idx)
               when '00'
                   move spaces to RD-Flag
               when '10'
                   if WE-Total(WS-Emp-Idx) > zero
                       and WS-Tot-Top = zero
                       add 1 to WS-Tot-Top
                       move 'TOP OF ORGANIZATION' to RD-Flag
                   else
                       add 1 to WS-Tot-No-Sup
                       move '** NO SUPERVISOR ON FILE' to RD-Flag
                   end-if
               when '20'
                   add 1 to WS-Tot-Circular
                   move '** CIRCULAR SUPERVISOR CHAIN' to RD-Flag
               when '30'
                   add 1 to WS-Tot-Missing
                   if WE-Sup(WS-Emp-Idx) not = spaces
                       and WS-Emp-Match = zero
                       move '** SUPERVISOR NOT ON MASTER' to RD-Flag
                   else
                       move '** SUPERVISOR ABOVE NOT ON MASTER'
                           to RD-Flag
                   end-if
               when '40'
                   add 1 to WS-Tot-Deep
                   move '** CHAIN OVER TEN LEVELS' to RD-Flag
               when other
                   move '** SUPERVISOR FILE NOT AVAILABLE'
                       to RD-Flag
           end-evaluate.
           write Report-Rec from RPT-DETAIL.

       400-Totals-Rtn.
           move 'Active employees' to RT-Label.
           move WS-Tot-Employees to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Supervisors (one or more direct reports)'
               to RT-Label.
           move WS-Tot-Supervisors to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'No supervisor on file' to RT-Label.
           move WS-Tot-No-Sup to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Supervisor missing from the master' to RT-Label.
           move WS-Tot-Missing to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Circular supervisor chains' to RT-Label.
           move WS-Tot-Circular to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Chains over ten levels' to RT-Label.
           move WS-Tot-Deep to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Reports-to records not on the master' to RT-Label.
           move WS-Tot-Orphan to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.

       900-Close-Module.
           close Org-Report.
           display 'ORGANIZATION LISTING COMPLETE - EMPLOYEES: '
               WS-Tot-Employees ' FLAGGED: '
               WS-Tot-No-Sup ' NO SUPERVISOR, ' WS-Tot-Missing
               ' MISSING, ' WS-Tot-Circular ' CIRCULAR'.

       end program Ch6OrgLst.
