       identification division.
       program-id. Ch12LvLib.
      *******************************************
      * Month-end accrued leave liability by     *
      * department.  Reads the leave balance     *
      * master Program12 keeps, looks each       *
      * employee up on the indexed master for    *
      * Department-Number and Annual-Salary,     *
      * sorts by department, and prices every    *
      * vacation hour on the books at the        *
      * employee's hourly rate (annual salary    *
      * over 2080 hours) - so finance books the  *
      * PTO liability from the same bank the     *
      * stubs print.  Sick hours are listed but  *
      * not priced; sick time is not paid out on *
      * separation.  An employee with a balance  *
      * but no master record, or no usable       *
      * salary, lists with a zero rate and a     *
      * flag instead of dropping off the books.  *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Leave-File
               assign to 'C:\Data\Data-In\Ch12_Leave.dat'
               organization is line sequential
               file status is WS-Leave-File-Stat.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is random
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Liab-Extract
               assign to 'C:\Data\Data-Work\Ch12_LvLiab.wrk'
               organization is line sequential.
           select Liab-Sorted
               assign to 'C:\Data\Data-Work\Ch12_LvLiab.srt'
               organization is line sequential.
           select Liab-Sort-File
               assign to 'sortwk1'.
           select Liab-Report
               assign to 'C:\Data\Data-Out\Ch12_LvLiab.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Leave-File.
       01 LEAVE-REC.
         05 LV-EMP-NUM          pic 9(05).
         05 LV-VAC-BAL          pic 9(04)v99.
         05 LV-SICK-BAL         pic 9(04)v99.
         05 LV-LAST-PERIOD      pic x(08).

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
                   ==Insurance-Dues== BY ==Idx-Insurance-Dues==.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM              pic 9(02).
         05 OVR-DD              pic 9(02).
         05 OVR-YYYY            pic 9(04).

       FD Liab-Extract.
       01 EXTRACT-REC.
         05 EXT-DEPT            pic x(02).
         05 EXT-EMP-NUM         pic 9(05).
         05 EXT-EMP-NAME        pic x(20).
         05 EXT-VAC             pic 9(04)v99.
         05 EXT-SICK            pic 9(04)v99.
         05 EXT-RATE            pic 9(04)v99.
         05 EXT-FLAG            pic x(01).

       FD Liab-Sorted.
       01 SORTED-REC.
         05 SRT-DEPT            pic x(02).
         05 SRT-EMP-NUM         pic 9(05).
         05 SRT-EMP-NAME        pic x(20).
         05 SRT-VAC             pic 9(04)v99.
         05 SRT-SICK            pic 9(04)v99.
         05 SRT-RATE            pic 9(04)v99.
         05 SRT-FLAG            pic x(01).

       SD Liab-Sort-File.
       01 SWK-REC.
         05 SWK-DEPT            pic x(02).
         05 SWK-EMP-NUM         pic 9(05).
         05 Filler              pic x(39).

       FD Liab-Report.
       01 Report-Rec            pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 More-Records        pic x(03) value 'YES'.
         05 WS-Leave-EOF        pic x(03) value 'NO '.
         05 WS-First-Group      pic x(03) value 'YES'.
         05 WS-Leave-File-Stat  pic x(02) value '00'.
         05 WS-Idx-Status       pic x(02) value '00'.
         05 WS-Idx-Avail        pic x(03) value 'YES'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Dept-Hold        pic x(02) value spaces.
         05 WS-Salary           pic 9(06) value zero.
         05 WS-Liability        pic 9(07)v99 value zero.
         05 WS-Dept-Vac         pic 9(07)v99 value zero.
         05 WS-Dept-Sick        pic 9(07)v99 value zero.
         05 WS-Dept-Liab        pic 9(08)v99 value zero.
         05 WS-Dept-Emp-Count   pic 9(04) value zero.
         05 WS-Grand-Vac        pic 9(08)v99 value zero.
         05 WS-Grand-Sick       pic 9(08)v99 value zero.
         05 WS-Grand-Liab       pic 9(09)v99 value zero.
         05 WS-Dept-Count       pic 9(03) value zero.
         05 WS-Read-Count       pic 9(05) value zero.
         05 WS-Flag-Count       pic 9(05) value zero.
         05 WS-Date.
           10 WS-YY             pic 9(02).
           10 WS-MM             pic 9(02).
           10 WS-DD             pic 9(02).

       01 Blank-Line            pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(14) value spaces.
         05 Filler              pic x(40) value
              'Accrued Leave Liability by Department - '.
         05 RPT-Date.
           10 RPT-MO            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-DY            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-YR            pic 9(04).
         05 Filler              pic x(16) value spaces.

       01 RPT-COL-HDR.
         05 Filler              pic x(06) value spaces.
         05 Filler              pic x(27) value
              'Emp    Name                '.
         05 Filler              pic x(20) value
              '  Vac hrs  Sick hrs '.
         05 Filler              pic x(21) value
              '   Rate     Vac Liab '.
         05 Filler              pic x(06) value spaces.

       01 RPT-DEPT-HDR.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(11) value 'Department '.
         05 RDH-Dept            pic x(02).
         05 RDH-Note            pic x(20).
         05 Filler              pic x(44) value spaces.

       01 RPT-DETAIL.
         05 Filler              pic x(06) value spaces.
         05 RD-Emp              pic 9(05).
         05 Filler              pic x(02) value spaces.
         05 RD-Name             pic x(20).
         05 Filler              pic x(01) value spaces.
         05 RD-Vac              pic zz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RD-Sick             pic zz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RD-Rate             pic zzz9.99.
         05 Filler              pic x(01) value spaces.
         05 RD-Liab             pic $$$$,$$9.99.
         05 Filler              pic x(01) value spaces.
         05 RD-Flag             pic x(05).
         05 Filler              pic x(01) value spaces.

       01 RPT-DEPT-SUB.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(05) value 'Dept '.
         05 RDS-Dept            pic x(02).
         05 Filler              pic x(08) value ' total: '.
         05 RDS-Emp-Count       pic zzz9.
         05 Filler              pic x(05) value ' emps'.
         05 Filler              pic x(07) value spaces.
         05 RDS-Vac             pic zzz,zz9.99.
         05 RDS-Sick            pic zzz,zz9.99.
         05 Filler              pic x(08) value spaces.
         05 RDS-Liab            pic $$,$$$,$$9.99.
         05 Filler              pic x(05) value spaces.

       01 RPT-GRAND.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(13) value 'All depts:   '.
         05 RG-Dept-Count       pic zz9.
         05 Filler              pic x(11) value ' depts     '.
         05 RG-Vac              pic z,zzz,zz9.99.
         05 RG-Sick             pic z,zzz,zz9.99.
         05 Filler              pic x(03) value spaces.
         05 RG-Liab             pic $$$,$$$,$$9.99.
         05 Filler              pic x(09) value spaces.

       01 RPT-FLAG-NOTE.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(30) value
              'Balances with no usable rate: '.
         05 RFN-Count           pic zz,zz9.
         05 Filler              pic x(41) value
              '  (*RATE - priced at zero, see master)   '.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform until WS-Leave-EOF = 'YES'
               read Leave-File
                   at end
                       move 'YES' to WS-Leave-EOF
                   not at end
                       add 1 to WS-Read-Count
                       perform 120-Extract-Rtn
               end-read
           end-perform.
           perform 130-End-Extract-Rtn.

           sort Liab-Sort-File
               on ascending key SWK-DEPT SWK-EMP-NUM
               using Liab-Extract
               giving Liab-Sorted.

           open input Liab-Sorted.
           perform until More-Records = 'NO '
               read Liab-Sorted
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 200-Detail-Rtn
               end-read
           end-perform.
           if WS-First-Group = 'NO '
               perform 215-Dept-Break-Rtn
           end-if.
           perform 300-Close-Module.
           goback.

      *********************************************
      * Start module - the balances, the master   *
      * and the report date, run-date override    *
      * first like the rest of the payroll cycle  *
      *********************************************
       110-Startup-Module.
           open output Liab-Report
                       Liab-Extract.
           accept WS-Date from date.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           add WS-YY 2000 giving RPT-YR.

           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to RPT-MO
                       move OVR-DD to RPT-DY
                       move OVR-YYYY to RPT-YR
               end-read
               close Run-Date-File
           end-if.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.

           open input Leave-File.
           if WS-Leave-File-Stat not = '00'
               move 'YES' to WS-Leave-EOF
               display 'LEAVE BALANCE FILE NOT AVAILABLE, STATUS: '
                   WS-Leave-File-Stat ' - NO LIABILITY TO REPORT'
           end-if.

           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               move 'NO ' to WS-Idx-Avail
               display 'EMPLOYEE MASTER NOT AVAILABLE, STATUS: '
                   WS-Idx-Status ' - BALANCES LISTED UNPRICED'
           end-if.

      *********************************************
      * One extract row per balance on the books  *
      * with the department and rate off the      *
      * master                                    *
      *********************************************
       120-Extract-Rtn.
           move LV-EMP-NUM to EXT-EMP-NUM.
           move LV-VAC-BAL to EXT-VAC.
           move LV-SICK-BAL to EXT-SICK.
           move zero to EXT-RATE.
           move 'Y' to EXT-FLAG.
           move spaces to EXT-DEPT.
           move 'NOT ON MASTER' to EXT-EMP-NAME.

           if WS-Idx-Avail = 'YES'
               move LV-EMP-NUM to Idx-Employee-Number
               read Payroll-Master-Idx
                   invalid key
                       move spaces to Idx-Employee-Name
                   not invalid key
                       move Idx-Department-Number to EXT-DEPT
                       move Idx-Employee-Name to EXT-EMP-NAME
                       if Idx-Annual-Salary numeric
                           move Idx-Annual-Salary to WS-Salary
                           compute EXT-RATE rounded =
                               WS-Salary / 2080
                           move 'N' to EXT-FLAG
                       end-if
               end-read
           end-if.
           write EXTRACT-REC.

       130-End-Extract-Rtn.
           close Liab-Extract.
           if WS-Leave-File-Stat = '00'
               close Leave-File
           end-if.
           if WS-Idx-Avail = 'YES'
               close Payroll-Master-Idx
           end-if.

      *********************************************
      * One detail line per employee, breaking    *
      * to a subtotal whenever the department     *
      * changes                                   *
      *********************************************
       200-Detail-Rtn.
           evaluate true
               when WS-First-Group = 'YES'
                   move SRT-DEPT to WS-Dept-Hold
                   move 'NO ' to WS-First-Group
                   perform 210-Dept-Header-Rtn
               when SRT-DEPT not = WS-Dept-Hold
                   perform 215-Dept-Break-Rtn
                   move SRT-DEPT to WS-Dept-Hold
                   perform 210-Dept-Header-Rtn
           end-evaluate.

           compute WS-Liability rounded = SRT-VAC * SRT-RATE.

           move SRT-EMP-NUM to RD-Emp.
           move SRT-EMP-NAME to RD-Name.
           move SRT-VAC to RD-Vac.
           move SRT-SICK to RD-Sick.
           move SRT-RATE to RD-Rate.
           move WS-Liability to RD-Liab.
           if SRT-FLAG = 'Y'
               move '*RATE' to RD-Flag
               add 1 to WS-Flag-Count
           else
               move spaces to RD-Flag
           end-if.
           write Report-Rec from RPT-DETAIL.

           add SRT-VAC to WS-Dept-Vac.
           add SRT-SICK to WS-Dept-Sick.
           add WS-Liability to WS-Dept-Liab.
           add 1 to WS-Dept-Emp-Count.

       210-Dept-Header-Rtn.
           move WS-Dept-Hold to RDH-Dept.
           if WS-Dept-Hold = spaces
               move ' (not on master)' to RDH-Note
           else
               move spaces to RDH-Note
           end-if.
           write Report-Rec from RPT-DEPT-HDR.

       215-Dept-Break-Rtn.
           move WS-Dept-Hold to RDS-Dept.
           move WS-Dept-Emp-Count to RDS-Emp-Count.
           move WS-Dept-Vac to RDS-Vac.
           move WS-Dept-Sick to RDS-Sick.
           move WS-Dept-Liab to RDS-Liab.
           write Report-Rec from RPT-DEPT-SUB.
           write Report-Rec from Blank-Line.
           add WS-Dept-Vac to WS-Grand-Vac.
           add WS-Dept-Sick to WS-Grand-Sick.
           add WS-Dept-Liab to WS-Grand-Liab.
           add 1 to WS-Dept-Count.
           move zero to WS-Dept-Vac WS-Dept-Sick WS-Dept-Liab
               WS-Dept-Emp-Count.

       300-Close-Module.
           write Report-Rec from Blank-Line.
           move WS-Dept-Count to RG-Dept-Count.
           move WS-Grand-Vac to RG-Vac.
           move WS-Grand-Sick to RG-Sick.
           move WS-Grand-Liab to RG-Liab.
           write Report-Rec from RPT-GRAND.
           if WS-Flag-Count > zero
               move WS-Flag-Count to RFN-Count
               write Report-Rec from RPT-FLAG-NOTE
           end-if.
           close Liab-Sorted
                 Liab-Report.
           display 'LEAVE LIABILITY COMPLETE - BALANCES READ: '
               WS-Read-Count ' TOTAL VACATION LIABILITY: '
               WS-Grand-Liab.

       end program Ch12LvLib.
