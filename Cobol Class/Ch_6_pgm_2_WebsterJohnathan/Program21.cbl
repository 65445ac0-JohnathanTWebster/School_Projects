       identification division.
       program-id. Ch6EEO1.
      *******************************************
      * Annual EEO-1 counts and pay equity       *
      * review.  Joins the active employees on   *
      * the indexed master to the confidential   *
      * demographic file and maps each Job-Class *
      * to its EEO-1 job category.  The EEO-1    *
      * section counts employees by category,    *
      * race/ethnicity and sex, one page per     *
      * Company-Code since each company files    *
      * under its own EIN.  The pay equity       *
      * section compares, within each Job-Class, *
      * the average and median salary of every   *
      * sex and race group against the best-paid *
      * group of the same kind and flags a gap   *
      * over the control-file threshold.  This   *
      * report carries counts and money only.    *
      * The mode record 'R' adds the restricted  *
      * variant - a separate listing with every  *
      * employee by name behind the analysis -   *
      * for the few people cleared to see it.    *
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
           select Demog-File
               assign to 'C:\Data\Data-In\Pay_Demog.dat'
               organization is line sequential
               file status is WS-Dem-File-Stat.
           select Category-File
               assign to 'C:\Data\Data-In\Pay_EEOCat.dat'
               organization is line sequential
               file status is WS-Cat-File-Stat.
           select Control-File
               assign to 'C:\Data\Data-In\Ch6_EEOCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Mode-File
               assign to 'C:\Data\Data-In\Ch6_EEOMode.dat'
               organization is line sequential
               file status is WS-Mode-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select EEO-Report
               assign to 'C:\Data\Data-Out\Ch6_EEO1.rpt'
               organization is line sequential.
           select Restricted-Report
               assign to 'C:\Data\Data-Out\Ch6_PayEqRst.rpt'
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
                   ==Company-Code== BY ==Idx-Company-Code==.

       FD Demog-File.
       01 Demog-Rec.
           COPY DEMOGR.

      *********************************************
      * Job-Class to EEO-1 job category, 01-10     *
      * in the order the form lists them           *
      *********************************************
       FD Category-File.
       01 Category-Rec.
         05 ECT-Job-Class      pic x(02).
         05 ECT-Category       pic 9(02).

      *    Pay gap, in percent, past which a group is flagged.
       FD Control-File.
       01 Control-Rec.
         05 CTL-Gap-Pct        pic 9(02)v9.

       FD Mode-File.
       01 Mode-Rec.
         05 MODE-CODE          pic x(01).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD EEO-Report.
       01 Report-Rec           pic x(132).

       FD Restricted-Report.
       01 Restricted-Rec       pic x(132).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Dem-File-Stat   pic x(02) value '00'.
         05 WS-Dem-EOF         pic x(03) value 'NO '.
         05 WS-Cat-File-Stat   pic x(02) value '00'.
         05 WS-Cat-EOF         pic x(03) value 'NO '.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-Mode-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Run-Mode        pic x(01) value 'S'.
         05 WS-Gap-Pct         pic 9(02)v9 value 5.0.
         05 WS-Salary-Num      pic 9(06) value zero.
         05 WS-No-Demog        pic 9(05) value zero.
         05 WS-No-Category     pic 9(05) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

       01 WS-Cat-Table-Area.
         05 WS-Cat-Count       pic 9(03) value zero.
         05 WS-Cat-Table       occurs 100 times.
           10 WC-Job-Class      pic x(02).
           10 WC-Category       pic 9(02).
         05 WS-Cat-Idx         pic 9(03) value zero.

       01 WS-Dem-Table-Area.
         05 WS-Dem-Count       pic 9(04) value zero.
         05 WS-Dem-Table       occurs 2000 times.
           10 WD-Emp-No         pic x(05).
           10 WD-Gender         pic x(01).
           10 WD-Race           pic x(01).
           10 WD-Veteran        pic x(01).
           10 WD-Disabled       pic x(01).
         05 WS-Dem-Idx         pic 9(04) value zero.
         05 WS-Dem-Match       pic 9(04) value zero.

      *********************************************
      * Active employees joined to demographics    *
      * and category.  WE-Sort-Key orders the      *
      * table by Job-Class then salary for the     *
      * medians.                                   *
      *********************************************
       01 WS-Emp-Table-Area.
         05 WS-Emp-Count       pic 9(04) value zero.
         05 WS-Emp-Table       occurs 2000 times.
           10 WE-Sort-Key.
             15 WE-Job-Class    pic x(02).
             15 WE-Salary       pic 9(06).
           10 WE-Emp-No         pic x(05).
           10 WE-Name           pic x(20).
           10 WE-Company        pic x(02).
           10 WE-Category       pic 9(02).
           10 WE-Gender         pic x(01).
           10 WE-Race           pic x(01).
           10 WE-Veteran        pic x(01).
           10 WE-Disabled       pic x(01).
           10 WE-Column         pic 9(02).
         05 WS-Emp-Idx         pic 9(04) value zero.
         05 WS-Emp-Match       pic 9(04) value zero.
         05 WS-Swap-Entry      pic x(43).

      *********************************************
      * EEO-1 grid for one company - ten job       *
      * categories plus a row for classes with no  *
      * category; fourteen sex-by-race columns     *
      * plus not disclosed                         *
      *********************************************
       01 WS-Grid-Area.
         05 WS-Grid-Row        occurs 11 times.
           10 WG-Cell           pic 9(05) occurs 15 times.
           10 WG-Row-Total      pic 9(05).
         05 WS-Col-Total       pic 9(05) occurs 15 times.
         05 WS-Grid-Total      pic 9(05) value zero.
         05 WS-Row-Idx         pic 9(02) value zero.
         05 WS-Col-Idx         pic 9(02) value zero.
         05 WS-Co-Veterans     pic 9(05) value zero.
         05 WS-Co-Disabled     pic 9(05) value zero.

       01 WS-Company-Area.
         05 WS-Co-Count        pic 9(02) value zero.
         05 WS-Co-Code         pic x(02) occurs 20 times.
         05 WS-Co-Idx          pic 9(02) value zero.
         05 WS-Co-Found        pic x(01) value 'N'.
         05 WS-Co-Hold         pic x(02) value spaces.

       01 WS-Category-Names.
         05 Filler pic x(24) value 'Exec/Senior Officials   '.
         05 Filler pic x(24) value 'First/Mid Officials     '.
         05 Filler pic x(24) value 'Professionals           '.
         05 Filler pic x(24) value 'Technicians             '.
         05 Filler pic x(24) value 'Sales Workers           '.
         05 Filler pic x(24) value 'Admin Support Workers   '.
         05 Filler pic x(24) value 'Craft Workers           '.
         05 Filler pic x(24) value 'Operatives              '.
         05 Filler pic x(24) value 'Laborers and Helpers    '.
         05 Filler pic x(24) value 'Service Workers         '.
         05 Filler pic x(24) value 'Job class not mapped    '.
       01 WS-Category-Name-Table redefines WS-Category-Names.
         05 WS-Cat-Name        pic x(24) occurs 11 times.

      *********************************************
      * Pay equity groups - two by sex, seven by   *
      * race/ethnicity; the reference group for    *
      * each kind is its best-paid member          *
      *********************************************
       01 WS-Group-Codes.
         05 Filler             pic x(09) value 'MFHWBPAIT'.
       01 WS-Group-Code-Table redefines WS-Group-Codes.
         05 WS-Grp-Code        pic x(01) occurs 9 times.

       01 WS-Group-Names.
         05 Filler pic x(10) value 'Male      '.
         05 Filler pic x(10) value 'Female    '.
         05 Filler pic x(10) value 'Hispanic  '.
         05 Filler pic x(10) value 'White     '.
         05 Filler pic x(10) value 'Black     '.
         05 Filler pic x(10) value 'NH/PI     '.
         05 Filler pic x(10) value 'Asian     '.
         05 Filler pic x(10) value 'AI/AN     '.
         05 Filler pic x(10) value 'Two+ races'.
       01 WS-Group-Name-Table redefines WS-Group-Names.
         05 WS-Grp-Name        pic x(10) occurs 9 times.

       01 WS-Equity-Area.
         05 WS-Class-Start     pic 9(04) value zero.
         05 WS-Class-End       pic 9(04) value zero.
         05 WS-Class-Hold      pic x(02) value spaces.
         05 WS-Grp-Idx         pic 9(02) value zero.
         05 WS-Grp-Stats       occurs 9 times.
           10 WQ-Count          pic 9(04).
           10 WQ-Sum            pic 9(10).
           10 WQ-Average        pic 9(06)v99.
           10 WQ-Median         pic 9(06)v99.
         05 WS-Ref-Idx         pic 9(02) value zero.
         05 WS-Ref-Average     pic 9(06)v99 value zero.
         05 WS-Ref-Median      pic 9(06)v99 value zero.
         05 WS-Avg-Gap         pic s9(03)v9 value zero.
         05 WS-Med-Gap         pic s9(03)v9 value zero.
         05 WS-In-Group        pic x(01) value 'N'.
         05 WS-Med-Target1     pic 9(04) value zero.
         05 WS-Med-Target2     pic 9(04) value zero.
         05 WS-Med-Seen        pic 9(04) value zero.
         05 WS-Med-Sal1        pic 9(06) value zero.
         05 WS-Med-Sal2        pic 9(06) value zero.
         05 WS-Flag-Count      pic 9(04) value zero.
         05 WS-Dim-First       pic 9(02) value zero.
         05 WS-Dim-Last        pic 9(02) value zero.

       01 Blank-Line           pic x(132) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(30) value spaces.
         05 RPT-Title-Text     pic x(50).
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(42) value spaces.

       01 RPT-COMPANY-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(13) value 'Company code '.
         05 RCO-Code           pic x(02).
         05 Filler             pic x(114) value spaces.

       01 RPT-GRID-HEAD1.
         05 Filler             pic x(27) value spaces.
         05 Filler             pic x(12) value 'Hispanic    '.
         05 Filler             pic x(12) value 'White       '.
         05 Filler             pic x(12) value 'Black       '.
         05 Filler             pic x(12) value 'NH/PI       '.
         05 Filler             pic x(12) value 'Asian       '.
         05 Filler             pic x(12) value 'AI/AN       '.
         05 Filler             pic x(12) value 'Two+ races  '.
         05 Filler             pic x(06) value 'Not   '.
         05 Filler             pic x(07) value spaces.
         05 Filler             pic x(20) value spaces.

       01 RPT-GRID-HEAD2.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(24) value 'Job category'.
         05 Filler             pic x(12) value '     M     F'.
         05 Filler             pic x(12) value '     M     F'.
         05 Filler             pic x(12) value '     M     F'.
         05 Filler             pic x(12) value '     M     F'.
         05 Filler             pic x(12) value '     M     F'.
         05 Filler             pic x(12) value '     M     F'.
         05 Filler             pic x(12) value '     M     F'.
         05 Filler             pic x(06) value '  disc'.
         05 Filler             pic x(07) value '  Total'.
         05 Filler             pic x(20) value spaces.

       01 RPT-GRID-LINE.
         05 Filler             pic x(03) value spaces.
         05 RGL-Label          pic x(24).
         05 RGL-Cell           pic zzzzz9 occurs 15 times.
         05 Filler             pic x(01) value spaces.
         05 RGL-Total          pic zzzzz9.
         05 Filler             pic x(08) value spaces.

       01 RPT-COUNT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RCL-Label          pic x(40).
         05 RCL-Count          pic zz,zz9.
         05 Filler             pic x(83) value spaces.

       01 RPT-EQ-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Class  Group        Count    '.
         05 Filler             pic x(30) value
              'Average      Median  Avg gap%'.
         05 Filler             pic x(30) value
              '  Med gap%                    '.
         05 Filler             pic x(39) value spaces.

       01 RPT-EQ-LINE.
         05 Filler             pic x(03) value spaces.
         05 REQ-Class          pic x(02).
         05 Filler             pic x(05) value spaces.
         05 REQ-Group          pic x(10).
         05 Filler             pic x(02) value spaces.
         05 REQ-Count          pic z,zz9.
         05 Filler             pic x(02) value spaces.
         05 REQ-Average        pic zzz,zz9.99.
         05 Filler             pic x(02) value spaces.
         05 REQ-Median         pic zzz,zz9.99.
         05 Filler             pic x(03) value spaces.
         05 REQ-Avg-Gap        pic zz9.9-.
         05 Filler             pic x(04) value spaces.
         05 REQ-Med-Gap        pic zz9.9-.
         05 Filler             pic x(02) value spaces.
         05 REQ-Flag           pic x(30).
         05 Filler             pic x(24) value spaces.

       01 RPT-RST-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Class  Emp    Name           '.
         05 Filler             pic x(30) value
              '       Co  Sex  Race  Vet  Dis'.
         05 Filler             pic x(30) value
              '     Salary                   '.
         05 Filler             pic x(39) value spaces.

       01 RPT-RST-LINE.
         05 Filler             pic x(03) value spaces.
         05 RRL-Class          pic x(02).
         05 Filler             pic x(05) value spaces.
         05 RRL-Emp            pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RRL-Name           pic x(20).
         05 Filler             pic x(03) value spaces.
         05 RRL-Company        pic x(02).
         05 Filler             pic x(04) value spaces.
         05 RRL-Gender         pic x(01).
         05 Filler             pic x(05) value spaces.
         05 RRL-Race           pic x(01).
         05 Filler             pic x(05) value spaces.
         05 RRL-Veteran        pic x(01).
         05 Filler             pic x(04) value spaces.
         05 RRL-Disabled       pic x(01).
         05 Filler             pic x(03) value spaces.
         05 RRL-Salary         pic zzz,zz9.
         05 Filler             pic x(59) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Categories-Rtn.
           perform 130-Load-Demographics-Rtn.
           perform 140-Load-Employees-Rtn.
           perform 200-EEO1-Rtn.
           perform 300-Pay-Equity-Rtn.
           if WS-Run-Mode = 'R'
               perform 400-Restricted-Rtn
           end-if.
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

           open input Control-File.
           if WS-Ctl-File-Stat = '00'
               read Control-File
                   not at end
                       if CTL-Gap-Pct numeric
                           move CTL-Gap-Pct to WS-Gap-Pct
                       end-if
               end-read
               close Control-File
           end-if.

      *    Names come out only on an explicit 'R' - a missing or
      *    mis-keyed mode record gets the counts-only report.
           open input Mode-File.
           if WS-Mode-File-Stat = '00'
               read Mode-File
                   not at end
                       if MODE-CODE = 'R'
                           move 'R' to WS-Run-Mode
                       end-if
               end-read
               close Mode-File
           end-if.

           open output EEO-Report.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           if WS-Run-Mode = 'R'
               open output Restricted-Report
               move 'Pay Equity Detail - RESTRICTED                    '
                   to RPT-Title-Text
               write Restricted-Rec from RPT-TITLE
               write Restricted-Rec from Blank-Line
           end-if.

       120-Load-Categories-Rtn.
           open input Category-File.
           if WS-Cat-File-Stat not = '00'
               display 'EEO-1 CATEGORY TABLE NOT AVAILABLE, STATUS: '
                   WS-Cat-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Cat-EOF = 'YES'
               read Category-File
                   at end
                       move 'YES' to WS-Cat-EOF
                   not at end
                       if WS-Cat-Count < 100
                           add 1 to WS-Cat-Count
                           move ECT-Job-Class
                               to WC-Job-Class(WS-Cat-Count)
                           move ECT-Category
                               to WC-Category(WS-Cat-Count)
                       else
                           display 'CATEGORY TABLE CAPACITY '
                               'EXCEEDED AT 100 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Category-File.

       130-Load-Demographics-Rtn.
           open input Demog-File.
           if WS-Dem-File-Stat not = '00'
               display 'DEMOGRAPHIC FILE NOT AVAILABLE, STATUS: '
                   WS-Dem-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Dem-EOF = 'YES'
               read Demog-File
                   at end
                       move 'YES' to WS-Dem-EOF
                   not at end
                       if WS-Dem-Count < 2000
                           add 1 to WS-Dem-Count
                           move DEM-Emp-No to WD-Emp-No(WS-Dem-Count)
                           move DEM-Gender to WD-Gender(WS-Dem-Count)
                           move DEM-Race to WD-Race(WS-Dem-Count)
                           move DEM-Veteran
                               to WD-Veteran(WS-Dem-Count)
                           move DEM-Disabled
                               to WD-Disabled(WS-Dem-Count)
                       else
                           display 'DEMOGRAPHIC TABLE CAPACITY '
                               'EXCEEDED AT 2000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Demog-File.

       140-Load-Employees-Rtn.
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
                           perform 145-Keep-Employee-Rtn
                       end-if
               end-read
           end-perform.
           close Payroll-Master-Idx.

      *    No demographic record reads as not disclosed; a
      *    Job-Class with no category lands on its own row so
      *    the table gets fixed rather than the count fudged.
       145-Keep-Employee-Rtn.
           if WS-Emp-Count not < 2000
               display 'EMPLOYEE TABLE CAPACITY EXCEEDED AT 2000 '
                   '- RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Emp-Count.
           move Idx-Employee-Number to WE-Emp-No(WS-Emp-Count).
           move Idx-Employee-Name to WE-Name(WS-Emp-Count).
           move Idx-Job-Class to WE-Job-Class(WS-Emp-Count).
           if Idx-Annual-Salary numeric
               move Idx-Annual-Salary to WE-Salary(WS-Emp-Count)
           else
               move zero to WE-Salary(WS-Emp-Count)
           end-if.
           if Idx-Company-Code = spaces
               move '01' to WE-Company(WS-Emp-Count)
           else
               move Idx-Company-Code to WE-Company(WS-Emp-Count)
           end-if.

           move 11 to WE-Category(WS-Emp-Count).
           perform varying WS-Cat-Idx from 1 by 1
               until WS-Cat-Idx > WS-Cat-Count
               if WC-Job-Class(WS-Cat-Idx) = Idx-Job-Class
                   and WC-Category(WS-Cat-Idx) > zero
                   and WC-Category(WS-Cat-Idx) < 11
                   move WC-Category(WS-Cat-Idx)
                       to WE-Category(WS-Emp-Count)
                   move WS-Cat-Count to WS-Cat-Idx
               end-if
           end-perform.
           if WE-Category(WS-Emp-Count) = 11
               add 1 to WS-No-Category
           end-if.

           move zero to WS-Dem-Match.
           perform varying WS-Dem-Idx from 1 by 1
               until WS-Dem-Idx > WS-Dem-Count
                  or WS-Dem-Match > zero
               if WD-Emp-No(WS-Dem-Idx) = Idx-Employee-Number
                   move WS-Dem-Idx to WS-Dem-Match
               end-if
           end-perform.
           if WS-Dem-Match > zero
               move WD-Gender(WS-Dem-Match) to WE-Gender(WS-Emp-Count)
               move WD-Race(WS-Dem-Match) to WE-Race(WS-Emp-Count)
               move WD-Veteran(WS-Dem-Match)
                   to WE-Veteran(WS-Emp-Count)
               move WD-Disabled(WS-Dem-Match)
                   to WE-Disabled(WS-Emp-Count)
           else
               add 1 to WS-No-Demog
               move spaces to WE-Gender(WS-Emp-Count)
               move spaces to WE-Race(WS-Emp-Count)
               move spaces to WE-Veteran(WS-Emp-Count)
               move spaces to WE-Disabled(WS-Emp-Count)
           end-if.
           perform 150-Set-Column-Rtn.

      *    Hispanic or Latino is counted by sex alone; everyone
      *    else by race and sex.  A sex or race not disclosed
      *    goes to the last column.
       150-Set-Column-Rtn.
           move 15 to WE-Column(WS-Emp-Count).
           if WE-Gender(WS-Emp-Count) = 'M'
               or WE-Gender(WS-Emp-Count) = 'F'
               evaluate WE-Race(WS-Emp-Count)
                   when 'H'
                       move 1 to WE-Column(WS-Emp-Count)
                   when 'W'
                       move 3 to WE-Column(WS-Emp-Count)
                   when 'B'
                       move 5 to WE-Column(WS-Emp-Count)
                   when 'P'
                       move 7 to WE-Column(WS-Emp-Count)
                   when 'A'
                       move 9 to WE-Column(WS-Emp-Count)
                   when 'I'
                       move 11 to WE-Column(WS-Emp-Count)
                   when 'T'
                       move 13 to WE-Column(WS-Emp-Count)
               end-evaluate
               if WE-Column(WS-Emp-Count) < 15
                   and WE-Gender(WS-Emp-Count) = 'F'
                   add 1 to WE-Column(WS-Emp-Count)
               end-if
           end-if.

      *********************************************
      * EEO-1 counts, one page per company code   *
      *********************************************
       200-EEO1-Rtn.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               move 'N' to WS-Co-Found
               perform varying WS-Co-Idx from 1 by 1
                   until WS-Co-Idx > WS-Co-Count
                   if WS-Co-Code(WS-Co-Idx) = WE-Company(WS-Emp-Idx)
                       move 'Y' to WS-Co-Found
                   end-if
               end-perform
               if WS-Co-Found = 'N'
                   if WS-Co-Count < 20
                       add 1 to WS-Co-Count
                       move WE-Company(WS-Emp-Idx)
                           to WS-Co-Code(WS-Co-Count)
                   else
                       display 'COMPANY TABLE CAPACITY EXCEEDED '
                           'AT 20 - RUN HALTED'
                       stop run
                   end-if
               end-if
           end-perform.

           perform varying WS-Co-Idx from 1 by 1
               until WS-Co-Idx > WS-Co-Count
               move WS-Co-Code(WS-Co-Idx) to WS-Co-Hold
               perform 210-Company-Page-Rtn
           end-perform.

       210-Company-Page-Rtn.
           initialize WS-Grid-Area.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WE-Company(WS-Emp-Idx) = WS-Co-Hold
                   move WE-Category(WS-Emp-Idx) to WS-Row-Idx
                   move WE-Column(WS-Emp-Idx) to WS-Col-Idx
                   add 1 to WG-Cell(WS-Row-Idx, WS-Col-Idx)
                   add 1 to WG-Row-Total(WS-Row-Idx)
                   add 1 to WS-Col-Total(WS-Col-Idx)
                   add 1 to WS-Grid-Total
                   if WE-Veteran(WS-Emp-Idx) = 'Y'
                       add 1 to WS-Co-Veterans
                   end-if
                   if WE-Disabled(WS-Emp-Idx) = 'Y'
                       add 1 to WS-Co-Disabled
                   end-if
               end-if
           end-perform.

           move 'EEO-1 Employer Information Report - Counts       '
               to RPT-Title-Text.
           if WS-Co-Idx = 1
               write Report-Rec from RPT-TITLE
           else
               write Report-Rec from RPT-TITLE after page
           end-if.
           move WS-Co-Hold to RCO-Code.
           write Report-Rec from RPT-COMPANY-LINE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-GRID-HEAD1.
           write Report-Rec from RPT-GRID-HEAD2.

           perform varying WS-Row-Idx from 1 by 1
               until WS-Row-Idx > 11
               if WS-Row-Idx < 11 or WG-Row-Total(WS-Row-Idx) > zero
                   move WS-Cat-Name(WS-Row-Idx) to RGL-Label
                   perform varying WS-Col-Idx from 1 by 1
                       until WS-Col-Idx > 15
                       move WG-Cell(WS-Row-Idx, WS-Col-Idx)
                           to RGL-Cell(WS-Col-Idx)
                   end-perform
                   move WG-Row-Total(WS-Row-Idx) to RGL-Total
                   write Report-Rec from RPT-GRID-LINE
               end-if
           end-perform.

           move 'Total' to RGL-Label.
           perform varying WS-Col-Idx from 1 by 1
               until WS-Col-Idx > 15
               move WS-Col-Total(WS-Col-Idx) to RGL-Cell(WS-Col-Idx)
           end-perform.
           move WS-Grid-Total to RGL-Total.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-GRID-LINE.
           write Report-Rec from Blank-Line.

           move 'Protected veterans (self-identified)' to RCL-Label.
           move WS-Co-Veterans to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Individuals with a disability' to RCL-Label.
           move WS-Co-Disabled to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.

      *********************************************
      * Pay equity by Job-Class - the table is    *
      * put in class and salary order first so    *
      * each group's median can be walked to      *
      *********************************************
       300-Pay-Equity-Rtn.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               perform varying WS-Emp-Match from 1 by 1
                   until WS-Emp-Match not less than WS-Emp-Idx
                   if WE-Sort-Key(WS-Emp-Idx)
                       < WE-Sort-Key(WS-Emp-Match)
                       move WS-Emp-Table(WS-Emp-Idx) to WS-Swap-Entry
                       move WS-Emp-Table(WS-Emp-Match)
                           to WS-Emp-Table(WS-Emp-Idx)
                       move WS-Swap-Entry
                           to WS-Emp-Table(WS-Emp-Match)
                   end-if
               end-perform
           end-perform.

           move 'Pay Equity Analysis by Job Class                 '
               to RPT-Title-Text.
           write Report-Rec from RPT-TITLE after page.
           move spaces to Report-Rec.
           move WS-Gap-Pct to REQ-Avg-Gap.
           string '   Groups paid more than ' REQ-Avg-Gap
               ' percent below the best-paid group of their kind '
               'in the same class are flagged'
               delimited by size into Report-Rec.
           write Report-Rec.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-EQ-HEAD.

           move 1 to WS-Class-Start.
           perform until WS-Class-Start > WS-Emp-Count
               move WE-Job-Class(WS-Class-Start) to WS-Class-Hold
               move WS-Class-Start to WS-Class-End
               perform until WS-Class-End = WS-Emp-Count
                   or WE-Job-Class(WS-Class-End + 1)
                       not = WS-Class-Hold
                   add 1 to WS-Class-End
               end-perform
               perform 310-Class-Equity-Rtn
               compute WS-Class-Start = WS-Class-End + 1
           end-perform.

           write Report-Rec from Blank-Line.
           move 'Groups flagged' to RCL-Label.
           move WS-Flag-Count to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Employees with no demographic record' to RCL-Label.
           move WS-No-Demog to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Employees in a class with no category' to RCL-Label.
           move WS-No-Category to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.

       310-Class-Equity-Rtn.
           perform varying WS-Grp-Idx from 1 by 1
               until WS-Grp-Idx > 9
               move zero to WQ-Count(WS-Grp-Idx)
               move zero to WQ-Sum(WS-Grp-Idx)
               move zero to WQ-Average(WS-Grp-Idx)
               move zero to WQ-Median(WS-Grp-Idx)
               perform varying WS-Emp-Idx from WS-Class-Start by 1
                   until WS-Emp-Idx > WS-Class-End
                   perform 330-In-Group-Rtn
                   if WS-In-Group = 'Y'
                       add 1 to WQ-Count(WS-Grp-Idx)
                       add WE-Salary(WS-Emp-Idx) to WQ-Sum(WS-Grp-Idx)
                   end-if
               end-perform
               if WQ-Count(WS-Grp-Idx) > zero
                   compute WQ-Average(WS-Grp-Idx) rounded =
                       WQ-Sum(WS-Grp-Idx) / WQ-Count(WS-Grp-Idx)
                   perform 340-Median-Rtn
               end-if
           end-perform.

           move 1 to WS-Dim-First.
           move 2 to WS-Dim-Last.
           perform 320-Dimension-Rtn.
           move 3 to WS-Dim-First.
           move 9 to WS-Dim-Last.
           perform 320-Dimension-Rtn.
           write Report-Rec from Blank-Line.

      *    The best-paid group of the kind is the yardstick; a
      *    kind with only one group present has nothing to
      *    compare and prints without gaps.
       320-Dimension-Rtn.
           move zero to WS-Ref-Idx.
           move zero to WS-Ref-Average.
           perform varying WS-Grp-Idx from WS-Dim-First by 1
               until WS-Grp-Idx > WS-Dim-Last
               if WQ-Count(WS-Grp-Idx) > zero
                   and WQ-Average(WS-Grp-Idx) > WS-Ref-Average
                   move WS-Grp-Idx to WS-Ref-Idx
                   move WQ-Average(WS-Grp-Idx) to WS-Ref-Average
                   move WQ-Median(WS-Grp-Idx) to WS-Ref-Median
               end-if
           end-perform.

           perform varying WS-Grp-Idx from WS-Dim-First by 1
               until WS-Grp-Idx > WS-Dim-Last
               if WQ-Count(WS-Grp-Idx) > zero
                   perform 325-Equity-Line-Rtn
               end-if
           end-perform.

       325-Equity-Line-Rtn.
           move WS-Class-Hold to REQ-Class.
           move WS-Grp-Name(WS-Grp-Idx) to REQ-Group.
           move WQ-Count(WS-Grp-Idx) to REQ-Count.
           move WQ-Average(WS-Grp-Idx) to REQ-Average.
           move WQ-Median(WS-Grp-Idx) to REQ-Median.
           move zero to WS-Avg-Gap WS-Med-Gap.
           if WS-Ref-Average > zero
               compute WS-Avg-Gap rounded =
                   (WS-Ref-Average - WQ-Average(WS-Grp-Idx)) * 100
                   / WS-Ref-Average
           end-if.
           if WS-Ref-Median > zero
               compute WS-Med-Gap rounded =
                   (WS-Ref-Median - WQ-Median(WS-Grp-Idx)) * 100
                   / WS-Ref-Median
           end-if.
           move WS-Avg-Gap to REQ-Avg-Gap.
           move WS-Med-Gap to REQ-Med-Gap.
           if WS-Grp-Idx = WS-Ref-Idx
               move '(reference)' to REQ-Flag
           else
               if WS-Avg-Gap > WS-Gap-Pct or WS-Med-Gap > WS-Gap-Pct
                   move '** PAY GAP OVER THRESHOLD' to REQ-Flag
                   add 1 to WS-Flag-Count
               else
                   move spaces to REQ-Flag
               end-if
           end-if.
           write Report-Rec from RPT-EQ-LINE.

       330-In-Group-Rtn.
           move 'N' to WS-In-Group.
           if WS-Grp-Idx < 3
               if WE-Gender(WS-Emp-Idx) = WS-Grp-Code(WS-Grp-Idx)
                   move 'Y' to WS-In-Group
               end-if
           else
               if WE-Race(WS-Emp-Idx) = WS-Grp-Code(WS-Grp-Idx)
                   move 'Y' to WS-In-Group
               end-if
           end-if.

      *    The class is already in salary order, so the median is
      *    the middle member of the group - or the mean of the
      *    middle two when the count is even.
       340-Median-Rtn.
           compute WS-Med-Target1 = (WQ-Count(WS-Grp-Idx) + 1) / 2.
           compute WS-Med-Target2 = (WQ-Count(WS-Grp-Idx) / 2) + 1.
           if WS-Med-Target2 < WS-Med-Target1
               move WS-Med-Target1 to WS-Med-Target2
           end-if.
           move zero to WS-Med-Seen WS-Med-Sal1 WS-Med-Sal2.
           perform varying WS-Emp-Idx from WS-Class-Start by 1
               until WS-Emp-Idx > WS-Class-End
               perform 330-In-Group-Rtn
               if WS-In-Group = 'Y'
                   add 1 to WS-Med-Seen
                   if WS-Med-Seen = WS-Med-Target1
                       move WE-Salary(WS-Emp-Idx) to WS-Med-Sal1
                   end-if
                   if WS-Med-Seen = WS-Med-Target2
                       move WE-Salary(WS-Emp-Idx) to WS-Med-Sal2
                   end-if
               end-if
           end-perform.
      *    An odd count lands both targets on the same member.
           compute WQ-Median(WS-Grp-Idx) rounded =
               (WS-Med-Sal1 + WS-Med-Sal2) / 2.

      *********************************************
      * Restricted variant - every employee       *
      * behind the analysis, by name, in class    *
      * and salary order                          *
      *********************************************
       400-Restricted-Rtn.
           write Restricted-Rec from RPT-RST-HEAD.
           move spaces to WS-Class-Hold.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WE-Job-Class(WS-Emp-Idx) not = WS-Class-Hold
                   and WS-Emp-Idx > 1
                   write Restricted-Rec from Blank-Line
               end-if
               move WE-Job-Class(WS-Emp-Idx) to WS-Class-Hold
               move WE-Job-Class(WS-Emp-Idx) to RRL-Class
               move WE-Emp-No(WS-Emp-Idx) to RRL-Emp
               move WE-Name(WS-Emp-Idx) to RRL-Name
               move WE-Company(WS-Emp-Idx) to RRL-Company
               move WE-Gender(WS-Emp-Idx) to RRL-Gender
               move WE-Race(WS-Emp-Idx) to RRL-Race
               move WE-Veteran(WS-Emp-Idx) to RRL-Veteran
               move WE-Disabled(WS-Emp-Idx) to RRL-Disabled
               move WE-Salary(WS-Emp-Idx) to RRL-Salary
               write Restricted-Rec from RPT-RST-LINE
           end-perform.

       900-Close-Module.
           close EEO-Report.
           if WS-Run-Mode = 'R'
               close Restricted-Report
           end-if.
           display 'EEO-1 AND PAY EQUITY COMPLETE - EMPLOYEES: '
               WS-Emp-Count ' GROUPS FLAGGED: ' WS-Flag-Count.

       end program Ch6EEO1.
