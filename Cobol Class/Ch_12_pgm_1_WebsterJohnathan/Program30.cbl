       identification division.
       program-id. Ch12ACA.
      *******************************************
      * ACA full-time eligibility measurement.  *
      * The look-back method: each employee's   *
      * hours of service are totalled by month  *
      * off the pay history (PH-HOURS, carried  *
      * by Program12 - timecard plus paid leave *
      * for hourly staff, a 40-hour week for    *
      * salaried) over a measurement period of  *
      * up to 12 months.  An average of 130     *
      * hours a month or more makes the         *
      * employee full-time for the whole        *
      * stability period that follows the       *
      * administrative period, however their    *
      * hours run during it.  The status lands  *
      * on Ch12_ACAStat.dat, one row per        *
      * employee per stability period; a rerun  *
      * of the same period replaces its rows.   *
      * Anyone newly full-time with no plan     *
      * election on Ch11_BenElect.dat is listed *
      * for benefits to offer coverage.  For a  *
      * form year the run also writes the       *
      * month-by-month offer and coverage codes *
      * for the employer health coverage forms  *
      * (1095-C lines 14-16) and the monthly    *
      * full-time counts for the transmittal.   *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Pay-History-File
               assign to 'C:\Data\Data-Out\Ch12_PayHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           select ACA-Ctl-File
               assign to 'C:\Data\Data-In\Ch12_ACACtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select ACA-Status-File
               assign to 'C:\Data\Data-In\Ch12_ACAStat.dat'
               organization is line sequential
               file status is WS-Stat-File-Stat.
           select Ben-Elect-File
               assign to 'C:\Data\Data-In\Ch11_BenElect.dat'
               organization is line sequential
               file status is WS-Elect-File-Stat.
           select Ben-Plan-File
               assign to 'C:\Data\Data-In\Ch11_BenPlan.dat'
               organization is line sequential
               file status is WS-Plan-File-Stat.
           select Addr-File
               assign to 'C:\Data\Data-Out\Ch12_Addr.dat'
               organization is line sequential
               file status is WS-Addr-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is random
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.
           select Meas-Report
               assign to 'C:\Data\Data-Out\Ch12_ACAMeas.rpt'
               organization is line sequential.
           select Form-Data-File
               assign to 'C:\Data\Data-Out\Ch12_ACA1095.dat'
               organization is line sequential.
           select Form-Report
               assign to 'C:\Data\Data-Out\Ch12_ACA1095.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Pay-History-File.
       01 HIST-REC.
         05 PH-EMP-NUM         pic 9(05).
         05 PH-NAME            pic x(20).
         05 PH-PERIOD          pic x(08).
         05 PH-GROSS           pic 9(06)v99.
         05 PH-FED             pic 9(06)v99.
         05 PH-ST              pic 9(06)v99.
         05 PH-FICA            pic 9(06)v99.
         05 PH-NET             pic 9(06)v99.
         05 PH-METHOD          pic x(01).
         05 PH-STATE           pic x(02).
         05 PH-JOB-CODE        pic x(02).
         05 PH-PAY-DATE        pic 9(08).
         05 PH-PAY-DATE-PARTS redefines PH-PAY-DATE.
           10 PH-PAY-YYYY      pic 9(04).
           10 PH-PAY-MM        pic 9(02).
           10 PH-PAY-DD        pic 9(02).
         05 PH-OT-PREM         pic 9(06)v99.
         05 PH-HOURS           pic 9(03)v99.
         05 PH-COMM            pic 9(06)v99.

      *********************************************
      * Measurement rules.  Any field left zero   *
      * takes the default: measurement period     *
      * the 12 months ending last month, no       *
      * administrative period, a stability period *
      * as long as the measurement period (never  *
      * under 6 months), 130 hours, no form year  *
      * except in January (then last year), and   *
      * the employee share of the cheapest        *
      * employee-only plan on Ch11_BenPlan.dat.   *
      *********************************************
       FD ACA-Ctl-File.
       01 ACA-CTL-REC.
         05 ACA-MEAS-END       pic 9(06).
         05 ACA-MEAS-MONTHS    pic 9(02).
         05 ACA-ADMIN-MONTHS   pic 9(02).
         05 ACA-STAB-MONTHS    pic 9(02).
         05 ACA-MIN-HOURS      pic 9(03)v99.
         05 ACA-FORM-YEAR      pic 9(04).
         05 ACA-EE-SHARE       pic 9(04)v99.

      *********************************************
      * Stability-period status - one row per     *
      * employee per stability period, months     *
      * as YYYYMM.  AST-STATUS 'F' full-time,     *
      * 'P' not.                                  *
      *********************************************
       FD ACA-Status-File.
       01 ACA-STAT-REC.
         05 AST-EMP-NUM        pic 9(05).
         05 AST-STAB-START     pic 9(06).
         05 AST-STAB-END       pic 9(06).
         05 AST-MEAS-START     pic 9(06).
         05 AST-MEAS-END       pic 9(06).
         05 AST-AVG-HOURS      pic 9(03)v99.
         05 AST-STATUS         pic x(01).

       FD Ben-Elect-File.
       01 BEN-ELECT-REC.
         05 BEL-EMP-NUM        pic 9(05).
         05 BEL-PLAN           pic x(03).
         05 BEL-TIER           pic x(01).
         05 BEL-LIFE-PLAN      pic x(03).

       FD Ben-Plan-File.
       01 BEN-PLAN-REC.
         05 BPL-PLAN           pic x(03).
         05 BPL-TIER           pic x(01).
         05 BPL-PREMIUM        pic 9(04)v99.
         05 BPL-PRETAX         pic x(01).
         05 BPL-LIFE-MULT      pic 9(02)v9.
         05 BPL-LIFE-AMT       pic 9(07).

       FD Addr-File.
       01 ADDR-REC.
         05 ADR-EMP-NUM        pic 9(05).
         05 ADR-STREET         pic x(25).
         05 ADR-CITY           pic x(15).
         05 ADR-STATE          pic x(02).
         05 ADR-ZIP            pic x(05).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

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
                   ==Hire-Date== BY ==Idx-Hire-Date==,
                   ==Hire-YYYY== BY ==Idx-Hire-YYYY==,
                   ==Hire-MM== BY ==Idx-Hire-MM==,
                   ==Hire-DD== BY ==Idx-Hire-DD==,
                   ==SSN-Verif-Flag== BY ==Idx-SSN-Verif-Flag==,
                   ==Position-Number== BY ==Idx-Position-Number==.

       FD Meas-Report.
       01 Meas-Rec             pic x(100).

      *********************************************
      * Employer health coverage form data - one  *
      * record per employee for the form year,    *
      * with line 14 (offer), line 15 (employee   *
      * share of the lowest-cost self-only        *
      * coverage) and line 16 (safe harbor)       *
      * codes for each month, and whether the     *
      * employee was covered on our plan          *
      *********************************************
       FD Form-Data-File.
       01 FORM-DATA-REC.
         05 FDR-EMP-NUM        pic 9(05).
         05 FDR-SSN            pic x(09).
         05 FDR-NAME           pic x(20).
         05 FDR-STREET         pic x(25).
         05 FDR-CITY           pic x(15).
         05 FDR-STATE          pic x(02).
         05 FDR-ZIP            pic x(05).
         05 FDR-YEAR           pic 9(04).
         05 FDR-MONTH          occurs 12 times.
           10 FDR-OFFER-CODE   pic x(02).
           10 FDR-EE-SHARE     pic 9(04)v99.
           10 FDR-HARBOR-CODE  pic x(02).
           10 FDR-COVERED      pic x(01).

       FD Form-Report.
       01 Form-Rec             pic x(110).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Hist-File-Stat  pic x(02) value '00'.
         05 WS-Hist-EOF        pic x(03) value 'NO '.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-Stat-File-Stat  pic x(02) value '00'.
         05 WS-Stat-EOF        pic x(03) value 'NO '.
         05 WS-Elect-File-Stat pic x(02) value '00'.
         05 WS-Elect-EOF       pic x(03) value 'NO '.
         05 WS-Plan-File-Stat  pic x(02) value '00'.
         05 WS-Plan-EOF        pic x(03) value 'NO '.
         05 WS-Addr-File-Stat  pic x(02) value '00'.
         05 WS-Addr-EOF        pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-Avail       pic x(03) value 'YES'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

      *    Months are carried as a running month number (year
      *    times 12 plus month) so spans cross year end cleanly.
       01 WS-Measure-Rules.
         05 WS-Meas-Months     pic 9(02) value 12.
         05 WS-Admin-Months    pic 9(02) value zero.
         05 WS-Stab-Months     pic 9(02) value zero.
         05 WS-Min-Hours       pic 9(03)v99 value 130.
         05 WS-Form-Year       pic 9(04) value zero.
         05 WS-EE-Share        pic 9(04)v99 value zero.
         05 WS-Share-Found     pic x(01) value 'N'.
         05 WS-Meas-End-YM     pic 9(06) value zero.
         05 WS-Meas-Start-Num  pic 9(06) value zero.
         05 WS-Meas-End-Num    pic 9(06) value zero.
         05 WS-Stab-Start-Num  pic 9(06) value zero.
         05 WS-Stab-End-Num    pic 9(06) value zero.
         05 WS-Meas-Start-YM   pic 9(06) value zero.
         05 WS-Stab-Start-YM   pic 9(06) value zero.
         05 WS-Stab-End-YM     pic 9(06) value zero.

       01 WS-Month-Work.
         05 WS-Cv-Num          pic 9(06) value zero.
         05 WS-Cv-YM           pic 9(06) value zero.
         05 WS-Cv-YM-Parts redefines WS-Cv-YM.
           10 WS-Cv-YYYY       pic 9(04).
           10 WS-Cv-MM         pic 9(02).
         05 WS-Hist-Num        pic 9(06) value zero.
         05 WS-Hist-Hours      pic 9(03)v99 value zero.
         05 WS-Mon-Idx         pic 9(02) value zero.
         05 WS-Form-Num        pic 9(06) value zero.
         05 WS-Emp-Start-Num   pic 9(06) value zero.
         05 WS-Emp-End-Num     pic 9(06) value zero.
         05 WS-Hire-Num        pic 9(06) value zero.
         05 WS-Hire-Work       pic 9(04) value zero.
         05 WS-Hire-MM-Work    pic 9(02) value zero.

      *********************************************
      * One row per employee with pay in the      *
      * measurement period or the form year, in   *
      * employee number order                     *
      *********************************************
       01 WS-Emp-Table-Area.
         05 WS-Emp-Count       pic 9(04) value zero.
         05 WS-Emp-Table       occurs 2000 times.
           10 WE-Emp-No         pic 9(05).
           10 WE-Name           pic x(20).
           10 WE-SSN            pic x(09).
           10 WE-Emp-Status     pic x(01).
           10 WE-Hire-Num       pic 9(06).
           10 WE-Hours          pic 9(04)v99 occurs 12 times.
           10 WE-Yr-Paid        pic x(01) occurs 12 times.
           10 WE-Last-Paid-Num  pic 9(06).
           10 WE-Months-Paid    pic 9(02).
           10 WE-Total-Hours    pic 9(05)v99.
           10 WE-Divisor        pic 9(02).
           10 WE-Avg-Hours      pic 9(03)v99.
           10 WE-Status         pic x(01).
           10 WE-Prior-Status   pic x(01).
           10 WE-New-FT         pic x(01).
           10 WE-Elected        pic x(01).
         05 WS-Emp-Idx         pic 9(04) value zero.
         05 WS-Emp-Match       pic 9(04) value zero.
         05 WS-Emp-Move        pic 9(04) value zero.

       01 WS-Status-Table-Area.
         05 WS-Ast-Count       pic 9(05) value zero.
         05 WS-Ast-Table       occurs 6000 times.
           10 WA-Emp-No         pic 9(05).
           10 WA-Stab-Start     pic 9(06).
           10 WA-Stab-End       pic 9(06).
           10 WA-Meas-Start     pic 9(06).
           10 WA-Meas-End       pic 9(06).
           10 WA-Avg-Hours      pic 9(03)v99.
           10 WA-Status         pic x(01).
         05 WS-Ast-Idx         pic 9(05) value zero.
         05 WS-Ast-Best-Start  pic 9(06) value zero.
         05 WS-Ast-Dropped     pic 9(05) value zero.

       01 WS-Elect-Table-Area.
         05 WS-Elect-Count     pic 9(04) value zero.
         05 WS-Elect-Emp       pic 9(05) occurs 3000 times.
         05 WS-Elect-Idx       pic 9(04) value zero.

       01 WS-Month-Codes.
         05 WS-Employed        pic x(01) value 'N'.
         05 WS-Full-Time       pic x(01) value 'N'.
         05 WS-FT-Count        pic 9(05) occurs 12 times.
         05 WS-All-Count       pic 9(05) occurs 12 times.

       01 WS-Totals.
         05 WS-Tot-Hist-Read   pic 9(07) value zero.
         05 WS-Tot-No-Date     pic 9(07) value zero.
         05 WS-Tot-Measured    pic 9(05) value zero.
         05 WS-Tot-Full-Time   pic 9(05) value zero.
         05 WS-Tot-Part-Time   pic 9(05) value zero.
         05 WS-Tot-New-FT      pic 9(05) value zero.
         05 WS-Tot-No-Elect    pic 9(05) value zero.
         05 WS-Tot-Terminated  pic 9(05) value zero.
         05 WS-Tot-Forms       pic 9(05) value zero.

       01 Blank-Line           pic x(100) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(46) value
              'ACA Full-Time Measurement - Measurement Months'.
         05 Filler             pic x(01) value spaces.
         05 RPT-Meas-From.
           10 RPT-MF-MM        pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-MF-YYYY      pic 9(04).
         05 Filler             pic x(04) value ' to '.
         05 RPT-Meas-To.
           10 RPT-MT-MM        pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-MT-YYYY      pic 9(04).
         05 Filler             pic x(25) value spaces.

       01 RPT-STAB-LINE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(17) value 'Stability period '.
         05 RSL-From.
           10 RSL-F-MM         pic 9(02).
           10 Filler           pic x value '/'.
           10 RSL-F-YYYY       pic 9(04).
         05 Filler             pic x(04) value ' to '.
         05 RSL-To.
           10 RSL-T-MM         pic 9(02).
           10 Filler           pic x value '/'.
           10 RSL-T-YYYY       pic 9(04).
         05 Filler             pic x(22) value
              '   Full-time at least '.
         05 RSL-Min-Hours      pic zz9.99.
         05 Filler             pic x(25) value ' hours a month average'.

       01 RPT-COL-HDR.
         05 Filler             pic x(07) value 'Emp'.
         05 Filler             pic x(21) value 'Name'.
         05 Filler             pic x(04) value 'Mos'.
         05 Filler             pic x(11) value '  Total Hrs'.
         05 Filler             pic x(04) value ' Div'.
         05 Filler             pic x(08) value '  Avg/Mo'.
         05 Filler             pic x(11) value '  Status'.
         05 Filler             pic x(11) value 'Prior'.
         05 Filler             pic x(22) value 'Note'.

       01 RPT-DETAIL-LINE.
         05 RDL-Emp-No         pic 9(05).
         05 Filler             pic x(02) value spaces.
         05 RDL-Name           pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RDL-Months         pic z9.
         05 Filler             pic x(02) value spaces.
         05 RDL-Total-Hours    pic zz,zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RDL-Divisor        pic z9.
         05 Filler             pic x(02) value spaces.
         05 RDL-Avg-Hours      pic zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RDL-Status         pic x(09).
         05 Filler             pic x(02) value spaces.
         05 RDL-Prior          pic x(09).
         05 Filler             pic x(02) value spaces.
         05 RDL-Note           pic x(22).

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(45).
         05 RTL-Count          pic zz,zz9.
         05 Filler             pic x(46) value spaces.

       01 FRM-TITLE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(51) value
              'Employer Health Coverage Offer and Coverage - Year '.
         05 FRM-Year           pic 9(04).
         05 Filler             pic x(35) value spaces.

       01 FRM-SHARE-LINE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(52) value
              'Employee share, lowest-cost self-only coverage (15) '.
         05 FRM-Share          pic $$,$$9.99.
         05 Filler             pic x(29) value spaces.

       01 FRM-COL-HDR.
         05 Filler             pic x(07) value 'Emp'.
         05 Filler             pic x(21) value 'Name'.
         05 Filler             pic x(05) value 'Line'.
         05 Filler             pic x(36) value
              'Jan   Feb   Mar   Apr   May   Jun   '.
         05 Filler             pic x(36) value
              'Jul   Aug   Sep   Oct   Nov   Dec'.

       01 FRM-DETAIL-LINE.
         05 FDL-Emp-No         pic x(05).
         05 Filler             pic x(02) value spaces.
         05 FDL-Name           pic x(20).
         05 Filler             pic x(01) value spaces.
         05 FDL-Line           pic x(05).
         05 FDL-Month          occurs 12 times.
           10 FDL-Code         pic x(02).
           10 FDL-Cov          pic x(01).
           10 Filler           pic x(03).

       01 FRM-COUNT-HDR.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(40) value
              'Month     Full-time     Total employees'.
         05 Filler             pic x(50) value spaces.

       01 FRM-COUNT-LINE.
         05 Filler             pic x(10) value spaces.
         05 FCL-Month          pic 9(02).
         05 Filler             pic x(08) value spaces.
         05 FCL-FT-Count       pic zz,zz9.
         05 Filler             pic x(12) value spaces.
         05 FCL-All-Count      pic zz,zz9.
         05 Filler             pic x(56) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Run-Date-Rtn.
           perform 120-Load-Rules-Rtn.
           perform 130-Load-Status-Rtn.
           perform 140-Load-Elect-Rtn.
           perform 200-Load-History-Rtn.
           if WS-Emp-Count = zero
               display 'ACA MEASUREMENT - NO PAY HISTORY IN THE '
                   'MEASUREMENT PERIOD OR FORM YEAR'
               goback
           end-if.
           perform 250-Lookup-Master-Rtn.

           open output Meas-Report.
           perform 300-Meas-Headings-Rtn.
           perform 310-Measure-Rtn
               varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count.
           perform 330-No-Election-Rtn.
           perform 340-Meas-Totals-Rtn.
           close Meas-Report.
           perform 400-Rewrite-Status-Rtn.

           if WS-Form-Year > zero
               perform 500-Form-Year-Rtn
           end-if.

           display 'ACA MEASUREMENT ' WS-Meas-Start-YM '-'
               WS-Meas-End-YM ' - FULL-TIME: ' WS-Tot-Full-Time
               '  NEWLY FULL-TIME WITHOUT ELECTION: '
               WS-Tot-No-Elect.
           goback.

       110-Run-Date-Rtn.
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

      *********************************************
      * Measurement, administrative and stability *
      * periods, the hours line and the form year *
      *********************************************
       120-Load-Rules-Rtn.
           move zeros to ACA-CTL-REC.
           open input ACA-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read ACA-Ctl-File
                   at end
                       move zeros to ACA-CTL-REC
               end-read
               close ACA-Ctl-File
           end-if.

           if ACA-MEAS-MONTHS numeric
               and ACA-MEAS-MONTHS not < 3
               and ACA-MEAS-MONTHS not > 12
               move ACA-MEAS-MONTHS to WS-Meas-Months
           end-if.
      *    The administrative period may not run past 90 days.
           if ACA-ADMIN-MONTHS numeric
               and ACA-ADMIN-MONTHS not > 3
               move ACA-ADMIN-MONTHS to WS-Admin-Months
           end-if.
      *    Stability runs at least six months and never shorter
      *    than the measurement period it follows.
           move WS-Meas-Months to WS-Stab-Months.
           if ACA-STAB-MONTHS numeric
               and ACA-STAB-MONTHS > WS-Stab-Months
               and ACA-STAB-MONTHS not > 12
               move ACA-STAB-MONTHS to WS-Stab-Months
           end-if.
           if WS-Stab-Months < 6
               move 6 to WS-Stab-Months
           end-if.
           if ACA-MIN-HOURS numeric and ACA-MIN-HOURS > zero
               move ACA-MIN-HOURS to WS-Min-Hours
           end-if.

           if ACA-FORM-YEAR numeric and ACA-FORM-YEAR > zero
               move ACA-FORM-YEAR to WS-Form-Year
           else
               if WS-Run-MM = 1
                   compute WS-Form-Year = WS-Run-YYYY - 1
               end-if
           end-if.
           if ACA-EE-SHARE numeric and ACA-EE-SHARE > zero
               move ACA-EE-SHARE to WS-EE-Share
               move 'Y' to WS-Share-Found
           end-if.

      *    Measurement ends with last month unless the control
      *    record names the month.
           compute WS-Meas-End-Num = (WS-Run-YYYY * 12) + WS-Run-MM - 1.
           if ACA-MEAS-END numeric and ACA-MEAS-END > zero
               move ACA-MEAS-END to WS-Cv-YM
               if WS-Cv-MM > zero and WS-Cv-MM not > 12
                   compute WS-Meas-End-Num =
                       (WS-Cv-YYYY * 12) + WS-Cv-MM
               end-if
           end-if.
           compute WS-Meas-Start-Num =
               WS-Meas-End-Num - WS-Meas-Months + 1.
           compute WS-Stab-Start-Num =
               WS-Meas-End-Num + WS-Admin-Months + 1.
           compute WS-Stab-End-Num =
               WS-Stab-Start-Num + WS-Stab-Months - 1.

           move WS-Meas-Start-Num to WS-Cv-Num.
           perform 190-Num-To-YM-Rtn.
           move WS-Cv-YM to WS-Meas-Start-YM.
           move WS-Meas-End-Num to WS-Cv-Num.
           perform 190-Num-To-YM-Rtn.
           move WS-Cv-YM to WS-Meas-End-YM.
           move WS-Stab-Start-Num to WS-Cv-Num.
           perform 190-Num-To-YM-Rtn.
           move WS-Cv-YM to WS-Stab-Start-YM.
           move WS-Stab-End-Num to WS-Cv-Num.
           perform 190-Num-To-YM-Rtn.
           move WS-Cv-YM to WS-Stab-End-YM.

      *********************************************
      * Stability statuses already assigned.  A   *
      * row for this run's stability period is    *
      * an earlier run of the same measurement -  *
      * it is dropped and measured again.         *
      *********************************************
       130-Load-Status-Rtn.
           open input ACA-Status-File.
           if WS-Stat-File-Stat not = '00'
               move 'YES' to WS-Stat-EOF
           end-if.
           perform until WS-Stat-EOF = 'YES'
               read ACA-Status-File
                   at end
                       move 'YES' to WS-Stat-EOF
                   not at end
                       if AST-STAB-START = WS-Stab-Start-YM
                           add 1 to WS-Ast-Dropped
                       else
                           perform 135-Add-Status-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Stat-File-Stat = '00' or WS-Stat-File-Stat = '10'
               close ACA-Status-File
           end-if.

       135-Add-Status-Rtn.
           if WS-Ast-Count < 6000
               add 1 to WS-Ast-Count
           else
               display 'ACA STATUS TABLE CAPACITY EXCEEDED AT 6000 - '
                   'RUN HALTED'
               stop run
           end-if.
           move AST-EMP-NUM to WA-Emp-No(WS-Ast-Count).
           move AST-STAB-START to WA-Stab-Start(WS-Ast-Count).
           move AST-STAB-END to WA-Stab-End(WS-Ast-Count).
           move AST-MEAS-START to WA-Meas-Start(WS-Ast-Count).
           move AST-MEAS-END to WA-Meas-End(WS-Ast-Count).
           move AST-AVG-HOURS to WA-Avg-Hours(WS-Ast-Count).
           move AST-STATUS to WA-Status(WS-Ast-Count).

      *********************************************
      * Who has a plan election on file, and the  *
      * cheapest employee-only premium when the   *
      * control record gives no employee share    *
      *********************************************
       140-Load-Elect-Rtn.
           open input Ben-Elect-File.
           if WS-Elect-File-Stat not = '00'
               display 'BENEFIT ELECTION FILE NOT AVAILABLE - '
                   'NO EMPLOYEE SHOWN AS ELECTED'
               move 'YES' to WS-Elect-EOF
           end-if.
           perform until WS-Elect-EOF = 'YES'
               read Ben-Elect-File
                   at end
                       move 'YES' to WS-Elect-EOF
                   not at end
      *                A row naming only a life plan is no
      *                health coverage.
                       if BEL-PLAN not = spaces
                           if WS-Elect-Count < 3000
                               add 1 to WS-Elect-Count
                               move BEL-EMP-NUM
                                   to WS-Elect-Emp(WS-Elect-Count)
                           else
                               display 'ELECTION TABLE CAPACITY '
                                   'EXCEEDED AT 3000 - RUN HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Elect-File-Stat = '00' or WS-Elect-File-Stat = '10'
               close Ben-Elect-File
           end-if.

           if WS-Share-Found = 'N'
               open input Ben-Plan-File
               if WS-Plan-File-Stat not = '00'
                   move 'YES' to WS-Plan-EOF
               end-if
               perform until WS-Plan-EOF = 'YES'
                   read Ben-Plan-File
                       at end
                           move 'YES' to WS-Plan-EOF
                       not at end
                           if BPL-TIER = 'E' and BPL-PREMIUM numeric
                               and (BPL-LIFE-MULT not numeric
                                   or BPL-LIFE-MULT = zero)
                               and (BPL-LIFE-AMT not numeric
                                   or BPL-LIFE-AMT = zero)
                               and (WS-Share-Found = 'N'
                                   or BPL-PREMIUM < WS-EE-Share)
                               move BPL-PREMIUM to WS-EE-Share
                               move 'Y' to WS-Share-Found
                           end-if
                   end-read
               end-perform
               if WS-Plan-File-Stat = '00' or WS-Plan-File-Stat = '10'
                   close Ben-Plan-File
               end-if
           end-if.

       190-Num-To-YM-Rtn.
           compute WS-Cv-YYYY = (WS-Cv-Num - 1) / 12.
           compute WS-Cv-MM = WS-Cv-Num - (WS-Cv-YYYY * 12).

      *********************************************
      * Hours by month off the pay history - the  *
      * measurement months, and which months of   *
      * the form year the employee was paid in.   *
      * Rows written before the pay date was      *
      * carried cannot be placed in a month and   *
      * are passed over; rows written before the  *
      * hours were carried count no hours.        *
      *********************************************
       200-Load-History-Rtn.
           open input Pay-History-File.
           if WS-Hist-File-Stat not = '00'
               display 'PAY HISTORY NOT AVAILABLE, STATUS: '
                   WS-Hist-File-Stat
               move 'YES' to WS-Hist-EOF
           end-if.
           perform until WS-Hist-EOF = 'YES'
               read Pay-History-File
                   at end
                       move 'YES' to WS-Hist-EOF
                   not at end
                       add 1 to WS-Tot-Hist-Read
                       if PH-PAY-DATE numeric and PH-PAY-MM > zero
                           perform 210-Post-History-Rtn
                       else
                           add 1 to WS-Tot-No-Date
                       end-if
               end-read
           end-perform.
           if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               close Pay-History-File
           end-if.

       210-Post-History-Rtn.
           compute WS-Hist-Num = (PH-PAY-YYYY * 12) + PH-PAY-MM.
           move zero to WS-Hist-Hours.
           if PH-HOURS numeric
               move PH-HOURS to WS-Hist-Hours
           end-if.
           if (WS-Hist-Num not < WS-Meas-Start-Num
                   and WS-Hist-Num not > WS-Meas-End-Num)
               or PH-PAY-YYYY = WS-Form-Year
               perform 220-Find-Emp-Rtn
               if WS-Hist-Num not < WS-Meas-Start-Num
                   and WS-Hist-Num not > WS-Meas-End-Num
                   compute WS-Mon-Idx =
                       WS-Hist-Num - WS-Meas-Start-Num + 1
                   add WS-Hist-Hours
                       to WE-Hours(WS-Emp-Match, WS-Mon-Idx)
               end-if
               if PH-PAY-YYYY = WS-Form-Year
                   move 'Y' to WE-Yr-Paid(WS-Emp-Match, PH-PAY-MM)
               end-if
               if WS-Hist-Num > WE-Last-Paid-Num(WS-Emp-Match)
                   move WS-Hist-Num to WE-Last-Paid-Num(WS-Emp-Match)
               end-if
           end-if.

      *    The table is kept in employee number order - a new
      *    employee is slotted in ahead of the first higher one.
       220-Find-Emp-Rtn.
           move zero to WS-Emp-Match.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WE-Emp-No(WS-Emp-Idx) not < PH-EMP-NUM
                   move WS-Emp-Idx to WS-Emp-Match
                   move WS-Emp-Count to WS-Emp-Idx
               end-if
           end-perform.
           if WS-Emp-Match > zero
               and WE-Emp-No(WS-Emp-Match) = PH-EMP-NUM
               move PH-NAME to WE-Name(WS-Emp-Match)
           else
               perform 225-Insert-Emp-Rtn
           end-if.

       225-Insert-Emp-Rtn.
           if WS-Emp-Count < 2000
               add 1 to WS-Emp-Count
           else
               display 'ACA EMPLOYEE TABLE CAPACITY EXCEEDED AT 2000 - '
                   'RUN HALTED'
               stop run
           end-if.
           if WS-Emp-Match = zero
               move WS-Emp-Count to WS-Emp-Match
           else
               perform varying WS-Emp-Move from WS-Emp-Count by -1
                   until WS-Emp-Move not > WS-Emp-Match
                   move WS-Emp-Table(WS-Emp-Move - 1)
                       to WS-Emp-Table(WS-Emp-Move)
               end-perform
           end-if.
           initialize WS-Emp-Table(WS-Emp-Match).
           move PH-EMP-NUM to WE-Emp-No(WS-Emp-Match).
           move PH-NAME to WE-Name(WS-Emp-Match).
           move 'N' to WE-Elected(WS-Emp-Match).
           move 'N' to WE-New-FT(WS-Emp-Match).
           perform varying WS-Mon-Idx from 1 by 1 until WS-Mon-Idx > 12
               move 'N' to WE-Yr-Paid(WS-Emp-Match, WS-Mon-Idx)
           end-perform.

      *********************************************
      * SSN, status and hire month off the master *
      *********************************************
       250-Lookup-Master-Rtn.
           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               move 'NO ' to WS-Idx-Avail
               display 'EMPLOYEE MASTER INDEX NOT AVAILABLE, STATUS: '
                   WS-Idx-Status ' - NO HIRE DATES OR SSNS'
           end-if.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WS-Idx-Avail = 'YES'
                   move WE-Emp-No(WS-Emp-Idx) to Idx-Employee-Number
                   read Payroll-Master-Idx
                       invalid key
                           move spaces to Idx-SSN
                           move spaces to Idx-Emp-Status
                           move spaces to Idx-Hire-Date
                   end-read
                   move Idx-SSN to WE-SSN(WS-Emp-Idx)
                   move Idx-Emp-Status to WE-Emp-Status(WS-Emp-Idx)
                   if Idx-Hire-YYYY numeric and Idx-Hire-MM numeric
                       move Idx-Hire-YYYY to WS-Hire-Work
                       move Idx-Hire-MM to WS-Hire-MM-Work
                       compute WE-Hire-Num(WS-Emp-Idx) =
                           (WS-Hire-Work * 12) + WS-Hire-MM-Work
                   end-if
               end-if
               perform varying WS-Elect-Idx from 1 by 1
                   until WS-Elect-Idx > WS-Elect-Count
                   if WS-Elect-Emp(WS-Elect-Idx) = WE-Emp-No(WS-Emp-Idx)
                       move 'Y' to WE-Elected(WS-Emp-Idx)
                       move WS-Elect-Count to WS-Elect-Idx
                   end-if
               end-perform
           end-perform.
           if WS-Idx-Avail = 'YES'
               close Payroll-Master-Idx
           end-if.

       300-Meas-Headings-Rtn.
           move WS-Meas-Start-YM to WS-Cv-YM.
           move WS-Cv-MM to RPT-MF-MM.
           move WS-Cv-YYYY to RPT-MF-YYYY.
           move WS-Meas-End-YM to WS-Cv-YM.
           move WS-Cv-MM to RPT-MT-MM.
           move WS-Cv-YYYY to RPT-MT-YYYY.
           write Meas-Rec from RPT-TITLE.
           move WS-Stab-Start-YM to WS-Cv-YM.
           move WS-Cv-MM to RSL-F-MM.
           move WS-Cv-YYYY to RSL-F-YYYY.
           move WS-Stab-End-YM to WS-Cv-YM.
           move WS-Cv-MM to RSL-T-MM.
           move WS-Cv-YYYY to RSL-T-YYYY.
           move WS-Min-Hours to RSL-Min-Hours.
           write Meas-Rec from RPT-STAB-LINE.
           write Meas-Rec from Blank-Line.
           write Meas-Rec from RPT-COL-HDR.
           write Meas-Rec from Blank-Line.

      *********************************************
      * Average the measurement months and assign *
      * the stability status.  An employee hired  *
      * during the period is averaged over the    *
      * months since hire; a terminated employee  *
      * is listed but given no status.            *
      *********************************************
       310-Measure-Rtn.
           move zero to WE-Months-Paid(WS-Emp-Idx)
                        WE-Total-Hours(WS-Emp-Idx).
           perform varying WS-Mon-Idx from 1 by 1
               until WS-Mon-Idx > WS-Meas-Months
               if WE-Hours(WS-Emp-Idx, WS-Mon-Idx) > zero
                   add 1 to WE-Months-Paid(WS-Emp-Idx)
                   add WE-Hours(WS-Emp-Idx, WS-Mon-Idx)
                       to WE-Total-Hours(WS-Emp-Idx)
               end-if
           end-perform.

      *    Someone paid only in the form year, outside the
      *    measurement months, is not measured this run.
           if WE-Months-Paid(WS-Emp-Idx) > zero
               perform 315-Assign-Status-Rtn
           end-if.

       315-Assign-Status-Rtn.
           move spaces to RDL-Note.
           add 1 to WS-Tot-Measured.

           move WS-Meas-Months to WE-Divisor(WS-Emp-Idx).
           if WE-Hire-Num(WS-Emp-Idx) > WS-Meas-Start-Num
               and WE-Hire-Num(WS-Emp-Idx) not > WS-Meas-End-Num
               compute WE-Divisor(WS-Emp-Idx) =
                   WS-Meas-End-Num - WE-Hire-Num(WS-Emp-Idx) + 1
           end-if.
           compute WE-Avg-Hours(WS-Emp-Idx) rounded =
               WE-Total-Hours(WS-Emp-Idx) / WE-Divisor(WS-Emp-Idx).

           perform 320-Prior-Status-Rtn.

           if WE-Emp-Status(WS-Emp-Idx) = 'T'
               move 'T' to WE-Status(WS-Emp-Idx)
               add 1 to WS-Tot-Terminated
               move 'TERMINATED' to RDL-Status
               move 'NO STATUS ASSIGNED' to RDL-Note
           else
               if WE-Avg-Hours(WS-Emp-Idx) not < WS-Min-Hours
                   move 'F' to WE-Status(WS-Emp-Idx)
                   add 1 to WS-Tot-Full-Time
                   move 'FULL-TIME' to RDL-Status
                   if WE-Prior-Status(WS-Emp-Idx) not = 'F'
                       move 'Y' to WE-New-FT(WS-Emp-Idx)
                       add 1 to WS-Tot-New-FT
                       if WE-Elected(WS-Emp-Idx) = 'Y'
                           move 'NEWLY FULL-TIME' to RDL-Note
                       else
                           add 1 to WS-Tot-No-Elect
                           move 'NEW - NO ELECTION' to RDL-Note
                       end-if
                   end-if
               else
                   move 'P' to WE-Status(WS-Emp-Idx)
                   add 1 to WS-Tot-Part-Time
                   move 'PART-TIME' to RDL-Status
                   if WE-Prior-Status(WS-Emp-Idx) = 'F'
                       move 'NO LONGER FULL-TIME' to RDL-Note
                   end-if
               end-if
               perform 325-Add-New-Status-Rtn
           end-if.

           evaluate WE-Prior-Status(WS-Emp-Idx)
               when 'F'
                   move 'FULL-TIME' to RDL-Prior
               when 'P'
                   move 'PART-TIME' to RDL-Prior
               when other
                   move 'NONE' to RDL-Prior
           end-evaluate.
           move WE-Emp-No(WS-Emp-Idx) to RDL-Emp-No.
           move WE-Name(WS-Emp-Idx) to RDL-Name.
           move WE-Months-Paid(WS-Emp-Idx) to RDL-Months.
           move WE-Total-Hours(WS-Emp-Idx) to RDL-Total-Hours.
           move WE-Divisor(WS-Emp-Idx) to RDL-Divisor.
           move WE-Avg-Hours(WS-Emp-Idx) to RDL-Avg-Hours.
           write Meas-Rec from RPT-DETAIL-LINE.

      *    The latest stability period before this one.
       320-Prior-Status-Rtn.
           move space to WE-Prior-Status(WS-Emp-Idx).
           move zero to WS-Ast-Best-Start.
           perform varying WS-Ast-Idx from 1 by 1
               until WS-Ast-Idx > WS-Ast-Count
               if WA-Emp-No(WS-Ast-Idx) = WE-Emp-No(WS-Emp-Idx)
                   and WA-Stab-Start(WS-Ast-Idx) < WS-Stab-Start-YM
                   and WA-Stab-Start(WS-Ast-Idx) > WS-Ast-Best-Start
                   move WA-Stab-Start(WS-Ast-Idx) to WS-Ast-Best-Start
                   move WA-Status(WS-Ast-Idx)
                       to WE-Prior-Status(WS-Emp-Idx)
               end-if
           end-perform.

       325-Add-New-Status-Rtn.
           if WS-Ast-Count < 6000
               add 1 to WS-Ast-Count
           else
               display 'ACA STATUS TABLE CAPACITY EXCEEDED AT 6000 - '
                   'RUN HALTED'
               stop run
           end-if.
           move WE-Emp-No(WS-Emp-Idx) to WA-Emp-No(WS-Ast-Count).
           move WS-Stab-Start-YM to WA-Stab-Start(WS-Ast-Count).
           move WS-Stab-End-YM to WA-Stab-End(WS-Ast-Count).
           move WS-Meas-Start-YM to WA-Meas-Start(WS-Ast-Count).
           move WS-Meas-End-YM to WA-Meas-End(WS-Ast-Count).
           move WE-Avg-Hours(WS-Emp-Idx) to WA-Avg-Hours(WS-Ast-Count).
           move WE-Status(WS-Emp-Idx) to WA-Status(WS-Ast-Count).

      *********************************************
      * Newly full-time with no plan election -   *
      * benefits must offer coverage before the   *
      * stability period starts                   *
      *********************************************
       330-No-Election-Rtn.
           write Meas-Rec from Blank-Line.
           move spaces to Meas-Rec.
           string '   NEWLY FULL-TIME - NO ELECTION ON '
               'CH11_BENELECT.DAT - OFFER COVERAGE'
               delimited by size into Meas-Rec.
           write Meas-Rec.
           write Meas-Rec from Blank-Line.
           if WS-Tot-No-Elect = zero
               move '   NONE' to Meas-Rec
               write Meas-Rec
           else
               perform 335-No-Election-Line-Rtn
                   varying WS-Emp-Idx from 1 by 1
                   until WS-Emp-Idx > WS-Emp-Count
           end-if.

       335-No-Election-Line-Rtn.
           if WE-New-FT(WS-Emp-Idx) = 'Y'
               and WE-Elected(WS-Emp-Idx) = 'N'
               move WE-Emp-No(WS-Emp-Idx) to RDL-Emp-No
               move WE-Name(WS-Emp-Idx) to RDL-Name
               move WE-Months-Paid(WS-Emp-Idx) to RDL-Months
               move WE-Total-Hours(WS-Emp-Idx) to RDL-Total-Hours
               move WE-Divisor(WS-Emp-Idx) to RDL-Divisor
               move WE-Avg-Hours(WS-Emp-Idx) to RDL-Avg-Hours
               move 'FULL-TIME' to RDL-Status
               move spaces to RDL-Prior
               move 'OFFER COVERAGE' to RDL-Note
               write Meas-Rec from RPT-DETAIL-LINE
           end-if.

       340-Meas-Totals-Rtn.
           write Meas-Rec from Blank-Line.
           move 'Employees measured' to RTL-Label.
           move WS-Tot-Measured to RTL-Count.
           write Meas-Rec from RPT-TOTAL-LINE.
           move 'Full-time for the stability period' to RTL-Label.
           move WS-Tot-Full-Time to RTL-Count.
           write Meas-Rec from RPT-TOTAL-LINE.
           move 'Not full-time' to RTL-Label.
           move WS-Tot-Part-Time to RTL-Count.
           write Meas-Rec from RPT-TOTAL-LINE.
           move 'Terminated - no status assigned' to RTL-Label.
           move WS-Tot-Terminated to RTL-Count.
           write Meas-Rec from RPT-TOTAL-LINE.
           move 'Newly full-time' to RTL-Label.
           move WS-Tot-New-FT to RTL-Count.
           write Meas-Rec from RPT-TOTAL-LINE.
           move 'Newly full-time with no election' to RTL-Label.
           move WS-Tot-No-Elect to RTL-Count.
           write Meas-Rec from RPT-TOTAL-LINE.
           move 'Earlier run of this period replaced' to RTL-Label.
           move WS-Ast-Dropped to RTL-Count.
           write Meas-Rec from RPT-TOTAL-LINE.
           if WS-Tot-No-Date > zero
               move 'History rows with no pay date passed over'
                   to RTL-Label
               move WS-Tot-No-Date to RTL-Count
               write Meas-Rec from RPT-TOTAL-LINE
           end-if.

       400-Rewrite-Status-Rtn.
           open output ACA-Status-File.
           perform varying WS-Ast-Idx from 1 by 1
               until WS-Ast-Idx > WS-Ast-Count
               move WA-Emp-No(WS-Ast-Idx) to AST-EMP-NUM
               move WA-Stab-Start(WS-Ast-Idx) to AST-STAB-START
               move WA-Stab-End(WS-Ast-Idx) to AST-STAB-END
               move WA-Meas-Start(WS-Ast-Idx) to AST-MEAS-START
               move WA-Meas-End(WS-Ast-Idx) to AST-MEAS-END
               move WA-Avg-Hours(WS-Ast-Idx) to AST-AVG-HOURS
               move WA-Status(WS-Ast-Idx) to AST-STATUS
               write ACA-STAT-REC
           end-perform.
           close ACA-Status-File.

      *********************************************
      * Form year: each month coded from the      *
      * stability status in force that month.     *
      *   not employed        1H / 2A             *
      *   full-time           1E / 2C if covered  *
      *   not full-time       1H / 2B             *
      *   covered, not FT     1E / 2C             *
      * Coverage is the election on file today -  *
      * elections carry no dates - for each month *
      * employed.                                 *
      *********************************************
       500-Form-Year-Rtn.
           if WS-Share-Found = 'N'
               display 'NO EMPLOYEE-ONLY PREMIUM ON CH11_BENPLAN.DAT '
                   '- LINE 15 LEFT ZERO'
           end-if.
           open input Addr-File.
           if WS-Addr-File-Stat not = '00'
               move 'YES' to WS-Addr-EOF
               move 99999 to ADR-EMP-NUM
           else
               perform 590-Read-Addr-Rtn
           end-if.
           open output Form-Data-File
                       Form-Report.
           move WS-Form-Year to FRM-Year.
           write Form-Rec from FRM-TITLE.
           move WS-EE-Share to FRM-Share.
           write Form-Rec from FRM-SHARE-LINE.
           write Form-Rec from Blank-Line.
           write Form-Rec from FRM-COL-HDR.
           write Form-Rec from Blank-Line.
           perform varying WS-Mon-Idx from 1 by 1 until WS-Mon-Idx > 12
               move zero to WS-FT-Count(WS-Mon-Idx)
                            WS-All-Count(WS-Mon-Idx)
           end-perform.

           perform 510-Form-Employee-Rtn
               varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count.

           write Form-Rec from Blank-Line.
           write Form-Rec from FRM-COUNT-HDR.
           perform varying WS-Mon-Idx from 1 by 1 until WS-Mon-Idx > 12
               move WS-Mon-Idx to FCL-Month
               move WS-FT-Count(WS-Mon-Idx) to FCL-FT-Count
               move WS-All-Count(WS-Mon-Idx) to FCL-All-Count
               write Form-Rec from FRM-COUNT-LINE
           end-perform.
           write Form-Rec from Blank-Line.
           move spaces to Form-Rec.
           string '   FORMS: ' WS-Tot-Forms
               '   * AFTER A CODE = COVERED ON OUR PLAN THAT MONTH'
               delimited by size into Form-Rec.
           write Form-Rec.

           close Form-Data-File
                 Form-Report.
           if WS-Addr-File-Stat = '00' or WS-Addr-File-Stat = '10'
               close Addr-File
           end-if.
           display 'ACA FORM YEAR ' WS-Form-Year ' - FORMS: '
               WS-Tot-Forms.

       510-Form-Employee-Rtn.
           move zero to WS-Emp-Start-Num.
           perform varying WS-Mon-Idx from 1 by 1 until WS-Mon-Idx > 12
               if WE-Yr-Paid(WS-Emp-Idx, WS-Mon-Idx) = 'Y'
                   and WS-Emp-Start-Num = zero
                   compute WS-Emp-Start-Num =
                       (WS-Form-Year * 12) + WS-Mon-Idx
               end-if
           end-perform.
           if WS-Emp-Start-Num > zero
               perform 515-Write-Form-Rtn
           end-if.

       515-Write-Form-Rtn.
           add 1 to WS-Tot-Forms.

      *    Employed from hire (first pay of the year when the
      *    master has no hire date) through the last pay for a
      *    terminated employee.
           if WE-Hire-Num(WS-Emp-Idx) > zero
               move WE-Hire-Num(WS-Emp-Idx) to WS-Emp-Start-Num
           end-if.
           move 999999 to WS-Emp-End-Num.
           if WE-Emp-Status(WS-Emp-Idx) = 'T'
               move WE-Last-Paid-Num(WS-Emp-Idx) to WS-Emp-End-Num
           end-if.

           perform 595-Match-Addr-Rtn.
           move WE-Emp-No(WS-Emp-Idx) to FDR-EMP-NUM.
           move WE-SSN(WS-Emp-Idx) to FDR-SSN.
           move WE-Name(WS-Emp-Idx) to FDR-NAME.
           move WS-Form-Year to FDR-YEAR.

           perform varying WS-Mon-Idx from 1 by 1 until WS-Mon-Idx > 12
               compute WS-Form-Num = (WS-Form-Year * 12) + WS-Mon-Idx
               perform 520-Code-Month-Rtn
           end-perform.
           write FORM-DATA-REC.

           move spaces to FRM-DETAIL-LINE.
           move WE-Emp-No(WS-Emp-Idx) to FDL-Emp-No.
           move WE-Name(WS-Emp-Idx) to FDL-Name.
           move '14' to FDL-Line.
           perform varying WS-Mon-Idx from 1 by 1 until WS-Mon-Idx > 12
               move FDR-OFFER-CODE(WS-Mon-Idx) to FDL-Code(WS-Mon-Idx)
               if FDR-COVERED(WS-Mon-Idx) = 'Y'
                   move '*' to FDL-Cov(WS-Mon-Idx)
               end-if
           end-perform.
           write Form-Rec from FRM-DETAIL-LINE.
           move spaces to FRM-DETAIL-LINE.
           move '16' to FDL-Line.
           perform varying WS-Mon-Idx from 1 by 1 until WS-Mon-Idx > 12
               move FDR-HARBOR-CODE(WS-Mon-Idx) to FDL-Code(WS-Mon-Idx)
           end-perform.
           write Form-Rec from FRM-DETAIL-LINE.

       520-Code-Month-Rtn.
           move 'N' to WS-Employed WS-Full-Time.
           if WS-Form-Num not < WS-Emp-Start-Num
               and WS-Form-Num not > WS-Emp-End-Num
               move 'Y' to WS-Employed
               add 1 to WS-All-Count(WS-Mon-Idx)
           end-if.
           move WS-Form-Num to WS-Cv-Num.
           perform 190-Num-To-YM-Rtn.
           perform varying WS-Ast-Idx from 1 by 1
               until WS-Ast-Idx > WS-Ast-Count
               if WA-Emp-No(WS-Ast-Idx) = WE-Emp-No(WS-Emp-Idx)
                   and WA-Stab-Start(WS-Ast-Idx) not > WS-Cv-YM
                   and WA-Stab-End(WS-Ast-Idx) not < WS-Cv-YM
                   and WA-Status(WS-Ast-Idx) = 'F'
                   move 'Y' to WS-Full-Time
               end-if
           end-perform.

           move zero to FDR-EE-SHARE(WS-Mon-Idx).
           move 'N' to FDR-COVERED(WS-Mon-Idx).
           if WS-Employed = 'N'
               move '1H' to FDR-OFFER-CODE(WS-Mon-Idx)
               move '2A' to FDR-HARBOR-CODE(WS-Mon-Idx)
           else
               perform 525-Code-Employed-Rtn
           end-if.

       525-Code-Employed-Rtn.
           if WE-Elected(WS-Emp-Idx) = 'Y'
               move 'Y' to FDR-COVERED(WS-Mon-Idx)
           end-if.
           if WS-Full-Time = 'Y'
               add 1 to WS-FT-Count(WS-Mon-Idx)
           end-if.
           if WS-Full-Time = 'Y' or WE-Elected(WS-Emp-Idx) = 'Y'
               move '1E' to FDR-OFFER-CODE(WS-Mon-Idx)
               move WS-EE-Share to FDR-EE-SHARE(WS-Mon-Idx)
               if WE-Elected(WS-Emp-Idx) = 'Y'
                   move '2C' to FDR-HARBOR-CODE(WS-Mon-Idx)
               else
                   move spaces to FDR-HARBOR-CODE(WS-Mon-Idx)
               end-if
           else
               move '1H' to FDR-OFFER-CODE(WS-Mon-Idx)
               move '2B' to FDR-HARBOR-CODE(WS-Mon-Idx)
           end-if.

       590-Read-Addr-Rtn.
           read Addr-File
               at end
                   move 'YES' to WS-Addr-EOF
                   move 99999 to ADR-EMP-NUM
           end-read.

      *    Address file and table are both in employee order.
       595-Match-Addr-Rtn.
           perform until ADR-EMP-NUM not < WE-Emp-No(WS-Emp-Idx)
               or WS-Addr-EOF = 'YES'
               perform 590-Read-Addr-Rtn
           end-perform.
           if ADR-EMP-NUM = WE-Emp-No(WS-Emp-Idx)
               and WS-Addr-EOF = 'NO '
               move ADR-STREET to FDR-STREET
               move ADR-CITY to FDR-CITY
               move ADR-STATE to FDR-STATE
               move ADR-ZIP to FDR-ZIP
           else
               move spaces to FDR-STREET FDR-CITY FDR-STATE FDR-ZIP
           end-if.

       end program Ch12ACA.
