       identification division.
       program-id. Ch12Accr.
      *******************************************
      * Month-end payroll accrual.  Run at the   *
      * close, after Ch12GL has written the      *
      * cycle's journal.  Finds the last pay     *
      * date on the pay calendar for each pay    *
      * frequency, counts the weekdays from the  *
      * day after it through month-end, and      *
      * accrues what every active employee       *
      * earned in those days but has not been    *
      * paid - salary at 260 working days a      *
      * year, hourly staff at eight hours a day  *
      * - plus the employer's FICA match and     *
      * unemployment taxes on it, by             *
      * department.  The accrual is appended to  *
      * Ch12_Journal.dat dated month-end, with   *
      * the mirror-image reversal dated the      *
      * first of the next month, so the close    *
      * books itself and the next payroll's      *
      * expense lands net of what was accrued.   *
      * Wage bases are not applied - the tax     *
      * accrual is an estimate at full rate.     *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Pay-Cal-File
               assign to 'C:\Data\Data-In\Ch12_PayCal.dat'
               organization is line sequential
               file status is WS-Cal-File-Stat.
           select Emp-File
               assign to 'C:\Data\Data-In\Ch12_1202.dat'
               organization is line sequential.
           select Payroll-Master
               assign to 'C:\Data\Data-In\Ch6_402mod.dat'
               organization is line sequential.
           select Suta-File
               assign to 'C:\Data\Data-In\Ch12_SutaRate.dat'
               organization is line sequential
               file status is WS-Suta-File-Stat.
           select Acct-Map-File
               assign to 'C:\Data\Data-In\Ch12_GLAcct.dat'
               organization is line sequential.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Journal-File
               assign to 'C:\Data\Data-Out\Ch12_Journal.dat'
               organization is line sequential
               file status is WS-Jrn-File-Stat.
           select Accrual-Report
               assign to 'C:\Data\Data-Out\Ch12_Accrual.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Pay-Cal-File.
       01 PAYCAL-REC.
         05 CAL-PERIOD-ID      pic x(08).
         05 CAL-MO-DUE         pic x(01).
         05 CAL-SM-DUE         pic x(01).
         05 CAL-BW-DUE         pic x(01).
         05 CAL-PAY-DATE       pic 9(08).

       FD Emp-File.
       01 EMP-REC.
         05 EMP-NUM            pic 9(05).
         05 EMP-NAME           pic x(20).
         05 filler             pic x(04).
         05 PAY                pic 9(06).
         05 filler             pic 9(09).
         05 NUMDEP             pic 9(02).
         05 EMP-STATE-CODE     pic x(02).
         05 EMP-PAY-METHOD     pic x(01).
         05 EMP-PAY-FREQ       pic x(01).
         05 EMP-STATUS         pic x(01).
         05 EMP-TERM-DD        pic 9(02).
         05 EMP-JOB-CODE       pic x(02).
         05 EMP-HOURLY-RATE    pic 9(03)v99.
         05 EMP-COMPANY        pic x(02).
         05 filler             pic x(18).

       FD Payroll-Master.
       01 Payroll-Record.
           COPY PAYMSTR.

       FD Suta-File.
       01 SUTA-REC.
         05 SUT-STATE          pic x(02).
         05 SUT-RATE           pic 9(02)v9(03).
         05 SUT-WAGE-BASE      pic 9(06).

      *********************************************
      * Account mapping shared with Ch12GL - 'D'   *
      * rows give a department's salary expense,   *
      * the 'E' row ET the employer payroll tax    *
      * expense, and the 'L' rows AW and AT the    *
      * accrued wages and accrued employer taxes   *
      * payable.                                   *
      *********************************************
       FD Acct-Map-File.
       01 ACCT-MAP-REC.
         05 MAP-TYPE           pic x(01).
         05 MAP-KEY            pic x(02).
         05 MAP-ACCOUNT        pic 9(06).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM              pic 9(02).
         05 OVR-DD              pic 9(02).
         05 OVR-YYYY            pic 9(04).

       FD Journal-File.
       01 JOURNAL-REC.
         05 JRN-ACCOUNT        pic 9(06).
         05 JRN-DC             pic x(01).
         05 JRN-AMOUNT         pic 9(09)v99.
         05 JRN-DESC           pic x(20).
         05 JRN-DATE           pic 9(08).

       FD Accrual-Report.
       01 Report-Rec            pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Cal-EOF          pic x(03) value 'NO '.
         05 WS-Emp-EOF          pic x(03) value 'NO '.
         05 WS-Mstr-EOF         pic x(03) value 'NO '.
         05 WS-Suta-EOF         pic x(03) value 'NO '.
         05 WS-Map-EOF          pic x(03) value 'NO '.
         05 WS-Cal-File-Stat    pic x(02) value '00'.
         05 WS-Suta-File-Stat   pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Jrn-File-Stat    pic x(02) value '00'.
         05 WS-Date.
           10 WS-YY             pic 9(02).
           10 WS-MM             pic 9(02).
           10 WS-DD             pic 9(02).
         05 WS-Run-Date.
           10 WS-Run-YYYY       pic 9(04).
           10 WS-Run-MM         pic 9(02).
           10 WS-Run-DD         pic 9(02).
         05 WS-Month-End        pic 9(08) value zero.
         05 WS-Reverse-Date     pic 9(08) value zero.
         05 WS-Emp-Count        pic 9(05) value zero.
         05 WS-Jrn-Count        pic 9(05) value zero.

      *    Working date for the day walk - YYYYMMDD so the
      *    comparisons against the calendar are plain numbers.
         05 WS-Walk-Date.
           10 WS-Walk-YYYY      pic 9(04).
           10 WS-Walk-MM        pic 9(02).
           10 WS-Walk-DD        pic 9(02).
         05 WS-Walk-Key redefines WS-Walk-Date
                                pic 9(08).
         05 WS-Month-Len        pic 9(02) value zero.
         05 WS-Dow              pic 9(01) value zero.
         05 WS-Zel-Q            pic 9(02) value zero.
         05 WS-Zel-M            pic 9(02) value zero.
         05 WS-Zel-Y            pic 9(04) value zero.
         05 WS-Zel-J            pic 9(02) value zero.
         05 WS-Zel-K            pic 9(02) value zero.
         05 WS-Zel-T1           pic 9(03) value zero.
         05 WS-Zel-T2           pic 9(03) value zero.
         05 WS-Zel-T3           pic 9(03) value zero.
         05 WS-Zel-Sum          pic 9(04) value zero.
         05 WS-Zel-Work         pic 9(04) value zero.

      *********************************************
      * Last pay date and unpaid weekdays per      *
      * frequency - slot 1 monthly, 2 semi-        *
      * monthly, 3 biweekly                        *
      *********************************************
       01 WS-Freq-Area.
         05 WS-Freq-Entry       occurs 3 times.
           10 WS-Freq-Last      pic 9(08).
           10 WS-Freq-Days      pic 9(02).
         05 WS-Freq-Idx         pic 9(01) value zero.

       01 WS-Rate-Area.
         05 WS-Fica-Rate        pic 9(02)v9(03) value 7.650.
         05 WS-Futa-Rate        pic 9(02)v9(03) value 0.600.
         05 WS-Emp-Rate         pic 9(02)v9(03) value zero.
         05 WS-Daily-Wage       pic 9(05)v99 value zero.
         05 WS-Emp-Wages        pic 9(07)v99 value zero.
         05 WS-Emp-Taxes        pic 9(07)v99 value zero.
         05 WS-Emp-Dept         pic x(02) value spaces.
         05 WS-Suta-Count       pic 9(02) value zero.
         05 WS-Suta-Table       occurs 20 times.
           10 WS-Suta-State     pic x(02).
           10 WS-Suta-Rate      pic 9(02)v9(03).
         05 WS-Suta-Idx         pic 9(02) value zero.

       01 WS-Mstr-Table-Area.
         05 WS-Mstr-Count       pic 9(04) value zero.
         05 WS-Mstr-Table       occurs 1000 times.
           10 WM-Emp-No          pic x(05).
           10 WM-Dept            pic x(02).
         05 WS-Mstr-Idx         pic 9(04) value zero.
         05 WS-Find-Emp         pic x(05) value spaces.

       01 WS-Map-Table-Area.
         05 WS-Map-Count        pic 9(03) value zero.
         05 WS-Map-Table        occurs 100 times.
           10 WMAP-Type          pic x(01).
           10 WMAP-Key           pic x(02).
           10 WMAP-Account       pic 9(06).
         05 WS-Map-Idx          pic 9(03) value zero.
         05 WS-Map-Acct         pic 9(06) value zero.
         05 WS-Map-Found        pic x(01) value 'N'.
         05 WS-Lookup-Type      pic x(01) value space.
         05 WS-Lookup-Key       pic x(02) value spaces.

       01 WS-Dept-Table-Area.
         05 WS-Dept-Count       pic 9(03) value zero.
         05 WS-Dept-Table       occurs 100 times.
           10 WD-Dept            pic x(02).
           10 WD-Wages           pic 9(09)v99.
           10 WD-Taxes           pic 9(09)v99.
         05 WS-Dept-Idx         pic 9(03) value zero.
         05 WS-Dept-Match       pic 9(03) value zero.
         05 WS-Dept-Found       pic x(01) value 'N'.

       01 WS-Totals.
         05 WS-Tot-Wages        pic 9(09)v99 value zero.
         05 WS-Tot-Taxes        pic 9(09)v99 value zero.
         05 WS-Debit-Total      pic 9(10)v99 value zero.
         05 WS-Credit-Total     pic 9(10)v99 value zero.
         05 WS-Pass             pic 9(01) value zero.
         05 WS-Post-Date        pic 9(08) value zero.
         05 WS-Desc-Hold        pic x(20) value spaces.
         05 WS-Debit-DC         pic x(01) value 'D'.
         05 WS-Credit-DC        pic x(01) value 'C'.

       01 Blank-Line            pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(16) value spaces.
         05 Filler              pic x(34) value
              'Month-End Payroll Accrual         '.
         05 Filler              pic x(04) value spaces.
         05 RPT-Date.
           10 RPT-MO            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-DY            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-YR            pic 9(04).
         05 Filler              pic x(16) value spaces.

       01 RPT-DATE-LINE.
         05 Filler              pic x(03) value spaces.
         05 RDL-Label           pic x(32).
         05 RDL-Date            pic 9999/99/99.
         05 Filler              pic x(03) value spaces.
         05 RDL-Days-Label      pic x(16).
         05 RDL-Days            pic z9.
         05 Filler              pic x(14) value spaces.

       01 RPT-COL-HDR.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(12) value 'Department  '.
         05 Filler              pic x(18) value '    Accrued Wages '.
         05 Filler              pic x(18) value '  Employer Taxes  '.
         05 Filler              pic x(18) value '     Total Accrual'.
         05 Filler              pic x(11) value spaces.

       01 RPT-DETAIL.
         05 Filler              pic x(03) value spaces.
         05 RD-Dept             pic x(02).
         05 Filler              pic x(10) value spaces.
         05 RD-Wages            pic $$$,$$$,$$9.99.
         05 Filler              pic x(04) value spaces.
         05 RD-Taxes            pic $$$,$$$,$$9.99.
         05 Filler              pic x(04) value spaces.
         05 RD-Total            pic $$$,$$$,$$9.99.
         05 Filler              pic x(15) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(12) value 'Totals      '.
         05 RT-Wages            pic $$$,$$$,$$9.99.
         05 Filler              pic x(04) value spaces.
         05 RT-Taxes            pic $$$,$$$,$$9.99.
         05 Filler              pic x(04) value spaces.
         05 RT-Total            pic $$$,$$$,$$9.99.
         05 Filler              pic x(15) value spaces.

       01 RPT-MSG-LINE.
         05 Filler              pic x(03) value spaces.
         05 RM-Text             pic x(77).

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Calendar-Rtn.
           perform 130-Load-Master-Rtn.
           perform 140-Load-Suta-Rtn.
           perform 150-Load-Map-Rtn.
           perform 200-Accrue-Rtn.
           perform 400-Post-Journal-Rtn
               through 400-Exit.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - month-end is the last day  *
      * of the run month, the run date coming     *
      * from the override when one is on file;    *
      * the reversal is dated the first of the    *
      * month after                               *
      *********************************************
       110-Startup-Module.
           open output Accrual-Report.
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
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.

           move WS-Run-YYYY to WS-Walk-YYYY.
           move WS-Run-MM to WS-Walk-MM.
           perform 520-Month-Length-Rtn.
           move WS-Month-Len to WS-Walk-DD.
           move WS-Walk-Key to WS-Month-End.
           perform 510-Next-Day-Rtn.
           move WS-Walk-Key to WS-Reverse-Date.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move 'Month-end                       ' to RDL-Label.
           move WS-Month-End to RDL-Date.
           move spaces to RDL-Days-Label.
           move zero to RDL-Days.
           write Report-Rec from RPT-DATE-LINE.
           move 'Reversal dated                  ' to RDL-Label.
           move WS-Reverse-Date to RDL-Date.
           write Report-Rec from RPT-DATE-LINE.

      *********************************************
      * The last pay date on or before month-end  *
      * for each frequency the calendar says was  *
      * paid on it.  A frequency with no pay date *
      * in the calendar has nothing to measure    *
      * from and accrues nothing.                 *
      *********************************************
       120-Load-Calendar-Rtn.
           initialize WS-Freq-Area.
           open input Pay-Cal-File.
           if WS-Cal-File-Stat not = '00'
               move 'YES' to WS-Cal-EOF
               display 'PAY CALENDAR NOT AVAILABLE, STATUS: '
                   WS-Cal-File-Stat ' - NO ACCRUAL WRITTEN'
           end-if.
           perform until WS-Cal-EOF = 'YES'
               read Pay-Cal-File
                   at end
                       move 'YES' to WS-Cal-EOF
                   not at end
                       if CAL-PAY-DATE numeric
                           and CAL-PAY-DATE not > WS-Month-End
                           if CAL-MO-DUE = 'Y'
                               and CAL-PAY-DATE > WS-Freq-Last(1)
                               move CAL-PAY-DATE to WS-Freq-Last(1)
                           end-if
                           if CAL-SM-DUE = 'Y'
                               and CAL-PAY-DATE > WS-Freq-Last(2)
                               move CAL-PAY-DATE to WS-Freq-Last(2)
                           end-if
                           if CAL-BW-DUE = 'Y'
                               and CAL-PAY-DATE > WS-Freq-Last(3)
                               move CAL-PAY-DATE to WS-Freq-Last(3)
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Cal-File-Stat = '00'
               close Pay-Cal-File
           end-if.

           perform varying WS-Freq-Idx from 1 by 1
               until WS-Freq-Idx > 3
               perform 125-Count-Days-Rtn
                   through 125-Exit
               evaluate WS-Freq-Idx
                   when 1
                       move 'Last monthly pay date' to RDL-Label
                   when 2
                       move 'Last semi-monthly pay date'
                           to RDL-Label
                   when 3
                       move 'Last biweekly pay date' to RDL-Label
               end-evaluate
               move WS-Freq-Last(WS-Freq-Idx) to RDL-Date
               move 'unpaid weekdays ' to RDL-Days-Label
               move WS-Freq-Days(WS-Freq-Idx) to RDL-Days
               write Report-Rec from RPT-DATE-LINE
           end-perform.
           write Report-Rec from Blank-Line.

      *    Walk forward a day at a time from the day after the
      *    pay date, counting Monday through Friday.
       125-Count-Days-Rtn.
           move zero to WS-Freq-Days(WS-Freq-Idx).
           if WS-Freq-Last(WS-Freq-Idx) = zero
               go to 125-Exit
           end-if.
           move WS-Freq-Last(WS-Freq-Idx) to WS-Walk-Key.
           perform 510-Next-Day-Rtn.
           perform until WS-Walk-Key > WS-Month-End
               perform 530-Day-Of-Week-Rtn
               if WS-Dow not = 0 and WS-Dow not = 1
                   add 1 to WS-Freq-Days(WS-Freq-Idx)
               end-if
               perform 510-Next-Day-Rtn
           end-perform.

       125-Exit.
           exit.

       130-Load-Master-Rtn.
           open input Payroll-Master.
           perform until WS-Mstr-EOF = 'YES'
               read Payroll-Master
                   at end
                       move 'YES' to WS-Mstr-EOF
                   not at end
                       if Payroll-Record(1:3) = 'TRL'
                           continue
                       else
                       if WS-Mstr-Count < 1000
                           add 1 to WS-Mstr-Count
                           move Employee-Number
                               to WM-Emp-No(WS-Mstr-Count)
                           move Department-Number
                               to WM-Dept(WS-Mstr-Count)
                       else
                           display 'EMPLOYEE MASTER TABLE CAPACITY '
                               'EXCEEDED AT 1000 - RUN HALTED'
                           stop run
                       end-if
                       end-if
               end-read
           end-perform.
           close Payroll-Master.

      *    The 'US' row carries the federal unemployment rate,
      *    the rest the state rates - the same table Program12
      *    accrues from each cycle.
       140-Load-Suta-Rtn.
           open input Suta-File.
           if WS-Suta-File-Stat not = '00'
               move 'YES' to WS-Suta-EOF
           end-if.
           perform until WS-Suta-EOF = 'YES'
               read Suta-File
                   at end
                       move 'YES' to WS-Suta-EOF
                   not at end
                       if SUT-STATE = 'US'
                           move SUT-RATE to WS-Futa-Rate
                       else
                       if WS-Suta-Count < 20
                           add 1 to WS-Suta-Count
                           move SUT-STATE
                               to WS-Suta-State(WS-Suta-Count)
                           move SUT-RATE
                               to WS-Suta-Rate(WS-Suta-Count)
                       else
                           display 'UNEMPLOYMENT RATE TABLE '
                               'CAPACITY EXCEEDED AT 20 - RUN '
                               'HALTED'
                           stop run
                       end-if
                       end-if
               end-read
           end-perform.
           if WS-Suta-File-Stat = '00'
               close Suta-File
           end-if.

       150-Load-Map-Rtn.
           open input Acct-Map-File.
           perform until WS-Map-EOF = 'YES'
               read Acct-Map-File
                   at end
                       move 'YES' to WS-Map-EOF
                   not at end
                       if WS-Map-Count < 100
                           add 1 to WS-Map-Count
                           move MAP-TYPE to WMAP-Type(WS-Map-Count)
                           move MAP-KEY to WMAP-Key(WS-Map-Count)
                           move MAP-ACCOUNT
                               to WMAP-Account(WS-Map-Count)
                       else
                           display 'ACCOUNT MAP TABLE CAPACITY '
                               'EXCEEDED AT 100 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Acct-Map-File.

      *********************************************
      * One employee at a time - terminated staff  *
      * earn nothing after the last check         *
      *********************************************
       200-Accrue-Rtn.
           open input Emp-File.
           perform until WS-Emp-EOF = 'YES'
               read Emp-File
                   at end
                       move 'YES' to WS-Emp-EOF
                   not at end
                       if EMP-STATUS of EMP-REC not = 'T'
                           perform 210-Accrue-One-Rtn
                               through 210-Exit
                       end-if
               end-read
           end-perform.
           close Emp-File.

       210-Accrue-One-Rtn.
           evaluate EMP-PAY-FREQ
               when 'S'
                   move 2 to WS-Freq-Idx
               when 'B'
                   move 3 to WS-Freq-Idx
               when other
                   move 1 to WS-Freq-Idx
           end-evaluate.
           if WS-Freq-Days(WS-Freq-Idx) = zero
               go to 210-Exit
           end-if.

           if EMP-JOB-CODE(1:1) = 'H'
               compute WS-Daily-Wage rounded = EMP-HOURLY-RATE * 8
           else
               compute WS-Daily-Wage rounded = PAY / 260
           end-if.
           compute WS-Emp-Wages rounded =
               WS-Daily-Wage * WS-Freq-Days(WS-Freq-Idx).
           if WS-Emp-Wages = zero
               go to 210-Exit
           end-if.

           compute WS-Emp-Rate = WS-Fica-Rate + WS-Futa-Rate.
           perform varying WS-Suta-Idx from 1 by 1
               until WS-Suta-Idx > WS-Suta-Count
               if WS-Suta-State(WS-Suta-Idx) = EMP-STATE-CODE
                   add WS-Suta-Rate(WS-Suta-Idx) to WS-Emp-Rate
                   move WS-Suta-Count to WS-Suta-Idx
               end-if
           end-perform.
           compute WS-Emp-Taxes rounded =
               WS-Emp-Wages * WS-Emp-Rate / 100.

           move '??' to WS-Emp-Dept.
           move EMP-NUM to WS-Find-Emp.
           perform varying WS-Mstr-Idx from 1 by 1
               until WS-Mstr-Idx > WS-Mstr-Count
               if WM-Emp-No(WS-Mstr-Idx) = WS-Find-Emp
                   move WM-Dept(WS-Mstr-Idx) to WS-Emp-Dept
                   move WS-Mstr-Count to WS-Mstr-Idx
               end-if
           end-perform.
           if WS-Emp-Dept = '??'
               display 'EMPLOYEE ' EMP-NUM ' NOT ON MASTER - '
                   'ACCRUAL POSTED TO UNMAPPED DEPARTMENT'
           end-if.

           perform 220-Bucket-Dept-Rtn.
           add 1 to WS-Emp-Count.
           add WS-Emp-Wages to WS-Tot-Wages.
           add WS-Emp-Taxes to WS-Tot-Taxes.

       210-Exit.
           exit.

       220-Bucket-Dept-Rtn.
           move 'N' to WS-Dept-Found.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               if WD-Dept(WS-Dept-Idx) = WS-Emp-Dept
                   move 'Y' to WS-Dept-Found
                   move WS-Dept-Idx to WS-Dept-Match
                   move WS-Dept-Count to WS-Dept-Idx
               end-if
           end-perform.
           if WS-Dept-Found = 'N'
               if WS-Dept-Count < 100
                   add 1 to WS-Dept-Count
                   move WS-Dept-Count to WS-Dept-Match
                   move WS-Emp-Dept to WD-Dept(WS-Dept-Match)
                   move zero to WD-Wages(WS-Dept-Match)
                   move zero to WD-Taxes(WS-Dept-Match)
               else
                   display 'DEPARTMENT TABLE CAPACITY EXCEEDED '
                       'AT 100 - RUN HALTED'
                   stop run
               end-if
           end-if.
           add WS-Emp-Wages to WD-Wages(WS-Dept-Match).
           add WS-Emp-Taxes to WD-Taxes(WS-Dept-Match).

      *********************************************
      * Append the accrual dated month-end and    *
      * its reversal dated the first of next      *
      * month - pass 1 books the expense and the  *
      * payables, pass 2 takes them back out.     *
      * Both passes are built from the same       *
      * department buckets, so each balances on   *
      * its own.                                  *
      *********************************************
       400-Post-Journal-Rtn.
           if WS-Tot-Wages = zero
               move 'NO UNPAID EARNINGS AT MONTH-END - NO JOURNAL'
                   to RM-Text
               write Report-Rec from RPT-MSG-LINE
               display 'NO ACCRUAL - NOTHING EARNED BUT UNPAID AT '
                   'MONTH-END'
               go to 400-Exit
           end-if.

           compute WS-Debit-Total = WS-Tot-Wages + WS-Tot-Taxes.
           move WS-Debit-Total to WS-Credit-Total.

           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               move WD-Dept(WS-Dept-Idx) to RD-Dept
               move WD-Wages(WS-Dept-Idx) to RD-Wages
               move WD-Taxes(WS-Dept-Idx) to RD-Taxes
               compute RD-Total =
                   WD-Wages(WS-Dept-Idx) + WD-Taxes(WS-Dept-Idx)
               write Report-Rec from RPT-DETAIL
           end-perform.
           write Report-Rec from Blank-Line.
           move WS-Tot-Wages to RT-Wages.
           move WS-Tot-Taxes to RT-Taxes.
           move WS-Debit-Total to RT-Total.
           write Report-Rec from RPT-TOTAL-LINE.
           write Report-Rec from Blank-Line.

           open extend Journal-File.
           if WS-Jrn-File-Stat not = '00'
               open output Journal-File
           end-if.

           move 1 to WS-Pass.
           move WS-Month-End to WS-Post-Date.
           move 'D' to WS-Debit-DC.
           move 'C' to WS-Credit-DC.
           perform 410-Write-Pass-Rtn.

           move 2 to WS-Pass.
           move WS-Reverse-Date to WS-Post-Date.
           move 'C' to WS-Debit-DC.
           move 'D' to WS-Credit-DC.
           perform 410-Write-Pass-Rtn.

           close Journal-File.

           move spaces to RM-Text.
           string 'ACCRUAL AND REVERSAL APPENDED TO CH12_JOURNAL.DAT'
               ' - ' WS-Jrn-Count ' RECORDS'
               delimited by size into RM-Text.
           write Report-Rec from RPT-MSG-LINE.

       400-Exit.
           exit.

       410-Write-Pass-Rtn.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               move 'D' to WS-Lookup-Type
               move WD-Dept(WS-Dept-Idx) to WS-Lookup-Key
               perform 500-Find-Account-Rtn
               move WS-Debit-DC to JRN-DC
               move WD-Wages(WS-Dept-Idx) to JRN-AMOUNT
               move 'ACCR WAGES DP       ' to JRN-DESC
               move WD-Dept(WS-Dept-Idx) to JRN-DESC(15:2)
               perform 420-Write-Jrn-Rtn
                   through 420-Exit

               move 'E' to WS-Lookup-Type
               move 'ET' to WS-Lookup-Key
               perform 500-Find-Account-Rtn
               move WS-Debit-DC to JRN-DC
               move WD-Taxes(WS-Dept-Idx) to JRN-AMOUNT
               move 'ACCR ER TAX DP      ' to JRN-DESC
               move WD-Dept(WS-Dept-Idx) to JRN-DESC(16:2)
               perform 420-Write-Jrn-Rtn
                   through 420-Exit
           end-perform.

           move 'L' to WS-Lookup-Type.
           move 'AW' to WS-Lookup-Key.
           perform 500-Find-Account-Rtn.
           move WS-Credit-DC to JRN-DC.
           move WS-Tot-Wages to JRN-AMOUNT.
           move 'ACCRUED WAGES PAY   ' to JRN-DESC.
           perform 420-Write-Jrn-Rtn
               through 420-Exit.

           move 'AT' to WS-Lookup-Key.
           perform 500-Find-Account-Rtn.
           move WS-Credit-DC to JRN-DC.
           move WS-Tot-Taxes to JRN-AMOUNT.
           move 'ACCRUED ER TAX PAY  ' to JRN-DESC.
           perform 420-Write-Jrn-Rtn
               through 420-Exit.

      *    The reversal says so in the description, so the
      *    two halves are told apart on the ledger listing.
       420-Write-Jrn-Rtn.
           if JRN-AMOUNT = zero
               go to 420-Exit
           end-if.
           move WS-Map-Acct to JRN-ACCOUNT.
           if WS-Pass = 2
               move JRN-DESC to WS-Desc-Hold
               move spaces to JRN-DESC
               string 'REV ' WS-Desc-Hold(1:16)
                   delimited by size into JRN-DESC
           end-if.
           move WS-Post-Date to JRN-DATE.
           write JOURNAL-REC.
           add 1 to WS-Jrn-Count.

       420-Exit.
           exit.

      *********************************************
      * Map key to account - an unmapped key      *
      * posts to the suspense account 999999 and  *
      * says so, rather than dropping money       *
      *********************************************
       500-Find-Account-Rtn.
           move 'N' to WS-Map-Found.
           move 999999 to WS-Map-Acct.
           perform varying WS-Map-Idx from 1 by 1
               until WS-Map-Idx > WS-Map-Count
               if WMAP-Type(WS-Map-Idx) = WS-Lookup-Type
                   and WMAP-Key(WS-Map-Idx) = WS-Lookup-Key
                   move 'Y' to WS-Map-Found
                   move WMAP-Account(WS-Map-Idx) to WS-Map-Acct
                   move WS-Map-Count to WS-Map-Idx
               end-if
           end-perform.
           if WS-Map-Found = 'N'
               display 'NO ACCOUNT MAPPED FOR ' WS-Lookup-Type '/'
                   WS-Lookup-Key ' - POSTED TO SUSPENSE 999999'
           end-if.

       510-Next-Day-Rtn.
           perform 520-Month-Length-Rtn.
           if WS-Walk-DD < WS-Month-Len
               add 1 to WS-Walk-DD
           else
               move 1 to WS-Walk-DD
               if WS-Walk-MM = 12
                   move 1 to WS-Walk-MM
                   add 1 to WS-Walk-YYYY
               else
                   add 1 to WS-Walk-MM
               end-if
           end-if.

      *    Century leap rule skipped - this suffices until 2100.
       520-Month-Length-Rtn.
           evaluate WS-Walk-MM
               when 2
                   move 28 to WS-Month-Len
                   divide WS-Walk-YYYY by 4 giving WS-Zel-T1
                       remainder WS-Zel-T2
                   if WS-Zel-T2 = zero
                       move 29 to WS-Month-Len
                   end-if
               when 4
               when 6
               when 9
               when 11
                   move 30 to WS-Month-Len
               when other
                   move 31 to WS-Month-Len
           end-evaluate.

      *********************************************
      * Zeller's congruence - 0 is Saturday, 1    *
      * Sunday                                    *
      *********************************************
       530-Day-Of-Week-Rtn.
           move WS-Walk-DD to WS-Zel-Q.
           move WS-Walk-MM to WS-Zel-M.
           move WS-Walk-YYYY to WS-Zel-Y.
           if WS-Zel-M < 3
               add 12 to WS-Zel-M
               subtract 1 from WS-Zel-Y
           end-if.
           divide WS-Zel-Y by 100 giving WS-Zel-J
               remainder WS-Zel-K.
           compute WS-Zel-T1 = (13 * (WS-Zel-M + 1)) / 5.
           compute WS-Zel-T2 = WS-Zel-K / 4.
           compute WS-Zel-T3 = WS-Zel-J / 4.
           compute WS-Zel-Sum = WS-Zel-Q + WS-Zel-T1 + WS-Zel-K
               + WS-Zel-T2 + WS-Zel-T3 + (5 * WS-Zel-J).
           divide WS-Zel-Sum by 7 giving WS-Zel-Work
               remainder WS-Dow.

       900-Close-Module.
           close Accrual-Report.
           display 'MONTH-END ACCRUAL COMPLETE - EMPLOYEES ACCRUED: '
               WS-Emp-Count.

       end program Ch12Accr.
