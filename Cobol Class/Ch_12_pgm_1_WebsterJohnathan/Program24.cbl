       identification division.
       program-id. Ch12WComp.
      *******************************************
      * Workers' compensation premium audit.     *
      * Reads the per-period pay history for the *
      * audit year (the run year), maps each     *
      * record's job code and work state to a    *
      * WC class through the class-code table,   *
      * and sums gross wages by class, state and *
      * quarter.  The overtime premium - the     *
      * half of time-and-a-half - comes out of   *
      * the wage base, as the carrier's rules    *
      * require, and the class rate per $100 of  *
      * the remaining payroll gives the          *
      * estimated premium to accrue.  Wages with *
      * no class on the table still print under  *
      * NONE at a zero rate, so nothing drops    *
      * out of the audit total unseen.           *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Pay-History-File
               assign to 'C:\Data\Data-Out\Ch12_PayHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           select WC-Class-File
               assign to 'C:\Data\Data-In\Ch12_WCClass.dat'
               organization is line sequential
               file status is WS-Class-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select WC-Extract
               assign to 'C:\Data\Data-Work\Ch12_WCAudit.wrk'
               organization is line sequential.
           select WC-Sorted
               assign to 'C:\Data\Data-Work\Ch12_WCAudit.srt'
               organization is line sequential.
           select WC-Sort-File
               assign to 'sortwk1'.
           select Audit-Report
               assign to 'C:\Data\Data-Out\Ch12_WCAudit.rpt'
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
         05 PH-OT-PREM         pic 9(06)v99.
         05 PH-HOURS           pic 9(03)v99.
         05 PH-COMM            pic 9(06)v99.

      *********************************************
      * Class-code table - job code and work      *
      * state to the carrier's classification     *
      * and its rate per $100 of payroll.  A      *
      * state of '**' serves any state the job    *
      * code has no row of its own for.           *
      *********************************************
       FD WC-Class-File.
       01 WC-CLASS-REC.
         05 WCC-JOB-CODE        pic x(02).
         05 WCC-STATE           pic x(02).
         05 WCC-CLASS           pic x(04).
         05 WCC-RATE            pic 9(02)v9999.
         05 WCC-DESC            pic x(20).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM              pic 9(02).
         05 OVR-DD              pic 9(02).
         05 OVR-YYYY            pic 9(04).

       FD WC-Extract.
       01 WCX-REC.
         05 WCX-CLASS           pic x(04).
         05 WCX-STATE           pic x(02).
         05 WCX-QTR             pic 9(01).
         05 WCX-GROSS           pic 9(06)v99.
         05 WCX-OT-PREM         pic 9(06)v99.
         05 WCX-RATE            pic 9(02)v9999.
         05 WCX-DESC            pic x(20).

       FD WC-Sorted.
       01 SORTED-REC.
         05 SRT-CLASS           pic x(04).
         05 SRT-STATE           pic x(02).
         05 SRT-QTR             pic 9(01).
         05 SRT-GROSS           pic 9(06)v99.
         05 SRT-OT-PREM         pic 9(06)v99.
         05 SRT-RATE            pic 9(02)v9999.
         05 SRT-DESC            pic x(20).

       SD WC-Sort-File.
       01 SWK-REC.
         05 SWK-CLASS           pic x(04).
         05 SWK-STATE           pic x(02).
         05 SWK-QTR             pic 9(01).
         05 Filler              pic x(42).

       FD Audit-Report.
       01 Report-Rec            pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 More-Records        pic x(03) value 'YES'.
         05 WS-Hist-EOF         pic x(03) value 'NO '.
         05 WS-Class-EOF        pic x(03) value 'NO '.
         05 WS-Hist-File-Stat   pic x(02) value '00'.
         05 WS-Class-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-First-Group      pic x(03) value 'YES'.
         05 WS-Hold-Class       pic x(04) value spaces.
         05 WS-Hold-State       pic x(02) value spaces.
         05 WS-Hold-Qtr         pic 9(01) value zero.
         05 WS-Hold-Rate        pic 9(02)v9999 value zero.
         05 WS-Hist-YYYY        pic 9(04) value zero.
         05 WS-Hist-MM          pic 9(02) value zero.
         05 WS-Hist-Qtr         pic 9(01) value zero.
         05 WS-Payroll          pic 9(09)v99 value zero.
         05 WS-Premium          pic 9(08)v99 value zero.
         05 WS-Date.
           10 WS-YY             pic 9(02).
           10 WS-MM             pic 9(02).
           10 WS-DD             pic 9(02).
         05 WS-Run-Date.
           10 WS-Run-YYYY       pic 9(04).
           10 WS-Run-MM         pic 9(02).
           10 WS-Run-DD         pic 9(02).

       01 Accumulators.
         05 WS-Key-Gross        pic 9(09)v99 value zero.
         05 WS-Key-OT           pic 9(09)v99 value zero.
         05 WS-Class-Gross      pic 9(09)v99 value zero.
         05 WS-Class-OT         pic 9(09)v99 value zero.
         05 WS-Class-Payroll    pic 9(09)v99 value zero.
         05 WS-Class-Premium    pic 9(08)v99 value zero.
         05 WS-Grand-Gross      pic 9(09)v99 value zero.
         05 WS-Grand-OT         pic 9(09)v99 value zero.
         05 WS-Grand-Payroll    pic 9(09)v99 value zero.
         05 WS-Grand-Premium    pic 9(08)v99 value zero.
         05 WS-Hist-Count       pic 9(07) value zero.
         05 WS-Used-Count       pic 9(07) value zero.
         05 WS-Undated-Count    pic 9(05) value zero.
         05 WS-Undated-Gross    pic 9(09)v99 value zero.
         05 WS-Unclassed-Count  pic 9(05) value zero.

       01 WS-Class-Table-Area.
         05 WS-Class-Count      pic 9(03) value zero.
         05 WS-Class-Table      occurs 200 times.
           10 WS-CT-Job         pic x(02).
           10 WS-CT-State       pic x(02).
           10 WS-CT-Class       pic x(04).
           10 WS-CT-Rate        pic 9(02)v9999.
           10 WS-CT-Desc        pic x(20).
         05 WS-Class-Idx        pic 9(03) value zero.
         05 WS-Class-Match      pic 9(03) value zero.
         05 WS-Class-Found      pic x(01) value 'N'.

       01 Blank-Line            pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(16) value spaces.
         05 Filler              pic x(34) value
              'Workers Comp Premium Audit - Year '.
         05 RPT-Year            pic 9(04).
         05 Filler              pic x(02) value spaces.
         05 RPT-Date.
           10 RPT-MO            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-DY            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-YR            pic 9(04).
         05 Filler              pic x(14) value spaces.

       01 RPT-COL-HDR.
         05 Filler              pic x(14) value '  Class St  Q '.
         05 Filler              pic x(14) value '         Gross'.
         05 Filler              pic x(11) value ' OT Premium'.
         05 Filler              pic x(14) value '    WC Payroll'.
         05 Filler              pic x(09) value '     Rate'.
         05 Filler              pic x(11) value '    Premium'.
         05 Filler              pic x(07) value spaces.

       01 RPT-CLASS-HDR.
         05 Filler              pic x(02) value spaces.
         05 Filler              pic x(06) value 'Class '.
         05 RCH-Class           pic x(04).
         05 Filler              pic x(02) value spaces.
         05 RCH-Desc            pic x(20).
         05 Filler              pic x(46) value spaces.

       01 RPT-DETAIL.
         05 Filler              pic x(02) value spaces.
         05 RD-Class            pic x(04).
         05 Filler              pic x(02) value spaces.
         05 RD-State            pic x(02).
         05 Filler              pic x(02) value spaces.
         05 RD-Qtr              pic 9(01).
         05 Filler              pic x(02) value spaces.
         05 RD-Gross            pic zz,zzz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RD-OT               pic zzz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RD-Payroll          pic zz,zzz,zz9.99.
         05 Filler              pic x(02) value spaces.
         05 RD-Rate             pic z9.9999.
         05 Filler              pic x(01) value spaces.
         05 RD-Premium          pic zzz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RD-Flag             pic x(06).

       01 RPT-TOTAL-LINE.
         05 Filler              pic x(02) value spaces.
         05 RT-Label            pic x(11).
         05 RT-Gross            pic zzz,zzz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RT-OT               pic zz,zzz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RT-Payroll          pic zzz,zzz,zz9.99.
         05 Filler              pic x(01) value spaces.
         05 RT-Premium          pic $,$$$,$$9.99.
         05 Filler              pic x(11) value spaces.

       01 RPT-COUNT-LINE.
         05 Filler              pic x(02) value spaces.
         05 RC-Label            pic x(40).
         05 RC-Count            pic zzz,zz9.
         05 Filler              pic x(02) value spaces.
         05 RC-Amount           pic zz,zzz,zz9.99.
         05 Filler              pic x(16) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Class-Rtn.
           perform 200-Extract-Rtn.
           sort WC-Sort-File
               on ascending key SWK-CLASS SWK-STATE SWK-QTR
               using WC-Extract
               giving WC-Sorted.
           open input WC-Sorted.
           perform until More-Records = 'NO '
               read WC-Sorted
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 300-Detail-Rtn
               end-read
           end-perform.
           if WS-First-Group = 'NO '
               perform 320-Key-Break-Rtn
               perform 330-Class-Break-Rtn
           end-if.
           perform 400-Close-Module.
           goback.

      *********************************************
      * Start module - the audit year is the run  *
      * year, or the override's year              *
      *********************************************
       110-Startup-Module.
           open output Audit-Report.
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
           move WS-Run-YYYY to RPT-Year.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.

       120-Load-Class-Rtn.
           open input WC-Class-File.
           if WS-Class-File-Stat not = '00'
               display 'WC CLASS TABLE NOT AVAILABLE - ALL WAGES '
                   'REPORT UNCLASSIFIED'
               move 'YES' to WS-Class-EOF
           end-if.
           perform until WS-Class-EOF = 'YES'
               read WC-Class-File
                   at end
                       move 'YES' to WS-Class-EOF
                   not at end
                       if WS-Class-Count < 200
                           add 1 to WS-Class-Count
                           move WCC-JOB-CODE
                               to WS-CT-Job(WS-Class-Count)
                           move WCC-STATE
                               to WS-CT-State(WS-Class-Count)
                           move WCC-CLASS
                               to WS-CT-Class(WS-Class-Count)
                           move WCC-RATE
                               to WS-CT-Rate(WS-Class-Count)
                           move WCC-DESC
                               to WS-CT-Desc(WS-Class-Count)
                       else
                           display 'WC CLASS TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Class-File-Stat = '00'
               close WC-Class-File
           end-if.

      *********************************************
      * One extract row per history record in the *
      * audit year.  The pay date places it in    *
      * its quarter; an older record without one  *
      * falls back on the MMYYYY the period id    *
      * leads with.                               *
      *********************************************
       200-Extract-Rtn.
           open output WC-Extract.
           open input Pay-History-File.
           if WS-Hist-File-Stat not = '00'
               display 'NO PAY HISTORY ON FILE - NOTHING TO AUDIT'
               move 'YES' to WS-Hist-EOF
           end-if.
           perform until WS-Hist-EOF = 'YES'
               read Pay-History-File
                   at end
                       move 'YES' to WS-Hist-EOF
                   not at end
                       add 1 to WS-Hist-Count
                       perform 210-Extract-One-Rtn
                           through 210-Exit
               end-read
           end-perform.
           if WS-Hist-File-Stat = '00'
               close Pay-History-File
           end-if.
           close WC-Extract.

       210-Extract-One-Rtn.
           move zero to WS-Hist-YYYY WS-Hist-MM.
           evaluate true
               when PH-PAY-DATE numeric and PH-PAY-DATE > zero
                   move PH-PAY-DATE(1:4) to WS-Hist-YYYY
                   move PH-PAY-DATE(5:2) to WS-Hist-MM
               when PH-PERIOD(1:6) numeric
                   move PH-PERIOD(1:2) to WS-Hist-MM
                   move PH-PERIOD(3:4) to WS-Hist-YYYY
           end-evaluate.
           if WS-Hist-MM < 1 or WS-Hist-MM > 12
               add 1 to WS-Undated-Count
               if PH-GROSS numeric
                   add PH-GROSS to WS-Undated-Gross
               end-if
               go to 210-Exit
           end-if.
           if WS-Hist-YYYY not = WS-Run-YYYY
               go to 210-Exit
           end-if.

           add 1 to WS-Used-Count.
           compute WS-Hist-Qtr = ((WS-Hist-MM - 1) / 3) + 1.
           perform 220-Find-Class-Rtn
               through 220-Exit.
           if WS-Class-Found = 'Y'
               move WS-CT-Class(WS-Class-Match) to WCX-CLASS
               move WS-CT-Rate(WS-Class-Match) to WCX-RATE
               move WS-CT-Desc(WS-Class-Match) to WCX-DESC
           else
               add 1 to WS-Unclassed-Count
               move 'NONE' to WCX-CLASS
               move zero to WCX-RATE
               move 'NO CLASS ON TABLE' to WCX-DESC
           end-if.
           if PH-STATE = spaces
               move '??' to WCX-STATE
           else
               move PH-STATE to WCX-STATE
           end-if.
           move WS-Hist-Qtr to WCX-QTR.
           move zero to WCX-GROSS WCX-OT-PREM.
           if PH-GROSS numeric
               move PH-GROSS to WCX-GROSS
           end-if.
           if PH-OT-PREM numeric
               move PH-OT-PREM to WCX-OT-PREM
           end-if.
           write WCX-REC.

       210-Exit.
           exit.

      *    The job code's own row for the state wins over its
      *    any-state row.
       220-Find-Class-Rtn.
           move 'N' to WS-Class-Found.
           if PH-JOB-CODE = spaces
               go to 220-Exit
           end-if.
           perform varying WS-Class-Idx from 1 by 1
               until WS-Class-Idx > WS-Class-Count
               if WS-CT-Job(WS-Class-Idx) = PH-JOB-CODE
                   if WS-CT-State(WS-Class-Idx) = PH-STATE
                       move 'Y' to WS-Class-Found
                       move WS-Class-Idx to WS-Class-Match
                       move WS-Class-Count to WS-Class-Idx
                   else
                       if WS-CT-State(WS-Class-Idx) = '**'
                           and WS-Class-Found = 'N'
                           move 'A' to WS-Class-Found
                           move WS-Class-Idx to WS-Class-Match
                       end-if
                   end-if
               end-if
           end-perform.
           if WS-Class-Found = 'A'
               move 'Y' to WS-Class-Found
           end-if.

       220-Exit.
           exit.

      *********************************************
      * Sum to one line per class, state and      *
      * quarter, with a subtotal per class        *
      *********************************************
       300-Detail-Rtn.
           evaluate true
               when WS-First-Group = 'YES'
                   move 'NO ' to WS-First-Group
                   perform 310-Start-Class-Rtn
               when SRT-CLASS not = WS-Hold-Class
                   perform 320-Key-Break-Rtn
                   perform 330-Class-Break-Rtn
                   perform 310-Start-Class-Rtn
               when SRT-STATE not = WS-Hold-State
                   or SRT-QTR not = WS-Hold-Qtr
                   perform 320-Key-Break-Rtn
           end-evaluate.
      *    The rate goes with the class and state - each state
      *    in a class is priced at its own rate.
           move SRT-STATE to WS-Hold-State.
           move SRT-QTR to WS-Hold-Qtr.
           move SRT-RATE to WS-Hold-Rate.
           add SRT-GROSS to WS-Key-Gross.
           add SRT-OT-PREM to WS-Key-OT.

       310-Start-Class-Rtn.
           move SRT-CLASS to WS-Hold-Class.
           move SRT-CLASS to RCH-Class.
           move SRT-DESC to RCH-Desc.
           write Report-Rec from RPT-CLASS-HDR.

       320-Key-Break-Rtn.
           if WS-Key-OT > WS-Key-Gross
               move WS-Key-Gross to WS-Key-OT
           end-if.
           compute WS-Payroll = WS-Key-Gross - WS-Key-OT.
           compute WS-Premium rounded =
               WS-Payroll * WS-Hold-Rate / 100.
           move WS-Hold-Class to RD-Class.
           move WS-Hold-State to RD-State.
           move WS-Hold-Qtr to RD-Qtr.
           move WS-Key-Gross to RD-Gross.
           move WS-Key-OT to RD-OT.
           move WS-Payroll to RD-Payroll.
           move WS-Hold-Rate to RD-Rate.
           move WS-Premium to RD-Premium.
           if WS-Hold-Class = 'NONE'
               move '*NONE' to RD-Flag
           else
               move spaces to RD-Flag
           end-if.
           write Report-Rec from RPT-DETAIL.
           add WS-Key-Gross to WS-Class-Gross.
           add WS-Key-OT to WS-Class-OT.
           add WS-Payroll to WS-Class-Payroll.
           add WS-Premium to WS-Class-Premium.
           move zero to WS-Key-Gross WS-Key-OT.

       330-Class-Break-Rtn.
           move 'Class tot: ' to RT-Label.
           move WS-Class-Gross to RT-Gross.
           move WS-Class-OT to RT-OT.
           move WS-Class-Payroll to RT-Payroll.
           move WS-Class-Premium to RT-Premium.
           write Report-Rec from RPT-TOTAL-LINE.
           write Report-Rec from Blank-Line.
           add WS-Class-Gross to WS-Grand-Gross.
           add WS-Class-OT to WS-Grand-OT.
           add WS-Class-Payroll to WS-Grand-Payroll.
           add WS-Class-Premium to WS-Grand-Premium.
           move zero to WS-Class-Gross WS-Class-OT
               WS-Class-Payroll WS-Class-Premium.

       400-Close-Module.
           move 'All class: ' to RT-Label.
           move WS-Grand-Gross to RT-Gross.
           move WS-Grand-OT to RT-OT.
           move WS-Grand-Payroll to RT-Payroll.
           move WS-Grand-Premium to RT-Premium.
           write Report-Rec from RPT-TOTAL-LINE.
           write Report-Rec from Blank-Line.

           move 'History records in the audit year:      '
               to RC-Label.
           move WS-Used-Count to RC-Count.
           move zero to RC-Amount.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Records with no WC class (NONE):        '
               to RC-Label.
           move WS-Unclassed-Count to RC-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Records with no date - not audited:     '
               to RC-Label.
           move WS-Undated-Count to RC-Count.
           move WS-Undated-Gross to RC-Amount.
           write Report-Rec from RPT-COUNT-LINE.

           close WC-Sorted
                 Audit-Report.
           display 'WC AUDIT COMPLETE - ESTIMATED PREMIUM: '
               WS-Grand-Premium.

       end program Ch12WComp.
