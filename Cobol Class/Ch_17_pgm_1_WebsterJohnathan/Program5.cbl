       identification division.
       program-id. OpsSumm.
      *******************************************
      * Monthly operations summary - one page   *
      * for management with the month's numbers *
      * from across the business, instead of    *
      * five separate reports: inventory value  *
      * off the valuation snapshots (Ch2Value), *
      * receivables and the 90-day-plus balance *
      * off the aged open items (Ch3Cash),      *
      * commission off the accumulators,        *
      * payroll cost off the funding trail      *
      * (Ch12Fund) and student billing off the  *
      * bill extract (Ch8Bill).  Each month's   *
      * figures are kept on Ch17_OpsHist.dat,   *
      * so the prior-month and same-month-last- *
      * year columns build up as the months go  *
      * by; a rerun in the same month replaces  *
      * that month's row.  Run at month end     *
      * after the other cycles have closed.     *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Val-Snap-File
               assign to 'C:\Data\Data-Work\Ch2_ValSnap.dat'
               organization is line sequential
               file status is WS-Snap-File-Stat.
           select Open-Item-File
               assign to 'C:\Data\Data-Out\Ch3_CustOpen.dat'
               organization is line sequential
               file status is WS-Open-File-Stat.
           select Comm-Accum-File
               assign to 'C:\Data\Data-Out\Ch1_CommAcm.dat'
               organization is line sequential
               file status is WS-Accum-File-Stat.
           select Funding-History
               assign to 'C:\Data\Data-Work\Ch12_Funding.dat'
               organization is line sequential
               file status is WS-FundH-File-Stat.
           select Bill-Extract
               assign to 'C:\Data\Data-Out\Ch8_Bills.dat'
               organization is line sequential
               file status is WS-Bill-File-Stat.
           select Ops-History
               assign to 'C:\Data\Data-Work\Ch17_OpsHist.dat'
               organization is line sequential
               file status is WS-OpsH-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Ops-Summary-Rpt
               assign to 'C:\Data\Data-Out\Ch17_OpsSumm.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Val-Snap-File.
       01 VAL-SNAP-REC.
         05 VSN-Date           pic 9(08).
         05 VSN-Total          pic 9(11)v99.

       FD Open-Item-File.
       01 OPEN-ITEM-REC.
         05 OPI-Ident          pic x(05).
         05 OPI-Current        pic 9(08)v99.
         05 OPI-Aged30         pic 9(08)v99.
         05 OPI-Aged60         pic 9(08)v99.
         05 OPI-Aged90         pic 9(08)v99.

       FD Comm-Accum-File.
       01 ACCUM-REC.
         05 ACI-Name           pic x(15).
         05 ACI-MTD-Comm       pic 9(06)v99.
         05 ACI-YTD-Comm       pic 9(07)v99.

       FD Funding-History.
       01 FUNDH-REC.
         05 FDH-RUN-DATE        pic 9(08).
         05 FDH-RUN-PARTS redefines FDH-RUN-DATE.
           10 FDH-RUN-YYYYMM    pic 9(06).
           10 FDH-RUN-DD        pic 9(02).
         05 FDH-NET-PAY         pic 9(10)v99.
         05 FDH-FED-DEP         pic 9(09)v99.
         05 FDH-ST-DEP          pic 9(09)v99.
         05 FDH-CASH-TOTAL      pic 9(10)v99.

       FD Bill-Extract.
       01 BILL-REC.
         05 BIL-Soc            pic x(09).
         05 BIL-Name           pic x(21).
         05 BIL-Term           pic x(06).
         05 BIL-Credits        pic 999.
         05 BIL-Charge         pic 9(06)v99.

      *********************************************
      * One row per month summarized (YYYYMM) -    *
      * the figures in the order of the report     *
      * lines below                                *
      *********************************************
       FD Ops-History.
       01 OPS-HIST-REC.
         05 OPH-YYYYMM          pic 9(06).
         05 OPH-Amt             pic 9(11)v99 occurs 8 times.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Ops-Summary-Rpt.
       01 Ops-Rpt-Rec           pic x(110).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Snap-File-Stat   pic x(02) value '00'.
         05 WS-Open-File-Stat   pic x(02) value '00'.
         05 WS-Accum-File-Stat  pic x(02) value '00'.
         05 WS-FundH-File-Stat  pic x(02) value '00'.
         05 WS-Bill-File-Stat   pic x(02) value '00'.
         05 WS-OpsH-File-Stat   pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-EOF              pic x(03) value 'NO '.

       01 WS-Run-Date.
         05 WS-Run-YY           pic 99.
         05 WS-Run-MM           pic 99.
         05 WS-Run-DD           pic 99.
       01 WS-Run-YYYY           pic 9(04) value zero.
       01 WS-Run-Date-Key       pic 9(08) value zero.
       01 WS-Run-YYYYMM         pic 9(06) value zero.
       01 WS-Prior-YYYYMM       pic 9(06) value zero.
       01 WS-LastYr-YYYYMM      pic 9(06) value zero.

       01 WS-Source-Fields.
         05 WS-Snap-Date        pic 9(08) value zero.
         05 WS-Snap-Parts redefines WS-Snap-Date.
           10 WS-Snap-YYYY      pic 9(04).
           10 WS-Snap-MM        pic 9(02).
           10 WS-Snap-DD        pic 9(02).
         05 WS-Bill-Term        pic x(06) value spaces.
         05 WS-Bill-Count       pic 9(05) value zero.
         05 WS-Open-Count       pic 9(05) value zero.
         05 WS-Fund-Runs        pic 9(03) value zero.

      *    This month's figures, in report line order.
       01 WS-Month-Area.
         05 WS-Month-Amt        pic 9(11)v99 occurs 8 times.
       01 WS-Line-Idx           pic 9(02) value zero.

      *    The funding trail may hold more than one row for a run
      *    date after a rerun - the last one read stands.
       01 WS-Fund-Table-Area.
         05 WS-Fund-Count       pic 9(03) value zero.
         05 WS-Fund-Idx         pic 9(03) value zero.
         05 WS-Fund-Match       pic 9(03) value zero.
         05 WS-Fund-Table       occurs 100 times.
           10 WS-Fund-Date       pic 9(08).
           10 WS-Fund-Net        pic 9(10)v99.
           10 WS-Fund-Tax        pic 9(10)v99.

       01 WS-Hist-Table-Area.
         05 WS-Hist-Count       pic 9(03) value zero.
         05 WS-Hist-Idx         pic 9(03) value zero.
         05 WS-Hist-Match       pic 9(03) value zero.
         05 WS-Hist-Table       occurs 240 times.
           10 WS-Hist-YYYYMM     pic 9(06).
           10 WS-Hist-Amt        pic 9(11)v99 occurs 8 times.
       01 WS-Prior-Idx          pic 9(03) value zero.
       01 WS-LastYr-Idx         pic 9(03) value zero.
       01 WS-Change             pic s9(11)v99 value zero.

       01 WS-Label-Values.
         05                     pic x(27) value
              'Inventory value'.
         05                     pic x(27) value
              'Receivables open'.
         05                     pic x(27) value
              '  Receivables 90+ days'.
         05                     pic x(27) value
              'Commissions earned'.
         05                     pic x(27) value
              'Payroll net pay'.
         05                     pic x(27) value
              'Payroll tax deposits'.
         05                     pic x(27) value
              'Payroll cost total'.
         05                     pic x(27) value
              'Student billing'.
       01 WS-Label-Table redefines WS-Label-Values.
         05 WS-Label            pic x(27) occurs 8 times.

       01 WS-RunLog-Parm.
         05 RLP-Program        pic x(08) value 'OPSSUMM '.
         05 RLP-Text           pic x(60) value spaces.

       01 Blank-Line            pic x(110) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(30) value spaces.
         05 Filler              pic x(31) value
              'Monthly Operations Summary for '.
         05 RT-MM               pic 9(02).
         05 Filler              pic x(01) value '/'.
         05 RT-YYYY             pic 9(04).
         05 Filler              pic x(42) value spaces.

       01 RPT-COL-HDR.
         05 Filler              pic x(28) value spaces.
         05 Filler              pic x(16) value '      This month'.
         05 Filler              pic x(16) value '     Prior month'.
         05 Filler              pic x(17) value '           Change'.
         05 Filler              pic x(16) value '  Same month LY '.
         05 Filler              pic x(17) value '           Change'.

       01 RPT-LINE.
         05 Filler              pic x(01) value spaces.
         05 RL-Label            pic x(27).
         05 Filler              pic x(02) value spaces.
         05 RL-Month            pic zzz,zzz,zz9.99.
         05 Filler              pic x(02) value spaces.
         05 RL-Prior            pic zzz,zzz,zz9.99.
         05 RL-Prior-X redefines RL-Prior pic x(14).
         05 Filler              pic x(02) value spaces.
         05 RL-Prior-Chg        pic ----,---,--9.99.
         05 RL-Prior-Chg-X redefines RL-Prior-Chg pic x(15).
         05 Filler              pic x(02) value spaces.
         05 RL-LastYr           pic zzz,zzz,zz9.99.
         05 RL-LastYr-X redefines RL-LastYr pic x(14).
         05 Filler              pic x(02) value spaces.
         05 RL-LastYr-Chg       pic ----,---,--9.99.
         05 RL-LastYr-Chg-X redefines RL-LastYr-Chg pic x(15).

       01 RPT-NOTE-LINE.
         05 Filler              pic x(03) value spaces.
         05 RN-Text             pic x(70).
         05 Filler              pic x(37) value spaces.

       01 RPT-COUNT-LINE.
         05 Filler              pic x(03) value spaces.
         05 RC-Label            pic x(40).
         05 RC-Count            pic zz,zz9.
         05 Filler              pic x(61) value spaces.

       01 WS-Note-Date.
         05 WN-MM               pic 9(02).
         05 Filler              pic x(01) value '/'.
         05 WN-DD               pic 9(02).
         05 Filler              pic x(01) value '/'.
         05 WN-YYYY             pic 9(04).

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 200-Inventory-Rtn.
           perform 210-Receivables-Rtn.
           perform 220-Commission-Rtn.
           perform 230-Payroll-Rtn.
           perform 240-Billing-Rtn.
           perform 300-Load-History-Rtn.
           perform 310-Post-Month-Rtn.
           perform 400-Print-Report-Rtn.
           perform 500-Write-History-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - the month summarized is    *
      * the run date's, and the two comparison    *
      * months follow from it                     *
      *********************************************
       110-Startup-Module.
           initialize WS-Month-Area.
           open output Ops-Summary-Rpt.
           move 'RUN STARTED' to RLP-Text.
           call 'RUNLOG' using WS-RunLog-Parm.
           accept WS-Run-Date from date.
           add WS-Run-YY 2000 giving WS-Run-YYYY.

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
           compute WS-Run-YYYYMM = (WS-Run-YYYY * 100) + WS-Run-MM.
           if WS-Run-MM = 1
               compute WS-Prior-YYYYMM = WS-Run-YYYYMM - 89
           else
               compute WS-Prior-YYYYMM = WS-Run-YYYYMM - 1
           end-if.
           compute WS-LastYr-YYYYMM = WS-Run-YYYYMM - 100.

      *********************************************
      * Inventory - the latest valuation snapshot  *
      * on or before the run date                  *
      *********************************************
       200-Inventory-Rtn.
           move 'NO ' to WS-EOF.
           open input Val-Snap-File.
           if WS-Snap-File-Stat not = '00'
               move 'YES' to WS-EOF
           end-if.
           perform until WS-EOF = 'YES'
               read Val-Snap-File
                   at end
                       move 'YES' to WS-EOF
                   not at end
                       if VSN-Date numeric and VSN-Total numeric
                           and VSN-Date not > WS-Run-Date-Key
                           and VSN-Date not < WS-Snap-Date
                           move VSN-Date to WS-Snap-Date
                           move VSN-Total to WS-Month-Amt(1)
                       end-if
               end-read
           end-perform.
           if WS-Snap-File-Stat = '00' or WS-Snap-File-Stat = '10'
               close Val-Snap-File
           end-if.

      *********************************************
      * Receivables - every aging bucket, and the  *
      * 90-day-plus bucket on its own              *
      *********************************************
       210-Receivables-Rtn.
           move 'NO ' to WS-EOF.
           open input Open-Item-File.
           if WS-Open-File-Stat not = '00'
               move 'YES' to WS-EOF
           end-if.
           perform until WS-EOF = 'YES'
               read Open-Item-File
                   at end
                       move 'YES' to WS-EOF
                   not at end
                       if OPI-Current numeric and OPI-Aged30 numeric
                           and OPI-Aged60 numeric
                           and OPI-Aged90 numeric
                           add 1 to WS-Open-Count
                           add OPI-Current OPI-Aged30 OPI-Aged60
                               OPI-Aged90 to WS-Month-Amt(2)
                           add OPI-Aged90 to WS-Month-Amt(3)
                       end-if
               end-read
           end-perform.
           if WS-Open-File-Stat = '00' or WS-Open-File-Stat = '10'
               close Open-Item-File
           end-if.

       220-Commission-Rtn.
           move 'NO ' to WS-EOF.
           open input Comm-Accum-File.
           if WS-Accum-File-Stat not = '00'
               move 'YES' to WS-EOF
           end-if.
           perform until WS-EOF = 'YES'
               read Comm-Accum-File
                   at end
                       move 'YES' to WS-EOF
                   not at end
                       if ACI-MTD-Comm numeric
                           add ACI-MTD-Comm to WS-Month-Amt(4)
                       end-if
               end-read
           end-perform.
           if WS-Accum-File-Stat = '00' or WS-Accum-File-Stat = '10'
               close Comm-Accum-File
           end-if.

      *********************************************
      * Payroll - every funding run dated in the   *
      * month: net pay out by ACH and check, and   *
      * the federal and state deposits             *
      *********************************************
       230-Payroll-Rtn.
           move 'NO ' to WS-EOF.
           open input Funding-History.
           if WS-FundH-File-Stat not = '00'
               move 'YES' to WS-EOF
           end-if.
           perform until WS-EOF = 'YES'
               read Funding-History
                   at end
                       move 'YES' to WS-EOF
                   not at end
                       if FDH-RUN-DATE numeric
                           and FDH-RUN-YYYYMM = WS-Run-YYYYMM
                           and FDH-RUN-DATE not > WS-Run-Date-Key
                           perform 235-Keep-Fund-Run-Rtn
                       end-if
               end-read
           end-perform.
           if WS-FundH-File-Stat = '00' or WS-FundH-File-Stat = '10'
               close Funding-History
           end-if.

           move WS-Fund-Count to WS-Fund-Runs.
           perform varying WS-Fund-Idx from 1 by 1
               until WS-Fund-Idx > WS-Fund-Count
               add WS-Fund-Net(WS-Fund-Idx) to WS-Month-Amt(5)
               add WS-Fund-Tax(WS-Fund-Idx) to WS-Month-Amt(6)
           end-perform.
           compute WS-Month-Amt(7) = WS-Month-Amt(5)
               + WS-Month-Amt(6).

       235-Keep-Fund-Run-Rtn.
           move zero to WS-Fund-Match.
           perform varying WS-Fund-Idx from 1 by 1
               until WS-Fund-Idx > WS-Fund-Count
               if WS-Fund-Date(WS-Fund-Idx) = FDH-RUN-DATE
                   move WS-Fund-Idx to WS-Fund-Match
                   move WS-Fund-Count to WS-Fund-Idx
               end-if
           end-perform.
           if WS-Fund-Match = zero
               if WS-Fund-Count < 100
                   add 1 to WS-Fund-Count
                   move WS-Fund-Count to WS-Fund-Match
               else
                   display 'FUNDING RUN TABLE CAPACITY EXCEEDED AT '
                       '100 - RUN HALTED'
                   stop run
               end-if
           end-if.
           move FDH-RUN-DATE to WS-Fund-Date(WS-Fund-Match).
           move zero to WS-Fund-Net(WS-Fund-Match)
               WS-Fund-Tax(WS-Fund-Match).
           if FDH-NET-PAY numeric
               move FDH-NET-PAY to WS-Fund-Net(WS-Fund-Match)
           end-if.
           if FDH-FED-DEP numeric
               add FDH-FED-DEP to WS-Fund-Tax(WS-Fund-Match)
           end-if.
           if FDH-ST-DEP numeric
               add FDH-ST-DEP to WS-Fund-Tax(WS-Fund-Match)
           end-if.

      *********************************************
      * Student billing - the term on the current  *
      * bill extract                               *
      *********************************************
       240-Billing-Rtn.
           move 'NO ' to WS-EOF.
           open input Bill-Extract.
           if WS-Bill-File-Stat not = '00'
               move 'YES' to WS-EOF
           end-if.
           perform until WS-EOF = 'YES'
               read Bill-Extract
                   at end
                       move 'YES' to WS-EOF
                   not at end
                       if BIL-Charge numeric
                           add 1 to WS-Bill-Count
                           add BIL-Charge to WS-Month-Amt(8)
                           if WS-Bill-Term = spaces
                               move BIL-Term to WS-Bill-Term
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Bill-File-Stat = '00' or WS-Bill-File-Stat = '10'
               close Bill-Extract
           end-if.

      *********************************************
      * The months summarized before this one      *
      *********************************************
       300-Load-History-Rtn.
           move 'NO ' to WS-EOF.
           open input Ops-History.
           if WS-OpsH-File-Stat not = '00'
               move 'YES' to WS-EOF
           end-if.
           perform until WS-EOF = 'YES'
               read Ops-History
                   at end
                       move 'YES' to WS-EOF
                   not at end
                       if OPH-YYYYMM numeric
                           if WS-Hist-Count < 240
                               add 1 to WS-Hist-Count
                               move OPS-HIST-REC
                                   to WS-Hist-Table(WS-Hist-Count)
                           else
                               display 'OPERATIONS HISTORY TABLE '
                                   'CAPACITY EXCEEDED AT 240 - RUN '
                                   'HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-OpsH-File-Stat = '00' or WS-OpsH-File-Stat = '10'
               close Ops-History
           end-if.

      *    This month's row replaces any from an earlier run in
      *    the same month, or is added in month order.
       310-Post-Month-Rtn.
           move zero to WS-Hist-Match WS-Prior-Idx WS-LastYr-Idx.
           perform varying WS-Hist-Idx from 1 by 1
               until WS-Hist-Idx > WS-Hist-Count
               evaluate WS-Hist-YYYYMM(WS-Hist-Idx)
                   when WS-Run-YYYYMM
                       move WS-Hist-Idx to WS-Hist-Match
                   when WS-Prior-YYYYMM
                       move WS-Hist-Idx to WS-Prior-Idx
                   when WS-LastYr-YYYYMM
                       move WS-Hist-Idx to WS-LastYr-Idx
               end-evaluate
           end-perform.
           if WS-Hist-Match = zero
               if WS-Hist-Count < 240
                   add 1 to WS-Hist-Count
                   move WS-Hist-Count to WS-Hist-Match
               else
                   display 'OPERATIONS HISTORY TABLE CAPACITY '
                       'EXCEEDED AT 240 - RUN HALTED'
                   stop run
               end-if
           end-if.
           move WS-Run-YYYYMM to WS-Hist-YYYYMM(WS-Hist-Match).
           perform varying WS-Line-Idx from 1 by 1
               until WS-Line-Idx > 8
               move WS-Month-Amt(WS-Line-Idx)
                   to WS-Hist-Amt(WS-Hist-Match, WS-Line-Idx)
           end-perform.

      *********************************************
      * Print the one-page summary - a month with  *
      * no history row yet shows n/a               *
      *********************************************
       400-Print-Report-Rtn.
           move WS-Run-MM to RT-MM.
           move WS-Run-YYYY to RT-YYYY.
           write Ops-Rpt-Rec from RPT-TITLE.
           write Ops-Rpt-Rec from Blank-Line.
           write Ops-Rpt-Rec from RPT-COL-HDR.
           write Ops-Rpt-Rec from Blank-Line.

           perform varying WS-Line-Idx from 1 by 1
               until WS-Line-Idx > 8
               perform 410-Print-Line-Rtn
               if WS-Line-Idx = 3 or WS-Line-Idx = 4
                   or WS-Line-Idx = 7
                   write Ops-Rpt-Rec from Blank-Line
               end-if
           end-perform.
           write Ops-Rpt-Rec from Blank-Line.

           if WS-Snap-Date > zero
               move WS-Snap-MM to WN-MM
               move WS-Snap-DD to WN-DD
               move WS-Snap-YYYY to WN-YYYY
               move spaces to RN-Text
               string 'Inventory as of the valuation snapshot of '
                   WS-Note-Date delimited by size into RN-Text
           else
               move 'Inventory - no valuation snapshot on file'
                   to RN-Text
           end-if.
           write Ops-Rpt-Rec from RPT-NOTE-LINE.
           move 'Open receivable accounts' to RC-Label.
           move WS-Open-Count to RC-Count.
           write Ops-Rpt-Rec from RPT-COUNT-LINE.
           move 'Payroll funding runs this month' to RC-Label.
           move WS-Fund-Runs to RC-Count.
           write Ops-Rpt-Rec from RPT-COUNT-LINE.
           move spaces to RC-Label.
           if WS-Bill-Count > zero
               string 'Student bills for term ' WS-Bill-Term
                   delimited by size into RC-Label
           else
               move 'Student bills - no bill extract on file'
                   to RC-Label
           end-if.
           move WS-Bill-Count to RC-Count.
           write Ops-Rpt-Rec from RPT-COUNT-LINE.

       410-Print-Line-Rtn.
           move WS-Label(WS-Line-Idx) to RL-Label.
           move WS-Month-Amt(WS-Line-Idx) to RL-Month.
           if WS-Prior-Idx > zero
               move WS-Hist-Amt(WS-Prior-Idx, WS-Line-Idx)
                   to RL-Prior
               compute WS-Change = WS-Month-Amt(WS-Line-Idx)
                   - WS-Hist-Amt(WS-Prior-Idx, WS-Line-Idx)
               move WS-Change to RL-Prior-Chg
           else
               move '           n/a' to RL-Prior-X
               move spaces to RL-Prior-Chg-X
           end-if.
           if WS-LastYr-Idx > zero
               move WS-Hist-Amt(WS-LastYr-Idx, WS-Line-Idx)
                   to RL-LastYr
               compute WS-Change = WS-Month-Amt(WS-Line-Idx)
                   - WS-Hist-Amt(WS-LastYr-Idx, WS-Line-Idx)
               move WS-Change to RL-LastYr-Chg
           else
               move '           n/a' to RL-LastYr-X
               move spaces to RL-LastYr-Chg-X
           end-if.
           write Ops-Rpt-Rec from RPT-LINE.

      *********************************************
      * Rewrite the month-end history with this    *
      * month's row in place                       *
      *********************************************
       500-Write-History-Rtn.
           open output Ops-History.
           perform varying WS-Hist-Idx from 1 by 1
               until WS-Hist-Idx > WS-Hist-Count
               move WS-Hist-Table(WS-Hist-Idx) to OPS-HIST-REC
               write OPS-HIST-REC
           end-perform.
           close Ops-History.

       900-Close-Module.
           close Ops-Summary-Rpt.
           move 'RUN ENDED' to RLP-Text.
           call 'RUNLOG' using WS-RunLog-Parm.

       end program OpsSumm.
