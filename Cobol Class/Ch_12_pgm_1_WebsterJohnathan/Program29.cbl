       identification division.
       program-id. Ch12RetRc.
      *******************************************
      * Quarterly retirement remittance         *
      * reconciliation.  Totals what Ch12RetRm  *
      * has remitted to the recordkeeper this   *
      * year, per employee, off the remittance  *
      * history and sets it beside the climbed  *
      * RET-YTD on the plan election master     *
      * Ch12_Retire.dat.  Any employee whose    *
      * two figures differ is listed - a        *
      * deferral taken but never sent, or sent  *
      * twice - along with anyone remitted who  *
      * has no election and anyone with a       *
      * year-to-date who was never remitted.    *
      * The quarter-to-date deferral and match  *
      * remitted print beside each difference   *
      * for the recordkeeper's quarterly        *
      * statement.  Run before Ch12YrEnd resets *
      * the year-to-date figures.               *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Retire-File
               assign to 'C:\Data\Data-In\Ch12_Retire.dat'
               organization is line sequential
               file status is WS-Ret-File-Stat.
           select Remit-History
               assign to 'C:\Data\Data-Work\Ch12_RetRmtHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Recon-Report
               assign to 'C:\Data\Data-Out\Ch12_RetRecon.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Retire-File.
       01 RET-REC.
         05 RET-EMP-NUM        pic 9(05).
         05 RET-PCT            pic 9(02)v99.
         05 RET-YTD            pic 9(07)v99.

       FD Remit-History.
       01 RETHIST-REC.
         05 RRH-EMP-NUM        pic 9(05).
         05 RRH-PAY-DATE       pic 9(08).
         05 RRH-PAY-DATE-PARTS redefines RRH-PAY-DATE.
           10 RRH-PAY-YYYY     pic 9(04).
           10 RRH-PAY-MM       pic 9(02).
           10 RRH-PAY-DD       pic 9(02).
         05 RRH-PERIOD-ID      pic x(08).
         05 RRH-DEFERRAL       pic 9(05)v99.
         05 RRH-MATCH          pic 9(05)v99.
         05 RRH-YTD-DEFERRAL   pic 9(07)v99.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Recon-Report.
       01 Report-Rec           pic x(100).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Ret-File-Stat   pic x(02) value '00'.
         05 WS-Ret-EOF         pic x(03) value 'NO '.
         05 WS-Hist-File-Stat  pic x(02) value '00'.
         05 WS-Hist-EOF        pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.
         05 WS-Quarter         pic 9(01) value zero.
         05 WS-Qtr-First-MM    pic 9(02) value zero.
         05 WS-Qtr-Work        pic 9(02) value zero.
         05 WS-Hist-Qtr        pic 9(01) value zero.
         05 WS-Difference      pic s9(07)v99 value zero.
         05 WS-Note            pic x(24) value spaces.

       01 WS-Recon-Table-Area.
         05 WS-Rc-Count        pic 9(04) value zero.
         05 WS-Rc-Table        occurs 3000 times.
           10 WC-Emp-No         pic 9(05).
           10 WC-On-Plan        pic x(01).
           10 WC-Plan-YTD       pic 9(07)v99.
           10 WC-Rmt-YTD        pic 9(07)v99.
           10 WC-Rmt-QTD        pic 9(07)v99.
           10 WC-Match-QTD      pic 9(07)v99.
         05 WS-Rc-Idx          pic 9(04) value zero.
         05 WS-Rc-Match        pic 9(04) value zero.

       01 WS-Totals.
         05 WS-Tot-Emps        pic 9(05) value zero.
         05 WS-Tot-Diffs       pic 9(05) value zero.
         05 WS-Tot-Plan-YTD    pic 9(09)v99 value zero.
         05 WS-Tot-Rmt-YTD     pic 9(09)v99 value zero.
         05 WS-Tot-Rmt-QTD     pic 9(09)v99 value zero.
         05 WS-Tot-Match-QTD   pic 9(09)v99 value zero.
         05 WS-Tot-Net-Diff    pic s9(09)v99 value zero.

       01 Blank-Line           pic x(100) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(40) value
              'Retirement Remittance Reconciliation - Q'.
         05 RPT-Quarter        pic 9(01).
         05 Filler             pic x(01) value space.
         05 RPT-Year           pic 9(04).
         05 Filler             pic x(08) value '   Run  '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(26) value spaces.

       01 RPT-COL-HDR.
         05 Filler             pic x(08) value 'Emp'.
         05 Filler             pic x(14) value '  Plan YTD'.
         05 Filler             pic x(14) value ' Remitted YTD'.
         05 Filler             pic x(14) value '   Difference'.
         05 Filler             pic x(13) value '  Def QTD'.
         05 Filler             pic x(13) value '  Match QTD'.
         05 Filler             pic x(24) value ' Note'.

       01 RPT-DETAIL-LINE.
         05 RDL-Emp-No         pic 9(05).
         05 Filler             pic x(02) value spaces.
         05 RDL-Plan-YTD       pic z,zzz,zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RDL-Rmt-YTD        pic z,zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDL-Difference     pic z,zzz,zz9.99-.
         05 Filler             pic x(01) value spaces.
         05 RDL-Rmt-QTD        pic zzz,zz9.99.
         05 Filler             pic x(03) value spaces.
         05 RDL-Match-QTD      pic zzz,zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RDL-Note           pic x(24).

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(40).
         05 RTL-Amount         pic $$$,$$$,$$9.99-.
         05 Filler             pic x(42) value spaces.

       01 RPT-COUNT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RCL-Label          pic x(40).
         05 RCL-Count          pic zz,zz9.
         05 Filler             pic x(51) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Run-Date-Rtn.
           perform 120-Load-Plan-Rtn.
           perform 130-Load-History-Rtn.
           open output Recon-Report.
           perform 200-Headings-Rtn.
           perform 300-Compare-Rtn
               varying WS-Rc-Idx from 1 by 1
               until WS-Rc-Idx > WS-Rc-Count.
           perform 400-Totals-Rtn.
           close Recon-Report.
           display 'RETIREMENT RECONCILIATION Q' WS-Quarter ' '
               WS-Run-YYYY ' - DIFFERENCES: ' WS-Tot-Diffs.
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
           compute WS-Qtr-Work = WS-Run-MM + 2.
           divide WS-Qtr-Work by 3 giving WS-Quarter.
           compute WS-Qtr-First-MM = (WS-Quarter * 3) - 2.

      *********************************************
      * The plan master's climbed year-to-date    *
      *********************************************
       120-Load-Plan-Rtn.
           open input Retire-File.
           if WS-Ret-File-Stat not = '00'
               display 'RETIREMENT ELECTION FILE NOT AVAILABLE - '
                   'REMITTED FIGURES LISTED ALONE'
               move 'YES' to WS-Ret-EOF
           end-if.
           perform until WS-Ret-EOF = 'YES'
               read Retire-File
                   at end
                       move 'YES' to WS-Ret-EOF
                   not at end
                       if WS-Rc-Count < 3000
                           add 1 to WS-Rc-Count
                           move RET-EMP-NUM to WC-Emp-No(WS-Rc-Count)
                           move 'Y' to WC-On-Plan(WS-Rc-Count)
                           move RET-YTD to WC-Plan-YTD(WS-Rc-Count)
                           move zero to WC-Rmt-YTD(WS-Rc-Count)
                               WC-Rmt-QTD(WS-Rc-Count)
                               WC-Match-QTD(WS-Rc-Count)
                       else
                           display 'RECONCILIATION TABLE CAPACITY '
                               'EXCEEDED AT 3000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Ret-File-Stat = '00' or WS-Ret-File-Stat = '10'
               close Retire-File
           end-if.

      *********************************************
      * This year's remittances, with this        *
      * quarter's set aside                       *
      *********************************************
       130-Load-History-Rtn.
           open input Remit-History.
           if WS-Hist-File-Stat not = '00'
               move 'YES' to WS-Hist-EOF
           end-if.
           perform until WS-Hist-EOF = 'YES'
               read Remit-History
                   at end
                       move 'YES' to WS-Hist-EOF
                   not at end
                       if RRH-PAY-YYYY = WS-Run-YYYY
                           perform 135-Post-History-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               close Remit-History
           end-if.

       135-Post-History-Rtn.
           move zero to WS-Rc-Match.
           perform varying WS-Rc-Idx from 1 by 1
               until WS-Rc-Idx > WS-Rc-Count
               if WC-Emp-No(WS-Rc-Idx) = RRH-EMP-NUM
                   move WS-Rc-Idx to WS-Rc-Match
                   move WS-Rc-Count to WS-Rc-Idx
               end-if
           end-perform.
           if WS-Rc-Match = zero
               if WS-Rc-Count < 3000
                   add 1 to WS-Rc-Count
                   move WS-Rc-Count to WS-Rc-Match
                   move RRH-EMP-NUM to WC-Emp-No(WS-Rc-Match)
                   move 'N' to WC-On-Plan(WS-Rc-Match)
                   move zero to WC-Plan-YTD(WS-Rc-Match)
                       WC-Rmt-YTD(WS-Rc-Match)
                       WC-Rmt-QTD(WS-Rc-Match)
                       WC-Match-QTD(WS-Rc-Match)
               else
                   display 'RECONCILIATION TABLE CAPACITY '
                       'EXCEEDED AT 3000 - RUN HALTED'
                   stop run
               end-if
           end-if.
           add RRH-DEFERRAL to WC-Rmt-YTD(WS-Rc-Match).
           compute WS-Qtr-Work = RRH-PAY-MM + 2.
           divide WS-Qtr-Work by 3 giving WS-Hist-Qtr.
           if WS-Hist-Qtr = WS-Quarter
               add RRH-DEFERRAL to WC-Rmt-QTD(WS-Rc-Match)
               add RRH-MATCH to WC-Match-QTD(WS-Rc-Match)
               add RRH-DEFERRAL to WS-Tot-Rmt-QTD
               add RRH-MATCH to WS-Tot-Match-QTD
           end-if.

       200-Headings-Rtn.
           move WS-Quarter to RPT-Quarter.
           move WS-Run-YYYY to RPT-Year.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.

      *********************************************
      * Only the employees whose figures differ   *
      * are listed                                *
      *********************************************
       300-Compare-Rtn.
           add 1 to WS-Tot-Emps.
           add WC-Plan-YTD(WS-Rc-Idx) to WS-Tot-Plan-YTD.
           add WC-Rmt-YTD(WS-Rc-Idx) to WS-Tot-Rmt-YTD.
           compute WS-Difference =
               WC-Plan-YTD(WS-Rc-Idx) - WC-Rmt-YTD(WS-Rc-Idx).
           add WS-Difference to WS-Tot-Net-Diff.
           if WS-Difference not = zero
               add 1 to WS-Tot-Diffs
               evaluate true
                   when WC-On-Plan(WS-Rc-Idx) = 'N'
                       move 'REMITTED - NO ELECTION' to WS-Note
                   when WC-Rmt-YTD(WS-Rc-Idx) = zero
                       move 'TAKEN - NEVER REMITTED' to WS-Note
                   when WS-Difference > zero
                       move 'UNDER-REMITTED' to WS-Note
                   when other
                       move 'OVER-REMITTED' to WS-Note
               end-evaluate
               move WC-Emp-No(WS-Rc-Idx) to RDL-Emp-No
               move WC-Plan-YTD(WS-Rc-Idx) to RDL-Plan-YTD
               move WC-Rmt-YTD(WS-Rc-Idx) to RDL-Rmt-YTD
               move WS-Difference to RDL-Difference
               move WC-Rmt-QTD(WS-Rc-Idx) to RDL-Rmt-QTD
               move WC-Match-QTD(WS-Rc-Idx) to RDL-Match-QTD
               move WS-Note to RDL-Note
               write Report-Rec from RPT-DETAIL-LINE
           end-if.

       400-Totals-Rtn.
           if WS-Tot-Diffs = zero
               move '   NO DIFFERENCES - REMITTANCES AGREE WITH THE '
                   to Report-Rec
               write Report-Rec
               move '   PLAN MASTER' to Report-Rec
               write Report-Rec
           end-if.
           write Report-Rec from Blank-Line.
           move 'Employees reconciled' to RCL-Label.
           move WS-Tot-Emps to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Employees with a difference' to RCL-Label.
           move WS-Tot-Diffs to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Plan master year-to-date deferral' to RTL-Label.
           move WS-Tot-Plan-YTD to RTL-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Remitted year-to-date deferral' to RTL-Label.
           move WS-Tot-Rmt-YTD to RTL-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Net difference' to RTL-Label.
           move WS-Tot-Net-Diff to RTL-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Deferral remitted this quarter' to RTL-Label.
           move WS-Tot-Rmt-QTD to RTL-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Match remitted this quarter' to RTL-Label.
           move WS-Tot-Match-QTD to RTL-Amount.
           write Report-Rec from RPT-TOTAL-LINE.

       end program Ch12RetRc.
