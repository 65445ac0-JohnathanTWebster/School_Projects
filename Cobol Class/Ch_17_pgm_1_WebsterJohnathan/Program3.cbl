       identification division.
       program-id. RptArchv.
      *******************************************
      * Report repository - the archive step.   *
      * Every report in Data-Out is overwritten *
      * by the next run, so at the end of each  *
      * cycle this program copies every payroll *
      * report on hand into the cumulative      *
      * archive Pay_RptArc.dat under its report *
      * name, the run date and the pay period,  *
      * and keeps one index entry per captured  *
      * report in Pay_RptIdx.dat.  A report no  *
      * program has rewritten since its last    *
      * capture is not archived again, and a    *
      * rerun on the same day and period        *
      * replaces the earlier capture.  Entries  *
      * older than the report's retention (in   *
      * years, from the table below or the      *
      * Pay_RptRetain.dat override) are purged  *
      * from both files, through work files     *
      * promoted back the way Program12         *
      * promotes its masters.  RptPrint lists   *
      * the index and reprints from it.  The    *
      * full-SSN reports are never archived.    *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Period-File
               assign to 'C:\Data\Data-Work\Ch12_Period.dat'
               organization is line sequential
               file status is WS-Period-File-Stat.
           select Retain-File
               assign to 'C:\Data\Data-In\Pay_RptRetain.dat'
               organization is line sequential
               file status is WS-Ret-File-Stat.
           select Index-File
               assign to 'C:\Data\Data-Work\Pay_RptIdx.dat'
               organization is line sequential
               file status is WS-Idx-File-Stat.
           select Archive-File
               assign to 'C:\Data\Data-Work\Pay_RptArc.dat'
               organization is line sequential
               file status is WS-Arc-File-Stat.
           select Archive-Work
               assign to 'C:\Data\Data-Work\Pay_RptArc.wrk'
               organization is line sequential.
           select New-Work
               assign to 'C:\Data\Data-Work\Pay_RptNew.wrk'
               organization is line sequential.
           select Archive-Register
               assign to 'C:\Data\Data-Out\Pay_RptArc.rpt'
               organization is line sequential.
           select Rpt-File-01
               assign to 'C:\Data\Data-Out\Ch6_RelReg.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-02
               assign to 'C:\Data\Data-Out\Ch12_Integ.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-03
               assign to 'C:\Data\Data-Out\Ch11_Payerr.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-04
               assign to 'C:\Data\Data-Out\Ch11_Payrej.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-05
               assign to 'C:\Data\Data-Out\Ch12_TaxList.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-06
               assign to 'C:\Data\Data-Out\Ch12sal.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-07
               assign to 'C:\Data\Data-Out\Ch12_ChkReg.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-08
               assign to 'C:\Data\Data-Out\Ch12_ACHReg.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-09
               assign to 'C:\Data\Data-Out\Ch12_DedReg.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-10
               assign to 'C:\Data\Data-Out\Ch12_GarnReg.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-11
               assign to 'C:\Data\Data-Out\Ch12_Reversal.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-12
               assign to 'C:\Data\Data-Out\Ch12_GrossUp.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-13
               assign to 'C:\Data\Data-Out\Ch12_NoTime.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-14
               assign to 'C:\Data\Data-Out\Ch12_Variance.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-15
               assign to 'C:\Data\Data-Out\Ch12_ExpReg.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-16
               assign to 'C:\Data\Data-Out\Ch6_Paydisk.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-17
               assign to 'C:\Data\Data-Out\2022ch10out.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-18
               assign to 'C:\Data\Data-Out\Pay_Balance.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-19
               assign to 'C:\Data\Data-Out\Pay_Digest.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-20
               assign to 'C:\Data\Data-Out\Ch12_StRemit.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-21
               assign to 'C:\Data\Data-Out\Ch12_RetRmt.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.
           select Rpt-File-22
               assign to 'C:\Data\Data-Out\Ch12_Offsal.rpt'
               organization is line sequential
               file status is WS-Rpt-File-Stat.

       data division.
       file section.
       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Period-File.
       01 PERIOD-REC.
         05 PERIOD-ID          pic x(08).
         05 PERIOD-STATUS      pic x(01).

      *    Retention override - a report name and the years its
      *    captures are kept.  A report not listed keeps the
      *    years in WS-Report-Names.
       FD Retain-File.
       01 Retain-Rec.
         05 RTN-Report         pic x(14).
         05 RTN-Years          pic 9(02).

       FD Index-File.
       01 Index-Rec.
           COPY RPTIDX.

       FD Archive-File.
       01 Archive-Rec.
           COPY RPTARC.

       FD Archive-Work.
       01 Archive-Work-Rec     pic x(168).

       FD New-Work.
       01 New-Work-Rec         pic x(168).

       FD Archive-Register.
       01 Register-Rec         pic x(80).

      *********************************************
      * The reports themselves, in the order of   *
      * WS-Report-Names - read only               *
      *********************************************
       FD Rpt-File-01.
       01 Rpt-Rec-01           pic x(132).

       FD Rpt-File-02.
       01 Rpt-Rec-02           pic x(132).

       FD Rpt-File-03.
       01 Rpt-Rec-03           pic x(132).

       FD Rpt-File-04.
       01 Rpt-Rec-04           pic x(132).

       FD Rpt-File-05.
       01 Rpt-Rec-05           pic x(132).

       FD Rpt-File-06.
       01 Rpt-Rec-06           pic x(132).

       FD Rpt-File-07.
       01 Rpt-Rec-07           pic x(132).

       FD Rpt-File-08.
       01 Rpt-Rec-08           pic x(132).

       FD Rpt-File-09.
       01 Rpt-Rec-09           pic x(132).

       FD Rpt-File-10.
       01 Rpt-Rec-10           pic x(132).

       FD Rpt-File-11.
       01 Rpt-Rec-11           pic x(132).

       FD Rpt-File-12.
       01 Rpt-Rec-12           pic x(132).

       FD Rpt-File-13.
       01 Rpt-Rec-13           pic x(132).

       FD Rpt-File-14.
       01 Rpt-Rec-14           pic x(132).

       FD Rpt-File-15.
       01 Rpt-Rec-15           pic x(132).

       FD Rpt-File-16.
       01 Rpt-Rec-16           pic x(132).

       FD Rpt-File-17.
       01 Rpt-Rec-17           pic x(132).

       FD Rpt-File-18.
       01 Rpt-Rec-18           pic x(132).

       FD Rpt-File-19.
       01 Rpt-Rec-19           pic x(132).

       FD Rpt-File-20.
       01 Rpt-Rec-20           pic x(132).

       FD Rpt-File-21.
       01 Rpt-Rec-21           pic x(132).

       FD Rpt-File-22.
       01 Rpt-Rec-22           pic x(132).

       working-storage section.
       01 Assorted-Flags.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Period-File-Stat pic x(02) value '00'.
         05 WS-Ret-File-Stat   pic x(02) value '00'.
         05 WS-Ret-EOF         pic x(03) value 'NO '.
         05 WS-Idx-File-Stat   pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Arc-File-Stat   pic x(02) value '00'.
         05 WS-Arc-EOF         pic x(03) value 'NO '.
         05 WS-Rpt-File-Stat   pic x(02) value '00'.
         05 WS-Rpt-EOF         pic x(03) value 'NO '.
         05 WS-Work-EOF        pic x(03) value 'NO '.
         05 WS-Rpt-Line        pic x(132) value spaces.
         05 WS-First-Line      pic x(80) value spaces.
         05 WS-Line-Count      pic 9(06) value zero.
         05 WS-File-No         pic 9(02) value zero.
         05 WS-Rpt-Idx         pic 9(02) value zero.
         05 WS-Years           pic 9(02) value zero.
         05 WS-Expire-Date     pic 9(08) value zero.
         05 WS-Keep-Line       pic x(01) value 'N'.
         05 WS-Prev-Key        pic x(30) value low-values.
         05 WS-Period-Id       pic x(08) value spaces.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Show-Date       pic 9(08) value zero.
         05 WS-Show-Date-Parts redefines WS-Show-Date.
           10 WS-Show-YYYY     pic 9(04).
           10 WS-Show-MM       pic 9(02).
           10 WS-Show-DD       pic 9(02).
         05 WS-Edit-Date.
           10 WS-Edit-MM       pic 9(02).
           10 Filler           pic x value '/'.
           10 WS-Edit-DD       pic 9(02).
           10 Filler           pic x value '/'.
           10 WS-Edit-YYYY     pic 9(04).
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

       01 WS-Totals.
         05 WS-Tot-Kept        pic 9(05) value zero.
         05 WS-Tot-Captured    pic 9(05) value zero.
         05 WS-Tot-Lines       pic 9(07) value zero.
         05 WS-Tot-Purged      pic 9(05) value zero.
         05 WS-Tot-Replaced    pic 9(05) value zero.
         05 WS-Tot-Unchanged   pic 9(05) value zero.

      *    One archive line as it is built for the work file.
       01 WS-Arc-Line.
           COPY RPTARC
               REPLACING ==RAR-Key== BY ==WAR-Key==,
                   ==RAR-Report== BY ==WAR-Report==,
                   ==RAR-Run-Date== BY ==WAR-Run-Date==,
                   ==RAR-Period== BY ==WAR-Period==,
                   ==RAR-Line-No== BY ==WAR-Line-No==,
                   ==RAR-Text== BY ==WAR-Text==.

      *********************************************
      * The payroll reports the cycle leaves in   *
      * Data-Out, each with the years its         *
      * captures are kept - registers of money    *
      * paid and remitted seven years, edit and   *
      * exception listings three, the operator's  *
      * own digest and sweep one                  *
      *********************************************
       01 WS-Report-Names.
         05 Filler pic x(16) value 'Ch6_RelReg    07'.
         05 Filler pic x(16) value 'Ch12_Integ    01'.
         05 Filler pic x(16) value 'Ch11_Payerr   03'.
         05 Filler pic x(16) value 'Ch11_Payrej   03'.
         05 Filler pic x(16) value 'Ch12_TaxList  07'.
         05 Filler pic x(16) value 'Ch12sal       07'.
         05 Filler pic x(16) value 'Ch12_ChkReg   07'.
         05 Filler pic x(16) value 'Ch12_ACHReg   07'.
         05 Filler pic x(16) value 'Ch12_DedReg   07'.
         05 Filler pic x(16) value 'Ch12_GarnReg  07'.
         05 Filler pic x(16) value 'Ch12_Reversal 07'.
         05 Filler pic x(16) value 'Ch12_GrossUp  07'.
         05 Filler pic x(16) value 'Ch12_NoTime   03'.
         05 Filler pic x(16) value 'Ch12_Variance 03'.
         05 Filler pic x(16) value 'Ch12_ExpReg   07'.
         05 Filler pic x(16) value 'Ch6_Paydisk   03'.
         05 Filler pic x(16) value '2022ch10out   03'.
         05 Filler pic x(16) value 'Pay_Balance   07'.
         05 Filler pic x(16) value 'Pay_Digest    01'.
         05 Filler pic x(16) value 'Ch12_StRemit  07'.
         05 Filler pic x(16) value 'Ch12_RetRmt   07'.
         05 Filler pic x(16) value 'Ch12_Offsal   07'.
       01 WS-Report-Table redefines WS-Report-Names.
         05 WS-Report-Entry    occurs 22 times.
           10 WS-Rpt-Name       pic x(14).
           10 WS-Rpt-Years      pic 9(02).

      *    Years kept for a report no longer on the list above.
       01 WS-Default-Years     pic 9(02) value 07.

      *********************************************
      * The index in memory - what was on file    *
      * and what this run captured, and what      *
      * becomes of each entry:                    *
      *   'K' kept   'P' purged past retention    *
      *   'R' replaced by a same-day recapture    *
      *   'N' captured this run                   *
      *********************************************
       01 WS-Index-Table-Area.
         05 WS-Index-Count     pic 9(04) value zero.
         05 WS-Index-Table     occurs 3000 times.
           10 WI-Key.
             15 WI-Report       pic x(14).
             15 WI-Run-Date     pic 9(08).
             15 WI-Period       pic x(08).
           10 WI-Line-Count     pic 9(06).
           10 WI-Title          pic x(80).
           10 WI-Action         pic x(01).
         05 WS-Index-Idx       pic 9(04) value zero.
         05 WS-Latest-Match    pic 9(04) value zero.
         05 WS-Replaced        pic x(01) value 'N'.

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(16) value spaces.
         05 Filler             pic x(36) value
              'Report Repository Archive Register  '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(18) value spaces.

       01 RPT-PERIOD-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(12) value 'Pay period: '.
         05 RPL-Period         pic x(08).
         05 Filler             pic x(57) value spaces.

       01 RPT-SECT-HEAD.
         05 Filler             pic x(01) value spaces.
         05 RSH-Text           pic x(79).

       01 RPT-ENTRY-LINE.
         05 Filler             pic x(03) value spaces.
         05 REL-Report         pic x(14).
         05 Filler             pic x(02) value spaces.
         05 REL-Date           pic x(10).
         05 Filler             pic x(02) value spaces.
         05 REL-Period         pic x(08).
         05 Filler             pic x(02) value spaces.
         05 REL-Action         pic x(38).
         05 Filler             pic x(01) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTT-Label          pic x(40).
         05 RTT-Count          pic z,zzz,zz9.
         05 Filler             pic x(28) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 200-Load-Index-Rtn.
           move 'REPORTS CAPTURED THIS RUN' to RSH-Text.
           write Register-Rec from RPT-SECT-HEAD.
           perform varying WS-File-No from 1 by 1
               until WS-File-No > 22
               perform 300-Capture-Rtn
                   through 300-Exit
           end-perform.
           write Register-Rec from Blank-Line.
           perform 400-Rebuild-Archive-Rtn.
           perform 450-Write-Index-Rtn.
           perform 500-Totals-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - run date, the pay period   *
      * the cycle ran for, and any retention      *
      * overrides                                 *
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

           open input Period-File.
           if WS-Period-File-Stat = '00'
               read Period-File
                   not at end
                       move PERIOD-ID to WS-Period-Id
               end-read
               close Period-File
           end-if.

           open input Retain-File.
           if WS-Ret-File-Stat not = '00'
               move 'YES' to WS-Ret-EOF
           end-if.
           perform until WS-Ret-EOF = 'YES'
               read Retain-File
                   at end
                       move 'YES' to WS-Ret-EOF
                   not at end
                       perform 120-Retain-Override-Rtn
               end-read
           end-perform.
           if WS-Ret-File-Stat = '00' or WS-Ret-File-Stat = '10'
               close Retain-File
           end-if.

           open output Archive-Register
                       New-Work.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Register-Rec from RPT-TITLE.
           write Register-Rec from Blank-Line.
           move WS-Period-Id to RPL-Period.
           write Register-Rec from RPT-PERIOD-LINE.
           write Register-Rec from Blank-Line.
           initialize WS-Totals.

       120-Retain-Override-Rtn.
           if RTN-Years numeric and RTN-Years > zero
               perform varying WS-Rpt-Idx from 1 by 1
                   until WS-Rpt-Idx > 22
                   if WS-Rpt-Name(WS-Rpt-Idx) = RTN-Report
                       move RTN-Years to WS-Rpt-Years(WS-Rpt-Idx)
                   end-if
               end-perform
           end-if.

      *********************************************
      * Load the index, purging whatever has      *
      * outlived its report's retention           *
      *********************************************
       200-Load-Index-Rtn.
           move 'PURGED - PAST RETENTION' to RSH-Text.
           write Register-Rec from RPT-SECT-HEAD.
           open input Index-File.
           if WS-Idx-File-Stat not = '00'
               move 'YES' to WS-Idx-EOF
           end-if.
           perform until WS-Idx-EOF = 'YES'
               read Index-File
                   at end
                       move 'YES' to WS-Idx-EOF
                   not at end
                       perform 210-Index-Entry-Rtn
               end-read
           end-perform.
           if WS-Idx-File-Stat = '00' or WS-Idx-File-Stat = '10'
               close Index-File
           end-if.
           if WS-Tot-Purged = zero
               move spaces to RPT-ENTRY-LINE
               move 'NOTHING PAST RETENTION' to REL-Action
               write Register-Rec from RPT-ENTRY-LINE
           end-if.
           write Register-Rec from Blank-Line.

       210-Index-Entry-Rtn.
           if WS-Index-Count < 3000
               add 1 to WS-Index-Count
           else
               display 'REPORT INDEX CAPACITY EXCEEDED AT 3000 - '
                   'RUN HALTED'
               stop run
           end-if.
           move RIX-Key to WI-Key(WS-Index-Count).
           move RIX-Line-Count to WI-Line-Count(WS-Index-Count).
           move RIX-Title to WI-Title(WS-Index-Count).
           move 'K' to WI-Action(WS-Index-Count).

           perform 220-Retention-Years-Rtn.
           compute WS-Expire-Date = RIX-Run-Date + (WS-Years * 10000).
           if WS-Expire-Date < WS-Run-Date-Key
               move 'P' to WI-Action(WS-Index-Count)
               add 1 to WS-Tot-Purged
               move WS-Index-Count to WS-Index-Idx
               perform 600-Format-Entry-Rtn
               move spaces to REL-Action
               string 'PURGED - KEPT ' WS-Years ' YEARS'
                   delimited by size into REL-Action
               write Register-Rec from RPT-ENTRY-LINE
           end-if.

       220-Retention-Years-Rtn.
           move WS-Default-Years to WS-Years.
           perform varying WS-Rpt-Idx from 1 by 1
               until WS-Rpt-Idx > 22
               if WS-Rpt-Name(WS-Rpt-Idx) = RIX-Report
                   move WS-Rpt-Years(WS-Rpt-Idx) to WS-Years
               end-if
           end-perform.

      *********************************************
      * Capture one report.  A first pass counts  *
      * it and takes its title line, to tell a    *
      * fresh report from one left over from an   *
      * earlier run; a second pass copies it      *
      *********************************************
       300-Capture-Rtn.
           move spaces to RPT-ENTRY-LINE.
           move WS-Rpt-Name(WS-File-No) to REL-Report.
           move WS-Run-Date-Key to WS-Show-Date.
           move WS-Show-MM to WS-Edit-MM.
           move WS-Show-DD to WS-Edit-DD.
           move WS-Show-YYYY to WS-Edit-YYYY.
           move WS-Edit-Date to REL-Date.
           move WS-Period-Id to REL-Period.

           perform 310-Open-Rpt-Rtn.
           if WS-Rpt-File-Stat not = '00'
               move 'NOT ON HAND - NOT CAPTURED' to REL-Action
               write Register-Rec from RPT-ENTRY-LINE
               go to 300-Exit
           end-if.
           move zero to WS-Line-Count.
           move spaces to WS-First-Line.
           move 'NO ' to WS-Rpt-EOF.
           perform until WS-Rpt-EOF = 'YES'
               perform 320-Read-Rpt-Rtn
               if WS-Rpt-EOF = 'NO '
                   add 1 to WS-Line-Count
                   if WS-Line-Count = 1
                       move WS-Rpt-Line to WS-First-Line
                   end-if
               end-if
           end-perform.
           perform 330-Close-Rpt-Rtn.

           if WS-Line-Count = zero
               move 'EMPTY - NOT CAPTURED' to REL-Action
               write Register-Rec from RPT-ENTRY-LINE
               go to 300-Exit
           end-if.

           perform 340-Find-Latest-Rtn.
           if WS-Latest-Match > zero
               and (WI-Run-Date(WS-Latest-Match) not = WS-Run-Date-Key
                 or WI-Period(WS-Latest-Match) not = WS-Period-Id)
               and WI-Line-Count(WS-Latest-Match) = WS-Line-Count
               and WI-Title(WS-Latest-Match) = WS-First-Line
               add 1 to WS-Tot-Unchanged
               move 'UNCHANGED SINCE LAST CAPTURE - SKIPPED'
                   to REL-Action
               write Register-Rec from RPT-ENTRY-LINE
               go to 300-Exit
           end-if.

           perform 350-Mark-Replaced-Rtn.
           if WS-Index-Count < 3000
               add 1 to WS-Index-Count
           else
               display 'REPORT INDEX CAPACITY EXCEEDED AT 3000 - '
                   'RUN HALTED'
               stop run
           end-if.
           move WS-Rpt-Name(WS-File-No) to WI-Report(WS-Index-Count).
           move WS-Run-Date-Key to WI-Run-Date(WS-Index-Count).
           move WS-Period-Id to WI-Period(WS-Index-Count).
           move WS-Line-Count to WI-Line-Count(WS-Index-Count).
           move WS-First-Line to WI-Title(WS-Index-Count).
           move 'N' to WI-Action(WS-Index-Count).

           move WI-Key(WS-Index-Count) to WAR-Key.
           move zero to WAR-Line-No.
           perform 310-Open-Rpt-Rtn.
           move 'NO ' to WS-Rpt-EOF.
           perform until WS-Rpt-EOF = 'YES'
               perform 320-Read-Rpt-Rtn
               if WS-Rpt-EOF = 'NO '
                   add 1 to WAR-Line-No
                   move WS-Rpt-Line to WAR-Text
                   write New-Work-Rec from WS-Arc-Line
               end-if
           end-perform.
           perform 330-Close-Rpt-Rtn.

           add 1 to WS-Tot-Captured.
           add WS-Line-Count to WS-Tot-Lines.
           move spaces to REL-Action.
           if WS-Replaced = 'Y'
               string 'RECAPTURED ' WS-Line-Count ' LINES'
                   delimited by size into REL-Action
           else
               string 'CAPTURED ' WS-Line-Count ' LINES'
                   delimited by size into REL-Action
           end-if.
           write Register-Rec from RPT-ENTRY-LINE.

       300-Exit.
           exit.

       310-Open-Rpt-Rtn.
           evaluate WS-File-No
               when 1
                   open input Rpt-File-01
               when 2
                   open input Rpt-File-02
               when 3
                   open input Rpt-File-03
               when 4
                   open input Rpt-File-04
               when 5
                   open input Rpt-File-05
               when 6
                   open input Rpt-File-06
               when 7
                   open input Rpt-File-07
               when 8
                   open input Rpt-File-08
               when 9
                   open input Rpt-File-09
               when 10
                   open input Rpt-File-10
               when 11
                   open input Rpt-File-11
               when 12
                   open input Rpt-File-12
               when 13
                   open input Rpt-File-13
               when 14
                   open input Rpt-File-14
               when 15
                   open input Rpt-File-15
               when 16
                   open input Rpt-File-16
               when 17
                   open input Rpt-File-17
               when 18
                   open input Rpt-File-18
               when 19
                   open input Rpt-File-19
               when 20
                   open input Rpt-File-20
               when 21
                   open input Rpt-File-21
               when 22
                   open input Rpt-File-22
           end-evaluate.

       320-Read-Rpt-Rtn.
           evaluate WS-File-No
               when 1
                   read Rpt-File-01 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 2
                   read Rpt-File-02 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 3
                   read Rpt-File-03 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 4
                   read Rpt-File-04 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 5
                   read Rpt-File-05 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 6
                   read Rpt-File-06 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 7
                   read Rpt-File-07 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 8
                   read Rpt-File-08 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 9
                   read Rpt-File-09 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 10
                   read Rpt-File-10 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 11
                   read Rpt-File-11 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 12
                   read Rpt-File-12 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 13
                   read Rpt-File-13 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 14
                   read Rpt-File-14 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 15
                   read Rpt-File-15 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 16
                   read Rpt-File-16 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 17
                   read Rpt-File-17 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 18
                   read Rpt-File-18 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 19
                   read Rpt-File-19 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 20
                   read Rpt-File-20 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 21
                   read Rpt-File-21 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
               when 22
                   read Rpt-File-22 into WS-Rpt-Line
                       at end
                           move 'YES' to WS-Rpt-EOF
                   end-read
           end-evaluate.

       330-Close-Rpt-Rtn.
           evaluate WS-File-No
               when 1
                   close Rpt-File-01
               when 2
                   close Rpt-File-02
               when 3
                   close Rpt-File-03
               when 4
                   close Rpt-File-04
               when 5
                   close Rpt-File-05
               when 6
                   close Rpt-File-06
               when 7
                   close Rpt-File-07
               when 8
                   close Rpt-File-08
               when 9
                   close Rpt-File-09
               when 10
                   close Rpt-File-10
               when 11
                   close Rpt-File-11
               when 12
                   close Rpt-File-12
               when 13
                   close Rpt-File-13
               when 14
                   close Rpt-File-14
               when 15
                   close Rpt-File-15
               when 16
                   close Rpt-File-16
               when 17
                   close Rpt-File-17
               when 18
                   close Rpt-File-18
               when 19
                   close Rpt-File-19
               when 20
                   close Rpt-File-20
               when 21
                   close Rpt-File-21
               when 22
                   close Rpt-File-22
           end-evaluate.

      *    The most recent kept capture of this report.
       340-Find-Latest-Rtn.
           move zero to WS-Latest-Match.
           perform varying WS-Index-Idx from 1 by 1
               until WS-Index-Idx > WS-Index-Count
               if WI-Action(WS-Index-Idx) = 'K'
                   and WI-Report(WS-Index-Idx)
                       = WS-Rpt-Name(WS-File-No)
                   if WS-Latest-Match = zero
                       move WS-Index-Idx to WS-Latest-Match
                   else
                       if WI-Run-Date(WS-Index-Idx)
                           not < WI-Run-Date(WS-Latest-Match)
                           move WS-Index-Idx to WS-Latest-Match
                       end-if
                   end-if
               end-if
           end-perform.

      *    A same-day rerun for the same period replaces what the
      *    earlier run captured.
       350-Mark-Replaced-Rtn.
           move 'N' to WS-Replaced.
           perform varying WS-Index-Idx from 1 by 1
               until WS-Index-Idx > WS-Index-Count
               if WI-Action(WS-Index-Idx) = 'K'
                   and WI-Report(WS-Index-Idx)
                       = WS-Rpt-Name(WS-File-No)
                   and WI-Run-Date(WS-Index-Idx) = WS-Run-Date-Key
                   and WI-Period(WS-Index-Idx) = WS-Period-Id
                   move 'R' to WI-Action(WS-Index-Idx)
                   move 'Y' to WS-Replaced
                   add 1 to WS-Tot-Replaced
               end-if
           end-perform.

      *********************************************
      * Rebuild the archive - lines of kept       *
      * entries carry over in order, purged and   *
      * replaced ones drop out, this run's        *
      * captures go on the end - then promote     *
      * the work file over the archive            *
      *********************************************
       400-Rebuild-Archive-Rtn.
           close New-Work.
           open output Archive-Work.
           open input Archive-File.
           if WS-Arc-File-Stat not = '00'
               move 'YES' to WS-Arc-EOF
           end-if.
           perform until WS-Arc-EOF = 'YES'
               read Archive-File
                   at end
                       move 'YES' to WS-Arc-EOF
                   not at end
                       if RAR-Key not = WS-Prev-Key
                           move RAR-Key to WS-Prev-Key
                           perform 410-Find-Kept-Rtn
                       end-if
                       if WS-Keep-Line = 'Y'
                           write Archive-Work-Rec from Archive-Rec
                       end-if
               end-read
           end-perform.
           if WS-Arc-File-Stat = '00' or WS-Arc-File-Stat = '10'
               close Archive-File
           end-if.

           open input New-Work.
           move 'NO ' to WS-Work-EOF.
           perform until WS-Work-EOF = 'YES'
               read New-Work
                   at end
                       move 'YES' to WS-Work-EOF
                   not at end
                       write Archive-Work-Rec from New-Work-Rec
               end-read
           end-perform.
           close New-Work
                 Archive-Work.

           open input Archive-Work.
           open output Archive-File.
           move 'NO ' to WS-Work-EOF.
           perform until WS-Work-EOF = 'YES'
               read Archive-Work
                   at end
                       move 'YES' to WS-Work-EOF
                   not at end
                       write Archive-Rec from Archive-Work-Rec
               end-read
           end-perform.
           close Archive-Work
                 Archive-File.

       410-Find-Kept-Rtn.
           move 'N' to WS-Keep-Line.
           perform varying WS-Index-Idx from 1 by 1
               until WS-Index-Idx > WS-Index-Count
                  or WS-Keep-Line = 'Y'
               if WI-Key(WS-Index-Idx) = RAR-Key
                   and WI-Action(WS-Index-Idx) = 'K'
                   move 'Y' to WS-Keep-Line
               end-if
           end-perform.

       450-Write-Index-Rtn.
           open output Index-File.
           perform varying WS-Index-Idx from 1 by 1
               until WS-Index-Idx > WS-Index-Count
               if WI-Action(WS-Index-Idx) = 'K'
                   or WI-Action(WS-Index-Idx) = 'N'
                   if WI-Action(WS-Index-Idx) = 'K'
                       add 1 to WS-Tot-Kept
                   end-if
                   move WI-Key(WS-Index-Idx) to RIX-Key
                   move WI-Line-Count(WS-Index-Idx) to RIX-Line-Count
                   move WI-Title(WS-Index-Idx) to RIX-Title
                   write Index-Rec
               end-if
           end-perform.
           close Index-File.

       500-Totals-Rtn.
           move 'Captures kept from earlier runs' to RTT-Label.
           move WS-Tot-Kept to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Reports captured this run' to RTT-Label.
           move WS-Tot-Captured to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Lines archived this run' to RTT-Label.
           move WS-Tot-Lines to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Earlier same-day captures replaced' to RTT-Label.
           move WS-Tot-Replaced to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Reports unchanged - not captured' to RTT-Label.
           move WS-Tot-Unchanged to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Captures purged past retention' to RTT-Label.
           move WS-Tot-Purged to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.

       600-Format-Entry-Rtn.
           move spaces to RPT-ENTRY-LINE.
           move WI-Report(WS-Index-Idx) to REL-Report.
           move WI-Run-Date(WS-Index-Idx) to WS-Show-Date.
           move WS-Show-MM to WS-Edit-MM.
           move WS-Show-DD to WS-Edit-DD.
           move WS-Show-YYYY to WS-Edit-YYYY.
           move WS-Edit-Date to REL-Date.
           move WI-Period(WS-Index-Idx) to REL-Period.

       900-Close-Module.
           close Archive-Register.
           display 'REPORT ARCHIVE COMPLETE - CAPTURED: '
               WS-Tot-Captured ' PURGED: ' WS-Tot-Purged
               ' UNCHANGED: ' WS-Tot-Unchanged.

       end program RptArchv.
