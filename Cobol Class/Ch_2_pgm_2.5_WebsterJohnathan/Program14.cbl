       identification division.
       program-id. Ch2LotExp.
      *******************************************
      * Weekly lot expiry report.  Reads the     *
      * open lots Program2 leaves behind and     *
      * lists, soonest first, every lot already  *
      * past its expiry date (to be thrown out   *
      * with an 'X' transaction) and every lot   *
      * that expires within the number of days   *
      * on the expiry control file (14 when      *
      * there is none), so it can be moved or    *
      * marked down while it still sells.  Lots  *
      * with no expiry date are not listed.      *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Lot-File
               assign to 'C:\Data\Data-Out\Ch2_Lots.dat'
               organization is line sequential
               file status is WS-Lot-File-Stat.
           select Exp-Ctl-File
               assign to 'C:\Data\Data-In\Ch2_ExpCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Exp-Sort-File
               assign to 'sortwk1'.
           select Exp-Sorted
               assign to 'C:\Data\Data-Work\Ch2_LotExp.srt'
               organization is line sequential.
           select Expiry-Report
               assign to 'C:\Data\Data-Out\Ch2_LotExp.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Lot-File.
       01 LOT-REC.
         05 LOT-Item           pic x(20).
         05 LOT-Location       pic x(02).
         05 LOT-Lot-No         pic x(10).
         05 LOT-Rcpt-Date      pic 9(08).
         05 LOT-Expiry         pic 9(08).
         05 LOT-Qty            pic 9(05).
         05 LOT-Open-Qty       pic 9(05).

      *********************************************
      * How many days ahead to warn                *
      *********************************************
       FD Exp-Ctl-File.
       01 EXP-CTL-REC.
         05 EXC-Days           pic 9(03).

       SD Exp-Sort-File.
       01 ESK-REC.
         05 ESK-Expiry         pic 9(08).
         05 ESK-Item           pic x(20).
         05 ESK-Loc            pic x(02).
         05 ESK-Lot-No         pic x(10).
         05 ESK-Rcpt-Date      pic 9(08).
         05 ESK-Qty            pic 9(05).

       FD Exp-Sorted.
       01 EXP-SORTED-REC.
         05 ESO-Expiry         pic 9(08).
         05 ESO-Item           pic x(20).
         05 ESO-Loc            pic x(02).
         05 ESO-Lot-No         pic x(10).
         05 ESO-Rcpt-Date      pic 9(08).
         05 ESO-Qty            pic 9(05).

       FD Expiry-Report.
       01 Report-Rec           pic x(90).

       working-storage section.
       01 Assorted-Flags.
         05 More-Records       pic x(03) value 'YES'.
         05 WS-Lot-File-Stat   pic x(02) value '00'.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-Lot-EOF         pic x(03) value 'NO '.
         05 WS-Warn-Days       pic 9(03) value 14.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Run-Day-No      pic 9(08) value zero.
         05 WS-Warn-Date-Key   pic 9(08) value zero.
         05 WS-Days-Left       pic s9(05) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Section         pic x(01) value spaces.
         05 WS-Lots-Read       pic 9(05) value zero.
         05 WS-Exp-Lots        pic 9(05) value zero.
         05 WS-Exp-Qty         pic 9(07) value zero.
         05 WS-Soon-Lots       pic 9(05) value zero.
         05 WS-Soon-Qty        pic 9(07) value zero.
         05 WS-Date-Hold       pic 9(08) value zero.
         05 WS-Date-Parts redefines WS-Date-Hold.
           10 WS-Hold-YYYY     pic 9(04).
           10 WS-Hold-MM       pic 9(02).
           10 WS-Hold-DD       pic 9(02).

       01 Blank-Line           pic x(90) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(20) value spaces.
         05 Filler             pic x(34) value
              'Perishable Lot Expiry Report      '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(26) value spaces.

       01 RPT-COL-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(16) value 'Expires   Days  '.
         05 Filler             pic x(24) value
              'Item                Loc '.
         05 Filler             pic x(24) value
              'Lot         Received   '.
         05 Filler             pic x(08) value 'Open qty'.
         05 Filler             pic x(15) value spaces.

       01 RPT-EXP-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(28) value
              'Expired - awaiting disposal '.
         05 Filler             pic x(59) value spaces.

       01 RPT-SOON-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(16) value 'Expiring within '.
         05 RSH-Days           pic zz9.
         05 Filler             pic x(05) value ' days'.
         05 Filler             pic x(63) value spaces.

       01 RPT-DETAIL.
         05 Filler             pic x(03) value spaces.
         05 RD-Exp-MM          pic 9(02).
         05 Filler             pic x value '/'.
         05 RD-Exp-DD          pic 9(02).
         05 Filler             pic x value '/'.
         05 RD-Exp-YYYY        pic 9(04).
         05 Filler             pic x(01) value spaces.
         05 RD-Days            pic ----9.
         05 Filler             pic x(02) value spaces.
         05 RD-Item            pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RD-Loc             pic x(02).
         05 Filler             pic x(01) value spaces.
         05 RD-Lot             pic x(10).
         05 Filler             pic x(02) value spaces.
         05 RD-Rcv-MM          pic 9(02).
         05 Filler             pic x value '/'.
         05 RD-Rcv-DD          pic 9(02).
         05 Filler             pic x value '/'.
         05 RD-Rcv-YYYY        pic 9(04).
         05 Filler             pic x(02) value spaces.
         05 RD-Qty             pic zz,zz9.
         05 Filler             pic x(16) value spaces.

       01 RPT-SECT-TOT.
         05 Filler             pic x(06) value spaces.
         05 RST-Lots           pic zz,zz9.
         05 Filler             pic x(15) value ' lots, open qty'.
         05 RST-Qty            pic z,zzz,zz9.
         05 Filler             pic x(54) value spaces.

       01 RPT-NONE-LINE.
         05 Filler             pic x(06) value spaces.
         05 Filler             pic x(20) value 'None.'.
         05 Filler             pic x(64) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Control-Rtn.
           sort Exp-Sort-File
               on ascending key ESK-Expiry ESK-Item ESK-Loc
               input procedure 150-Release-Lots-Rtn
               giving Exp-Sorted.
           move 'E' to WS-Section.
           perform 220-Section-Head-Rtn.
           open input Exp-Sorted.
           perform until More-Records = 'NO '
               read Exp-Sorted
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 200-List-Lot-Rtn
               end-read
           end-perform.
           close Exp-Sorted.
           if WS-Section = 'E'
               perform 230-Section-Total-Rtn
               move 'S' to WS-Section
               perform 220-Section-Head-Rtn
           end-if.
           perform 230-Section-Total-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module                              *
      *********************************************
       110-Startup-Module.
           open output Expiry-Report.

           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           compute WS-Run-Day-No =
               function integer-of-date(WS-Run-Date-Key).

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.

      *********************************************
      * Warning window - no control file, or a     *
      * zero, leaves the two weeks                 *
      *********************************************
       120-Load-Control-Rtn.
           open input Exp-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read Exp-Ctl-File
                   not at end
                       if EXC-Days numeric and EXC-Days > zero
                           move EXC-Days to WS-Warn-Days
                       end-if
               end-read
               close Exp-Ctl-File
           end-if.
           compute WS-Warn-Date-Key = function date-of-integer
               (WS-Run-Day-No + WS-Warn-Days).

      *********************************************
      * Open lots with a date inside the window -  *
      * anything already past it is in too        *
      *********************************************
       150-Release-Lots-Rtn.
           open input Lot-File.
           if WS-Lot-File-Stat not = '00'
               display 'LOT FILE NOT AVAILABLE, STATUS: '
                   WS-Lot-File-Stat ' - NO LOTS LISTED'
               move 'YES' to WS-Lot-EOF
           end-if.
           perform until WS-Lot-EOF = 'YES'
               read Lot-File
                   at end
                       move 'YES' to WS-Lot-EOF
                   not at end
                       add 1 to WS-Lots-Read
                       if LOT-Expiry numeric
                           and LOT-Expiry > zero
                           and LOT-Expiry not > WS-Warn-Date-Key
                           and LOT-Open-Qty numeric
                           and LOT-Open-Qty > zero
                           move LOT-Expiry to ESK-Expiry
                           move LOT-Item to ESK-Item
                           move LOT-Location to ESK-Loc
                           move LOT-Lot-No to ESK-Lot-No
                           move LOT-Rcpt-Date to ESK-Rcpt-Date
                           move LOT-Open-Qty to ESK-Qty
                           release ESK-REC
                       end-if
               end-read
           end-perform.
           if WS-Lot-File-Stat = '00' or WS-Lot-File-Stat = '10'
               close Lot-File
           end-if.

      *********************************************
      * One lot - the expired ones sort ahead of   *
      * the rest, so the first lot still good      *
      * closes the expired section                 *
      *********************************************
       200-List-Lot-Rtn.
           compute WS-Days-Left =
               function integer-of-date(ESO-Expiry) - WS-Run-Day-No.
           if WS-Section = 'E' and ESO-Expiry not < WS-Run-Date-Key
               perform 230-Section-Total-Rtn
               move 'S' to WS-Section
               perform 220-Section-Head-Rtn
           end-if.
           move ESO-Expiry to WS-Date-Hold.
           move WS-Hold-MM to RD-Exp-MM.
           move WS-Hold-DD to RD-Exp-DD.
           move WS-Hold-YYYY to RD-Exp-YYYY.
           move WS-Days-Left to RD-Days.
           move ESO-Item to RD-Item.
           move ESO-Loc to RD-Loc.
           move ESO-Lot-No to RD-Lot.
           move ESO-Rcpt-Date to WS-Date-Hold.
           move WS-Hold-MM to RD-Rcv-MM.
           move WS-Hold-DD to RD-Rcv-DD.
           move WS-Hold-YYYY to RD-Rcv-YYYY.
           move ESO-Qty to RD-Qty.
           write Report-Rec from RPT-DETAIL.
           if WS-Section = 'E'
               add 1 to WS-Exp-Lots
               add ESO-Qty to WS-Exp-Qty
           else
               add 1 to WS-Soon-Lots
               add ESO-Qty to WS-Soon-Qty
           end-if.

       220-Section-Head-Rtn.
           write Report-Rec from Blank-Line.
           if WS-Section = 'E'
               write Report-Rec from RPT-EXP-HDR
           else
               move WS-Warn-Days to RSH-Days
               write Report-Rec from RPT-SOON-HDR
           end-if.

       230-Section-Total-Rtn.
           if WS-Section = 'E'
               if WS-Exp-Lots = zero
                   write Report-Rec from RPT-NONE-LINE
               else
                   move WS-Exp-Lots to RST-Lots
                   move WS-Exp-Qty to RST-Qty
                   write Report-Rec from RPT-SECT-TOT
               end-if
           else
               if WS-Soon-Lots = zero
                   write Report-Rec from RPT-NONE-LINE
               else
                   move WS-Soon-Lots to RST-Lots
                   move WS-Soon-Qty to RST-Qty
                   write Report-Rec from RPT-SECT-TOT
               end-if
           end-if.

       900-Close-Module.
           close Expiry-Report.
           display 'LOT EXPIRY REPORT COMPLETE - EXPIRED LOTS: '
               WS-Exp-Lots ' EXPIRING LOTS: ' WS-Soon-Lots.

       end program Ch2LotExp.
