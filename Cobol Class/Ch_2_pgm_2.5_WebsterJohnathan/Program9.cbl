       identification division.
       program-id. Ch2ABC.
      *******************************************
      * ABC classification and the rotating      *
      * cycle count list.  Counting everything   *
      * at year end counts the pennies as often  *
      * as the dollars.  This ranks every item   *
      * at every location by annual usage value  *
      * - the trailing twelve months of demand   *
      * at the vendor's unit cost - and splits   *
      * the ranking A/B/C at the cutoffs on the  *
      * control file.  A items are counted       *
      * monthly, B quarterly and C once a year:  *
      * each list takes its share of each class, *
      * the longest uncounted first, and is      *
      * written in the Ch2_Count.dat layout for  *
      * the counters to fill in and Ch2Count to  *
      * post.  Ch2Count's count history dates    *
      * the last count, and anything past its    *
      * interval is reported overdue.            *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Inv-Master
               assign to 'C:\Data\Data-Out\Ch2_Inv.dat'
               organization is line sequential
               file status is WS-Inv-File-Stat.
           select Demand-Hist-File
               assign to 'C:\Data\Data-Work\Ch2_Demand.dat'
               organization is line sequential
               file status is WS-Dmd-File-Stat.
           select Vendor-Master
               assign to 'C:\Data\Data-In\Ch2_Vendor.dat'
               organization is line sequential
               file status is WS-Ven-File-Stat.
           select Count-Hist-File
               assign to 'C:\Data\Data-Work\Ch2_CntHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           select ABC-Ctl-File
               assign to 'C:\Data\Data-In\Ch2_ABCCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select ABC-Sort-File
               assign to 'sortwk1'.
           select Count-List-File
               assign to 'C:\Data\Data-Out\Ch2_Count.dat'
               organization is line sequential.
           select ABC-Report
               assign to 'C:\Data\Data-Out\Ch2_ABC.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Inv-Master.
       01 INV-REC.
         05 INV-Name           pic x(20).
         05 INV-Qty-On-Hand    pic 9(05).
         05 INV-Reorder-Pt     pic 9(05).
         05 INV-Location       pic x(02).

       FD Demand-Hist-File.
       01 DEMAND-HIST-REC.
         05 DMH-Item           pic x(20).
         05 DMH-YYYYMM         pic 9(06).
         05 DMH-Qty            pic 9(06).
         05 DMH-Location       pic x(02).

       FD Vendor-Master.
       01 VENDOR-REC.
         05 VEN-Item-Name      pic x(20).
         05 VEN-Vendor-Name    pic x(20).
         05 VEN-Order-Qty      pic 9(05).
         05 VEN-Unit-Cost      pic 9(03)v99.
         05 VEN-Lead-Days      pic 9(03).

       FD Count-Hist-File.
       01 COUNT-HIST-REC.
         05 CNH-Item           pic x(20).
         05 CNH-Location       pic x(02).
         05 CNH-Date           pic 9(08).

      *********************************************
      * The cutoffs - the cumulative share of     *
      * usage value that closes out the A items   *
      * and then the B items - and whether the    *
      * list is cut for a day ('D') or a week     *
      * ('W').  No file, or a bad one, runs at    *
      * 80 / 95 weekly.                           *
      *********************************************
       FD ABC-Ctl-File.
       01 ABC-CTL-REC.
         05 ACT-A-Pct          pic 9(03).
         05 ACT-B-Pct          pic 9(03).
         05 ACT-List-Freq      pic x(01).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       SD ABC-Sort-File.
       01 ASK-REC.
         05 ASK-Value          pic 9(09)v99.
         05 ASK-Item           pic x(20).
         05 ASK-Loc            pic x(02).
         05 ASK-Idx            pic 9(03).

       FD Count-List-File.
       01 COUNT-REC.
         05 CNT-Item           pic x(20).
         05 CNT-Qty            pic 9(05).
         05 CNT-Team           pic x(03).
         05 CNT-Location       pic x(02).

       FD ABC-Report.
       01 Report-Rec           pic x(90).

       working-storage section.
       01 Assorted-Flags.
         05 More-Records       pic x(03) value 'YES'.
         05 WS-Inv-File-Stat   pic x(02) value '00'.
         05 WS-Dmd-File-Stat   pic x(02) value '00'.
         05 WS-Ven-File-Stat   pic x(02) value '00'.
         05 WS-Hist-File-Stat  pic x(02) value '00'.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Inv-EOF         pic x(03) value 'NO '.
         05 WS-Dmd-EOF         pic x(03) value 'NO '.
         05 WS-Ven-EOF         pic x(03) value 'NO '.
         05 WS-Hist-EOF        pic x(03) value 'NO '.
         05 WS-Main-Store-Loc  pic x(02) value '01'.
         05 WS-A-Pct           pic 9(03) value 80.
         05 WS-B-Pct           pic 9(03) value 95.
         05 WS-List-Freq       pic x(01) value 'W'.
         05 WS-List-Days       pic 9(03) value 7.
         05 WS-From-YYYYMM     pic 9(06) value zero.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Run-Day-Key     pic 9(07) value zero.
         05 WS-Last-Day-Key    pic 9(07) value zero.
         05 WS-Days-Since      pic 9(05) value zero.
         05 WS-Rank            pic 9(04) value zero.
         05 WS-Tot-Value       pic 9(11)v99 value zero.
         05 WS-Cum-Value       pic 9(11)v99 value zero.
         05 WS-Cum-Pct         pic 9(03)v9 value zero.
         05 WS-Listed-Count    pic 9(04) value zero.
         05 WS-Overdue-Count   pic 9(04) value zero.
         05 WS-Never-Count     pic 9(04) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Date-Split.
           10 WDS-YYYY         pic 9(04).
           10 WDS-MM           pic 9(02).
           10 WDS-DD           pic 9(02).

      *    One entry per class - A, B, C - with its count
      *    interval in days on the 360-day year the shop ages
      *    with.
       01 WS-Class-Values.
         05 Filler             pic x(04) value 'A030'.
         05 Filler             pic x(04) value 'B090'.
         05 Filler             pic x(04) value 'C360'.
       01 WS-Class-Table redefines WS-Class-Values.
         05 WS-Class-Entry     occurs 3 times.
           10 WC-Class          pic x(01).
           10 WC-Interval       pic 9(03).
       01 WS-Class-Totals.
         05 WS-Class-Tot       occurs 3 times.
           10 WC-Items          pic 9(04).
           10 WC-Value          pic 9(11)v99.
           10 WC-Quota          pic 9(04).
           10 WC-Listed         pic 9(04).
         05 WS-Class-Idx       pic 9(01) value zero.

       01 WS-Item-Table-Area.
         05 WS-Item-Count      pic 9(03) value zero.
         05 WS-Item-Table      occurs 600 times.
           10 WI-Name           pic x(20).
           10 WI-Loc            pic x(02).
           10 WI-Demand         pic 9(08).
           10 WI-Cost           pic 9(03)v99.
           10 WI-Value          pic 9(09)v99.
           10 WI-Class-Idx      pic 9(01).
           10 WI-Last-Date      pic 9(08).
           10 WI-Listed         pic x(01).
         05 WS-Item-Idx        pic 9(03) value zero.
         05 WS-Item-Match      pic 9(03) value zero.
         05 WS-Item-Found      pic x(01) value 'N'.
         05 WS-Find-Item       pic x(20) value spaces.
         05 WS-Find-Loc        pic x(02) value spaces.

       01 WS-Ven-Table-Area.
         05 WS-Ven-Count       pic 9(03) value zero.
         05 WS-Ven-Table       occurs 200 times.
           10 WV-Item           pic x(20).
           10 WV-Unit-Cost      pic 9(03)v99.
         05 WS-Ven-Idx         pic 9(03) value zero.

       01 Blank-Line           pic x(90) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(18) value spaces.
         05 Filler             pic x(36) value
              'ABC Classification and Cycle Counts '.
         05 Filler             pic x(02) value spaces.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(24) value spaces.

       01 RPT-CUTOFF-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(17) value 'Cutoffs:  A to  '.
         05 RCL-A-Pct          pic zz9.
         05 Filler             pic x(11) value '%,  B to  '.
         05 RCL-B-Pct          pic zz9.
         05 Filler             pic x(20) value
              '% of usage value    '.
         05 RCL-Freq           pic x(20).
         05 Filler             pic x(13) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             pic x(03) value spaces.
         05 RSH-Text           pic x(87).

       01 RPT-RANK-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(06) value 'Rank  '.
         05 Filler             pic x(24) value 'Item'.
         05 Filler             pic x(05) value 'Loc'.
         05 Filler             pic x(10) value '  Yr Usage'.
         05 Filler             pic x(09) value '     Cost'.
         05 Filler             pic x(15) value '    Usage Value'.
         05 Filler             pic x(10) value '    Cum %'.
         05 Filler             pic x(08) value '  Class'.

       01 RPT-RANK-LINE.
         05 Filler             pic x(03) value spaces.
         05 RRL-Rank           pic zzz9.
         05 Filler             pic x(02) value spaces.
         05 RRL-Item           pic x(20).
         05 Filler             pic x(04) value spaces.
         05 RRL-Loc            pic x(02).
         05 Filler             pic x(06) value spaces.
         05 RRL-Demand         pic zzz,zz9.
         05 Filler             pic x(02) value spaces.
         05 RRL-Cost           pic $zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RRL-Value          pic $$$,$$$,$$9.99.
         05 Filler             pic x(04) value spaces.
         05 RRL-Cum-Pct        pic zz9.9.
         05 Filler             pic x(05) value spaces.
         05 RRL-Class          pic x(01).
         05 Filler             pic x(03) value spaces.

       01 RPT-LIST-LINE.
         05 Filler             pic x(05) value spaces.
         05 RLL-Class          pic x(01).
         05 Filler             pic x(03) value spaces.
         05 RLL-Item           pic x(20).
         05 Filler             pic x(04) value spaces.
         05 RLL-Loc            pic x(02).
         05 Filler             pic x(17) value
              '   last counted  '.
         05 RLL-Last           pic x(10).
         05 Filler             pic x(28) value spaces.

       01 RPT-OVERDUE-LINE.
         05 Filler             pic x(05) value spaces.
         05 ROL-Class          pic x(01).
         05 Filler             pic x(03) value spaces.
         05 ROL-Item           pic x(20).
         05 Filler             pic x(04) value spaces.
         05 ROL-Loc            pic x(02).
         05 Filler             pic x(17) value
              '   last counted  '.
         05 ROL-Last           pic x(10).
         05 Filler             pic x(03) value spaces.
         05 ROL-Days           pic zz,zz9.
         05 ROL-Days-X redefines ROL-Days
                               pic x(06).
         05 Filler             pic x(11) value ' days, due '.
         05 ROL-Interval       pic zz9.
         05 Filler             pic x(05) value spaces.

       01 RPT-LAST-DATE.
         05 RLD-MM             pic 9(02).
         05 Filler             pic x(01) value '/'.
         05 RLD-DD             pic 9(02).
         05 Filler             pic x(01) value '/'.
         05 RLD-YYYY           pic 9(04).

       01 RPT-CLASS-TOT.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(06) value 'Class '.
         05 RCT-Class          pic x(01).
         05 Filler             pic x(02) value ': '.
         05 RCT-Items          pic zzz9.
         05 Filler             pic x(09) value ' items   '.
         05 RCT-Value          pic $$$,$$$,$$9.99.
         05 Filler             pic x(09) value '   every '.
         05 RCT-Interval       pic zz9.
         05 Filler             pic x(15) value ' days   listed '.
         05 RCT-Listed         pic zzz9.
         05 Filler             pic x(20) value spaces.

       01 RPT-TOT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(34).
         05 RTL-Count          pic zzz9.
         05 Filler             pic x(49) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Inv-Rtn.
           perform 130-Load-Vendors-Rtn.
           perform 140-Load-Demand-Rtn.
           perform 150-Load-Count-Hist-Rtn.
           perform 160-Value-Items-Rtn.
           perform 200-Rank-Rtn.
           perform 300-Count-List-Rtn.
           perform 400-Overdue-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - the run date (the payroll  *
      * override if there is one), the trailing   *
      * year, and the cutoffs                     *
      *********************************************
       110-Startup-Module.
           open input Inv-Master.
           if WS-Inv-File-Stat not = '00'
               display 'INVENTORY MASTER NOT AVAILABLE, STATUS: '
                   WS-Inv-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           open output Count-List-File
                       ABC-Report.
           initialize WS-Class-Totals.

           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-MM
                       move OVR-DD to WS-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           compute WS-Run-Day-Key = (WS-Run-YYYY * 360)
               + (WS-MM * 30) + WS-DD.
           compute WS-From-YYYYMM =
               ((WS-Run-YYYY - 1) * 100) + WS-MM.

           open input ABC-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read ABC-Ctl-File
                   not at end
                       if ACT-A-Pct numeric and ACT-B-Pct numeric
                           and ACT-A-Pct > zero
                           and ACT-A-Pct < ACT-B-Pct
                           and ACT-B-Pct not > 100
                           move ACT-A-Pct to WS-A-Pct
                           move ACT-B-Pct to WS-B-Pct
                       else
                           display 'ABC CUTOFFS INVALID - RUNNING AT '
                               WS-A-Pct ' / ' WS-B-Pct
                       end-if
                       if ACT-List-Freq = 'D'
                           move 'D' to WS-List-Freq
                       end-if
               end-read
               close ABC-Ctl-File
           end-if.
           if WS-List-Freq = 'D'
               move 1 to WS-List-Days
               move 'daily count list' to RCL-Freq
           else
               move 7 to WS-List-Days
               move 'weekly count list' to RCL-Freq
           end-if.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move WS-A-Pct to RCL-A-Pct.
           move WS-B-Pct to RCL-B-Pct.
           write Report-Rec from RPT-CUTOFF-LINE.
           write Report-Rec from Blank-Line.

      *********************************************
      * Every item at every location on the       *
      * posted master - blank is the main store   *
      *********************************************
       120-Load-Inv-Rtn.
           perform until WS-Inv-EOF = 'YES'
               read Inv-Master
                   at end
                       move 'YES' to WS-Inv-EOF
                   not at end
                       if WS-Item-Count < 600
                           add 1 to WS-Item-Count
                           move INV-Name to WI-Name(WS-Item-Count)
                           if INV-Location = spaces
                               move WS-Main-Store-Loc
                                   to WI-Loc(WS-Item-Count)
                           else
                               move INV-Location
                                   to WI-Loc(WS-Item-Count)
                           end-if
                           move zero to WI-Demand(WS-Item-Count)
                               WI-Cost(WS-Item-Count)
                               WI-Value(WS-Item-Count)
                               WI-Last-Date(WS-Item-Count)
                           move 3 to WI-Class-Idx(WS-Item-Count)
                           move 'N' to WI-Listed(WS-Item-Count)
                       else
                           display 'INVENTORY TABLE CAPACITY '
                               'EXCEEDED AT 600 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Inv-Master.

       130-Load-Vendors-Rtn.
           open input Vendor-Master.
           if WS-Ven-File-Stat not = '00'
               move 'YES' to WS-Ven-EOF
           end-if.
           perform until WS-Ven-EOF = 'YES'
               read Vendor-Master
                   at end
                       move 'YES' to WS-Ven-EOF
                   not at end
                       if WS-Ven-Count < 200
                           add 1 to WS-Ven-Count
                           move VEN-Item-Name
                               to WV-Item(WS-Ven-Count)
                           move VEN-Unit-Cost
                               to WV-Unit-Cost(WS-Ven-Count)
                       end-if
               end-read
           end-perform.
           if WS-Ven-File-Stat = '00' or WS-Ven-File-Stat = '10'
               close Vendor-Master
           end-if.

      *    The trailing twelve months, as Ch2ROCalc reads them.
       140-Load-Demand-Rtn.
           open input Demand-Hist-File.
           if WS-Dmd-File-Stat not = '00'
               move 'YES' to WS-Dmd-EOF
           end-if.
           perform until WS-Dmd-EOF = 'YES'
               read Demand-Hist-File
                   at end
                       move 'YES' to WS-Dmd-EOF
                   not at end
                       if DMH-YYYYMM > WS-From-YYYYMM
                           if DMH-Location = spaces
                               move WS-Main-Store-Loc to DMH-Location
                           end-if
                           move DMH-Item to WS-Find-Item
                           move DMH-Location to WS-Find-Loc
                           perform 170-Find-Item-Rtn
                           if WS-Item-Found = 'Y'
                               add DMH-Qty to WI-Demand(WS-Item-Match)
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Dmd-File-Stat = '00' or WS-Dmd-File-Stat = '10'
               close Demand-Hist-File
           end-if.

      *    The latest count of each item at each location.
       150-Load-Count-Hist-Rtn.
           open input Count-Hist-File.
           if WS-Hist-File-Stat not = '00'
               move 'YES' to WS-Hist-EOF
           end-if.
           perform until WS-Hist-EOF = 'YES'
               read Count-Hist-File
                   at end
                       move 'YES' to WS-Hist-EOF
                   not at end
                       move CNH-Item to WS-Find-Item
                       move CNH-Location to WS-Find-Loc
                       perform 170-Find-Item-Rtn
                       if WS-Item-Found = 'Y'
                           and CNH-Date > WI-Last-Date(WS-Item-Match)
                           move CNH-Date to WI-Last-Date(WS-Item-Match)
                       end-if
               end-read
           end-perform.
           if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               close Count-Hist-File
           end-if.

      *    Usage value - a year's demand at the first vendor's
      *    unit cost.  No vendor, no value: the item ranks C.
       160-Value-Items-Rtn.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               perform varying WS-Ven-Idx from 1 by 1
                   until WS-Ven-Idx > WS-Ven-Count
                   if WV-Item(WS-Ven-Idx) = WI-Name(WS-Item-Idx)
                       move WV-Unit-Cost(WS-Ven-Idx)
                           to WI-Cost(WS-Item-Idx)
                       move WS-Ven-Count to WS-Ven-Idx
                   end-if
               end-perform
               compute WI-Value(WS-Item-Idx) =
                   WI-Demand(WS-Item-Idx) * WI-Cost(WS-Item-Idx)
               add WI-Value(WS-Item-Idx) to WS-Tot-Value
           end-perform.

       170-Find-Item-Rtn.
           move 'N' to WS-Item-Found.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               if WI-Name(WS-Item-Idx) = WS-Find-Item
                   and WI-Loc(WS-Item-Idx) = WS-Find-Loc
                   move 'Y' to WS-Item-Found
                   move WS-Item-Idx to WS-Item-Match
                   move WS-Item-Count to WS-Item-Idx
               end-if
           end-perform.

      *********************************************
      * The ranking - highest usage value first.  *
      * An item is A while the value ranked ahead *
      * of it is under the A cutoff, B while it   *
      * is under the B cutoff, C after that; an   *
      * item with no usage value is always C.     *
      *********************************************
       200-Rank-Rtn.
           move 'RANKING BY ANNUAL USAGE VALUE' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-RANK-HDR.
           sort ABC-Sort-File
               on descending key ASK-Value
               on ascending key ASK-Item ASK-Loc
               input procedure 210-Release-Items-Rtn
               output procedure 220-Classify-Rtn.
           write Report-Rec from Blank-Line.

       210-Release-Items-Rtn.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               move WI-Value(WS-Item-Idx) to ASK-Value
               move WI-Name(WS-Item-Idx) to ASK-Item
               move WI-Loc(WS-Item-Idx) to ASK-Loc
               move WS-Item-Idx to ASK-Idx
               release ASK-REC
           end-perform.

       220-Classify-Rtn.
           perform until More-Records = 'NO '
               return ABC-Sort-File
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 230-Classify-One-Rtn
               end-return
           end-perform.

       230-Classify-One-Rtn.
           add 1 to WS-Rank.
           evaluate true
               when ASK-Value = zero
                   move 3 to WS-Class-Idx
               when WS-Cum-Value * 100 < WS-A-Pct * WS-Tot-Value
                   move 1 to WS-Class-Idx
               when WS-Cum-Value * 100 < WS-B-Pct * WS-Tot-Value
                   move 2 to WS-Class-Idx
               when other
                   move 3 to WS-Class-Idx
           end-evaluate.
           add ASK-Value to WS-Cum-Value.
           if WS-Tot-Value > zero
               compute WS-Cum-Pct rounded =
                   (WS-Cum-Value * 100) / WS-Tot-Value
           else
               move zero to WS-Cum-Pct
           end-if.
           move WS-Class-Idx to WI-Class-Idx(ASK-Idx).
           add 1 to WC-Items(WS-Class-Idx).
           add ASK-Value to WC-Value(WS-Class-Idx).

           move WS-Rank to RRL-Rank.
           move ASK-Item to RRL-Item.
           move ASK-Loc to RRL-Loc.
           move WI-Demand(ASK-Idx) to RRL-Demand.
           move WI-Cost(ASK-Idx) to RRL-Cost.
           move ASK-Value to RRL-Value.
           move WS-Cum-Pct to RRL-Cum-Pct.
           move WC-Class(WS-Class-Idx) to RRL-Class.
           write Report-Rec from RPT-RANK-LINE.

      *********************************************
      * The count list - each class's share of a  *
      * full cycle for one day or one week of its *
      * interval, rounded up, the longest         *
      * uncounted (never counted first) taken     *
      * first.  Book quantity is left zero - the  *
      * counters fill in what is on the shelf.    *
      *********************************************
       300-Count-List-Rtn.
           move 'COUNT LIST - WRITTEN TO CH2_COUNT.DAT' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           perform varying WS-Class-Idx from 1 by 1
               until WS-Class-Idx > 3
               compute WC-Quota(WS-Class-Idx) =
                   ((WC-Items(WS-Class-Idx) * WS-List-Days)
                   + WC-Interval(WS-Class-Idx) - 1)
                   / WC-Interval(WS-Class-Idx)
               move zero to WC-Listed(WS-Class-Idx)
               perform until WC-Listed(WS-Class-Idx)
                   not < WC-Quota(WS-Class-Idx)
                   perform 310-Pick-Oldest-Rtn
                   if WS-Item-Found = 'Y'
                       perform 320-List-Item-Rtn
                   else
                       move WC-Listed(WS-Class-Idx)
                           to WC-Quota(WS-Class-Idx)
                   end-if
               end-perform
           end-perform.
           write Report-Rec from Blank-Line.

       310-Pick-Oldest-Rtn.
           move 'N' to WS-Item-Found.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               if WI-Class-Idx(WS-Item-Idx) = WS-Class-Idx
                   and WI-Listed(WS-Item-Idx) = 'N'
                   if WS-Item-Found = 'N'
                       move 'Y' to WS-Item-Found
                       move WS-Item-Idx to WS-Item-Match
                   else
                       if WI-Last-Date(WS-Item-Idx)
                           < WI-Last-Date(WS-Item-Match)
                           move WS-Item-Idx to WS-Item-Match
                       end-if
                   end-if
               end-if
           end-perform.

       320-List-Item-Rtn.
           move 'Y' to WI-Listed(WS-Item-Match).
           add 1 to WC-Listed(WS-Class-Idx).
           add 1 to WS-Listed-Count.
           move WI-Name(WS-Item-Match) to CNT-Item.
           move zero to CNT-Qty.
           move spaces to CNT-Team.
           move WI-Loc(WS-Item-Match) to CNT-Location.
           write COUNT-REC.
           move WC-Class(WS-Class-Idx) to RLL-Class.
           move WI-Name(WS-Item-Match) to RLL-Item.
           move WI-Loc(WS-Item-Match) to RLL-Loc.
           perform 330-Edit-Last-Rtn.
           move RPT-LAST-DATE to RLL-Last.
           if WI-Last-Date(WS-Item-Match) = zero
               move 'NEVER' to RLL-Last
           end-if.
           write Report-Rec from RPT-LIST-LINE.

       330-Edit-Last-Rtn.
           move WI-Last-Date(WS-Item-Match) to WS-Date-Split.
           move WDS-MM to RLD-MM.
           move WDS-DD to RLD-DD.
           move WDS-YYYY to RLD-YYYY.

      *********************************************
      * Overdue - last counted longer ago than    *
      * the class interval, or never counted      *
      *********************************************
       400-Overdue-Rtn.
           move 'OVERDUE FOR COUNTING' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           perform varying WS-Item-Match from 1 by 1
               until WS-Item-Match > WS-Item-Count
               move WI-Class-Idx(WS-Item-Match) to WS-Class-Idx
               if WI-Last-Date(WS-Item-Match) = zero
                   add 1 to WS-Overdue-Count WS-Never-Count
                   move spaces to ROL-Days-X
                   move 'NEVER' to ROL-Last
                   perform 410-Print-Overdue-Rtn
               else
                   perform 330-Edit-Last-Rtn
                   compute WS-Last-Day-Key = (WDS-YYYY * 360)
                       + (WDS-MM * 30) + WDS-DD
                   if WS-Run-Day-Key > WS-Last-Day-Key
                       compute WS-Days-Since =
                           WS-Run-Day-Key - WS-Last-Day-Key
                   else
                       move zero to WS-Days-Since
                   end-if
                   if WS-Days-Since > WC-Interval(WS-Class-Idx)
                       add 1 to WS-Overdue-Count
                       move WS-Days-Since to ROL-Days
                       move RPT-LAST-DATE to ROL-Last
                       perform 410-Print-Overdue-Rtn
                   end-if
               end-if
           end-perform.
           write Report-Rec from Blank-Line.

       410-Print-Overdue-Rtn.
           move WC-Class(WS-Class-Idx) to ROL-Class.
           move WI-Name(WS-Item-Match) to ROL-Item.
           move WI-Loc(WS-Item-Match) to ROL-Loc.
           move WC-Interval(WS-Class-Idx) to ROL-Interval.
           write Report-Rec from RPT-OVERDUE-LINE.

       900-Close-Module.
           perform varying WS-Class-Idx from 1 by 1
               until WS-Class-Idx > 3
               move WC-Class(WS-Class-Idx) to RCT-Class
               move WC-Items(WS-Class-Idx) to RCT-Items
               move WC-Value(WS-Class-Idx) to RCT-Value
               move WC-Interval(WS-Class-Idx) to RCT-Interval
               move WC-Listed(WS-Class-Idx) to RCT-Listed
               write Report-Rec from RPT-CLASS-TOT
           end-perform.
           write Report-Rec from Blank-Line.
           move 'Items on the count list:          ' to RTL-Label.
           move WS-Listed-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.
           move 'Items overdue for counting:       ' to RTL-Label.
           move WS-Overdue-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.
           move '  of which never counted:         ' to RTL-Label.
           move WS-Never-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.

           close Count-List-File
                 ABC-Report.
           display 'ABC COMPLETE - LISTED: ' WS-Listed-Count
               ' OVERDUE: ' WS-Overdue-Count.

       end program Ch2ABC.
