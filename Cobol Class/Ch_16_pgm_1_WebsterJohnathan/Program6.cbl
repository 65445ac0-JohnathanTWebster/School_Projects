       identification division.
       program-id. BuyProj.
      *******************************************
      * Purchasing budget projection - puts the  *
      * inflation models to work on next year's  *
      * buying budget.  Every item on the posted *
      * inventory master is priced at its        *
      * annual usage - the trailing twelve       *
      * months of demand at all locations, as    *
      * Ch2ABC reads them - times its first      *
      * vendor's unit cost, and that cost is     *
      * carried through the selected model       *
      * (INFLTN or INFLT2) for the chosen        *
      * horizon.  Like PayProj the model         *
      * compounds a base index of 100 (a unit    *
      * cost of a few hundred dollars outgrows   *
      * the subprogram's cost field within a few *
      * years, the index does not).  The report  *
      * gives projected spend by vendor and item *
      * with a company total, then the items     *
      * whose cost rises the most in dollars so  *
      * the buyers can open those negotiations   *
      * first.  A bad rate file comes back in    *
      * INFL-STATUS and fails the run.           *
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
           select Buy-Param
               assign to 'C:\Data\Data-In\Ch16_BuyParm.dat'
               organization is line sequential
               file status is WS-Parm-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Proj-Report
               assign to 'C:\Data\Data-Out\Ch16_BuyProj.rpt'
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

      *********************************************
      * The run parameters - the model ('A'       *
      * INFLTN, 'B' INFLT2, as Item-Model-Code    *
      * picks them for the Ch9 items), the        *
      * horizon in years and how many of the      *
      * biggest rises to flag.  No file runs      *
      * INFLTN one year out and flags ten.        *
      *********************************************
       FD Buy-Param.
       01 BUY-PARM-REC.
         05 BPM-Model          pic x(01).
         05 BPM-Horizon        pic 99.
         05 BPM-Flag-Count     pic 99.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Proj-Report.
       01 Report-Rec           pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Inv-File-Stat   pic x(02) value '00'.
         05 WS-Dmd-File-Stat   pic x(02) value '00'.
         05 WS-Ven-File-Stat   pic x(02) value '00'.
         05 WS-Parm-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Inv-EOF         pic x(03) value 'NO '.
         05 WS-Dmd-EOF         pic x(03) value 'NO '.
         05 WS-Ven-EOF         pic x(03) value 'NO '.
         05 WS-Model-Name      pic x(08) value 'INFLTN'.
         05 WS-Horizon         pic 99 value 1.
         05 WS-Flag-Count      pic 99 value 10.
         05 WS-Year            pic 99 value zero.
         05 WS-From-YYYYMM     pic 9(06) value zero.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Item-Priced     pic 9(04) value zero.
         05 WS-Unpriced-Count  pic 9(04) value zero.
         05 WS-Company-Spend   pic 9(11)v99 value zero.
         05 WS-Company-Proj    pic 9(11)v99 value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).

      *    The compounding index handed to the model - base 100,
      *    so the factor per year is the index over 100.
       01 INFLTN-PARM.
         05 COST-CALC          pic 9(03)v9(02).
         05 INFLATION-CALC     pic 99.
         05 YEAR-CALC          pic 99.
         05 INFL-STATUS        pic x(02).

       01 WS-Factor-Table-Area.
         05 WS-Factor          pic 9(03)v99 occurs 10 times.
         05 WS-Year-Rate       pic 99 occurs 10 times.

      *    One entry per item name - locations are combined,
      *    purchasing buys for the company.
       01 WS-Item-Table-Area.
         05 WS-Item-Count      pic 9(03) value zero.
         05 WS-Item-Table      occurs 600 times.
           10 WI-Name           pic x(20).
           10 WI-Usage          pic 9(08).
           10 WI-Ven-Idx        pic 9(03).
           10 WI-Cost           pic 9(03)v99.
           10 WI-Proj-Cost      pic 9(05)v99.
           10 WI-Spend          pic 9(11)v99.
           10 WI-Proj-Spend     pic 9(11)v99.
           10 WI-Rise           pic 9(11)v99.
           10 WI-Flag           pic x(01).
           10 WI-Used           pic x(01).
         05 WS-Item-Idx        pic 9(03) value zero.
         05 WS-Item-Match      pic 9(03) value zero.
         05 WS-Item-Found      pic x(01) value 'N'.
         05 WS-Find-Item       pic x(20) value spaces.

      *    Vendors in the order the vendor file first names them;
      *    an item buys from the first vendor that carries it.
       01 WS-Ven-Table-Area.
         05 WS-Ven-Count       pic 9(03) value zero.
         05 WS-Ven-Table       occurs 200 times.
           10 WV-Vendor         pic x(20).
           10 WV-Spend          pic 9(11)v99.
           10 WV-Proj-Spend     pic 9(11)v99.
         05 WS-Ven-Idx         pic 9(03) value zero.
         05 WS-Ven-Match       pic 9(03) value zero.
         05 WS-Ven-Found       pic x(01) value 'N'.

       01 WS-Rank-Area.
         05 WS-Rank-Out        pic 9(03) value zero.
         05 WS-Rank-Pick       pic 9(03) value zero.
         05 WS-Rank-Max        pic 9(11)v99 value zero.

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(18) value spaces.
         05 Filler             pic x(34) value
              'Purchasing Budget Projection      '.
         05 Filler             pic x(02) value spaces.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(16) value spaces.

       01 RPT-PARM-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(07) value 'Model: '.
         05 RP-Model           pic x(08).
         05 Filler             pic x(11) value '  Horizon: '.
         05 RP-Horizon         pic z9.
         05 Filler             pic x(08) value ' years, '.
         05 Filler             pic x(23) value
              'usage from demand since'.
         05 Filler             pic x(01) value space.
         05 RP-From-MM         pic 9(02).
         05 Filler             pic x value '/'.
         05 RP-From-YYYY       pic 9(04).
         05 Filler             pic x(10) value spaces.

       01 RPT-YEAR-LINE.
         05 Filler             pic x(06) value spaces.
         05 Filler             pic x(05) value 'Year '.
         05 RY-Year            pic z9.
         05 Filler             pic x(09) value '   rate  '.
         05 RY-Rate            pic z9.
         05 Filler             pic x(10) value '%  index  '.
         05 RY-Index           pic zz9.99.
         05 Filler             pic x(40) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             pic x(03) value spaces.
         05 RSH-Text           pic x(77).

       01 RPT-VEN-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(08) value 'Vendor: '.
         05 RVL-Vendor         pic x(20).
         05 Filler             pic x(49) value spaces.

       01 RPT-ITEM-HDR.
         05 Filler             pic x(40) value
              '  Item                  Usage    Cost  P'.
         05 Filler             pic x(40) value
              'roj cost   Spend today      Projected  '.

       01 RPT-ITEM-LINE.
         05 Filler             pic x(02) value spaces.
         05 RIL-Item           pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RIL-Usage          pic zzz,zz9.
         05 Filler             pic x(01) value spaces.
         05 RIL-Cost           pic $zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RIL-Proj-Cost      pic $zz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RIL-Spend          pic $$,$$$,$$9.99.
         05 Filler             pic x(02) value spaces.
         05 RIL-Proj-Spend     pic $$,$$$,$$9.99.
         05 Filler             pic x(01) value spaces.
         05 RIL-Flag           pic x(01).

       01 RPT-TOT-LINE.
         05 Filler             pic x(04) value spaces.
         05 RTL-Label          pic x(46).
         05 RTL-Spend          pic $$,$$$,$$9.99.
         05 Filler             pic x(02) value spaces.
         05 RTL-Proj-Spend     pic $$,$$$,$$9.99.
         05 Filler             pic x(02) value spaces.

       01 RPT-NOPRICE-LINE.
         05 Filler             pic x(06) value spaces.
         05 RNP-Item           pic x(20).
         05 Filler             pic x(08) value '  usage '.
         05 RNP-Usage          pic zzz,zz9.
         05 Filler             pic x(39) value spaces.

       01 RPT-RANK-HDR.
         05 Filler             pic x(40) value
              '  Rank  Item                  Vendor    '.
         05 Filler             pic x(40) value
              '             Projected rise   Rise %    '.

       01 RPT-RANK-LINE.
         05 Filler             pic x(03) value spaces.
         05 RRL-Rank           pic z9.
         05 Filler             pic x(03) value spaces.
         05 RRL-Item           pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RRL-Vendor         pic x(20).
         05 Filler             pic x(04) value spaces.
         05 RRL-Rise           pic $$,$$$,$$9.99.
         05 Filler             pic x(03) value spaces.
         05 RRL-Pct            pic zz9.9.
         05 Filler             pic x(01) value '%'.
         05 Filler             pic x(04) value spaces.

       01 RPT-MSG-LINE.
         05 Filler             pic x(03) value spaces.
         05 RM-Text            pic x(77).

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Inv-Rtn.
           perform 130-Load-Vendors-Rtn.
           perform 140-Load-Demand-Rtn.
           perform 300-Build-Factors-Rtn.
           perform 160-Price-Items-Rtn.
           perform 400-Print-Report-Rtn.
           perform 500-Flag-Rises-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - the run date (the payroll  *
      * override if there is one), the trailing   *
      * year, and the run parameters              *
      *********************************************
       110-Startup-Module.
           open input Inv-Master.
           if WS-Inv-File-Stat not = '00'
               display 'INVENTORY MASTER NOT AVAILABLE, STATUS: '
                   WS-Inv-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           open output Proj-Report.

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
           compute WS-From-YYYYMM =
               ((WS-Run-YYYY - 1) * 100) + WS-MM.

           open input Buy-Param.
           if WS-Parm-File-Stat = '00'
               read Buy-Param
                   not at end
                       if BPM-Model = 'B'
                           move 'INFLT2' to WS-Model-Name
                       end-if
                       if BPM-Horizon numeric
                           and BPM-Horizon > zero
                           and BPM-Horizon not > 10
                           move BPM-Horizon to WS-Horizon
                       end-if
                       if BPM-Flag-Count numeric
                           and BPM-Flag-Count > zero
                           move BPM-Flag-Count to WS-Flag-Count
                       end-if
               end-read
               close Buy-Param
           end-if.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move WS-Model-Name to RP-Model.
           move WS-Horizon to RP-Horizon.
           move WS-From-YYYYMM(5:2) to RP-From-MM.
           move WS-From-YYYYMM(1:4) to RP-From-YYYY.
           write Report-Rec from RPT-PARM-LINE.
           write Report-Rec from Blank-Line.

      *    Each item once, whatever locations stock it.
       120-Load-Inv-Rtn.
           perform until WS-Inv-EOF = 'YES'
               read Inv-Master
                   at end
                       move 'YES' to WS-Inv-EOF
                   not at end
                       move INV-Name to WS-Find-Item
                       perform 170-Find-Item-Rtn
                       if WS-Item-Found = 'N'
                           perform 125-Add-Item-Rtn
                       end-if
               end-read
           end-perform.
           close Inv-Master.

       125-Add-Item-Rtn.
           if WS-Item-Count < 600
               add 1 to WS-Item-Count
               move INV-Name to WI-Name(WS-Item-Count)
               move zero to WI-Usage(WS-Item-Count)
                   WI-Ven-Idx(WS-Item-Count)
                   WI-Cost(WS-Item-Count)
                   WI-Proj-Cost(WS-Item-Count)
                   WI-Spend(WS-Item-Count)
                   WI-Proj-Spend(WS-Item-Count)
                   WI-Rise(WS-Item-Count)
               move space to WI-Flag(WS-Item-Count)
               move 'N' to WI-Used(WS-Item-Count)
           else
               display 'INVENTORY TABLE CAPACITY '
                   'EXCEEDED AT 600 - RUN HALTED'
               stop run
           end-if.

      *    The first vendor row for an item sets its vendor and
      *    unit cost; later rows for the same item are the
      *    alternate sources and do not move the budget.
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
                       move VEN-Item-Name to WS-Find-Item
                       perform 170-Find-Item-Rtn
                       if WS-Item-Found = 'Y'
                           and WI-Ven-Idx(WS-Item-Match) = zero
                           perform 135-Find-Vendor-Rtn
                           move WS-Ven-Match
                               to WI-Ven-Idx(WS-Item-Match)
                           move VEN-Unit-Cost
                               to WI-Cost(WS-Item-Match)
                       end-if
               end-read
           end-perform.
           if WS-Ven-File-Stat = '00' or WS-Ven-File-Stat = '10'
               close Vendor-Master
           end-if.

       135-Find-Vendor-Rtn.
           move 'N' to WS-Ven-Found.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               if WV-Vendor(WS-Ven-Idx) = VEN-Vendor-Name
                   move 'Y' to WS-Ven-Found
                   move WS-Ven-Idx to WS-Ven-Match
                   move WS-Ven-Count to WS-Ven-Idx
               end-if
           end-perform.
           if WS-Ven-Found = 'N'
               if WS-Ven-Count < 200
                   add 1 to WS-Ven-Count
                   move WS-Ven-Count to WS-Ven-Match
                   move VEN-Vendor-Name to WV-Vendor(WS-Ven-Match)
                   move zero to WV-Spend(WS-Ven-Match)
                       WV-Proj-Spend(WS-Ven-Match)
               else
                   display 'VENDOR TABLE CAPACITY EXCEEDED AT '
                       '200 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *    The trailing twelve months, as Ch2ROCalc reads them,
      *    every location together.
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
                           move DMH-Item to WS-Find-Item
                           perform 170-Find-Item-Rtn
                           if WS-Item-Found = 'Y'
                               add DMH-Qty to WI-Usage(WS-Item-Match)
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Dmd-File-Stat = '00' or WS-Dmd-File-Stat = '10'
               close Demand-Hist-File
           end-if.

      *    Spend today and at the horizon.  No vendor, no price:
      *    the item is listed apart for purchasing to source.
       160-Price-Items-Rtn.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               if WI-Ven-Idx(WS-Item-Idx) = zero
                   add 1 to WS-Unpriced-Count
               else
                   add 1 to WS-Item-Priced
                   compute WI-Proj-Cost(WS-Item-Idx) rounded =
                       WI-Cost(WS-Item-Idx)
                       * WS-Factor(WS-Horizon) / 100
                   compute WI-Spend(WS-Item-Idx) =
                       WI-Usage(WS-Item-Idx) * WI-Cost(WS-Item-Idx)
                   compute WI-Proj-Spend(WS-Item-Idx) =
                       WI-Usage(WS-Item-Idx)
                       * WI-Proj-Cost(WS-Item-Idx)
                   subtract WI-Spend(WS-Item-Idx)
                       from WI-Proj-Spend(WS-Item-Idx)
                       giving WI-Rise(WS-Item-Idx)
                   move WI-Ven-Idx(WS-Item-Idx) to WS-Ven-Idx
                   add WI-Spend(WS-Item-Idx) to WV-Spend(WS-Ven-Idx)
                       WS-Company-Spend
                   add WI-Proj-Spend(WS-Item-Idx)
                       to WV-Proj-Spend(WS-Ven-Idx) WS-Company-Proj
               end-if
           end-perform.
           perform 180-Mark-Flags-Rtn.

       170-Find-Item-Rtn.
           move 'N' to WS-Item-Found.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               if WI-Name(WS-Item-Idx) = WS-Find-Item
                   move 'Y' to WS-Item-Found
                   move WS-Item-Idx to WS-Item-Match
                   move WS-Item-Count to WS-Item-Idx
               end-if
           end-perform.

      *    The flagged items are the biggest dollar rises, picked
      *    off the table one at a time; an item that will cost
      *    nothing more is never flagged.
       180-Mark-Flags-Rtn.
           perform varying WS-Rank-Out from 1 by 1
               until WS-Rank-Out > WS-Flag-Count
               move zero to WS-Rank-Max
               move zero to WS-Rank-Pick
               perform varying WS-Item-Idx from 1 by 1
                   until WS-Item-Idx > WS-Item-Count
                   if WI-Used(WS-Item-Idx) = 'N'
                       and WI-Rise(WS-Item-Idx) > WS-Rank-Max
                       move WI-Rise(WS-Item-Idx) to WS-Rank-Max
                       move WS-Item-Idx to WS-Rank-Pick
                   end-if
               end-perform
               if WS-Rank-Pick > zero
                   move 'Y' to WI-Used(WS-Rank-Pick)
                   move '*' to WI-Flag(WS-Rank-Pick)
               else
                   move WS-Flag-Count to WS-Rank-Out
               end-if
           end-perform.

      *********************************************
      * Compound a base-100 index through the     *
      * selected model year by year.  Anything    *
      * but '00' in the status means the rate     *
      * file is wrong - fail the run rather than  *
      * hand purchasing a silently flat budget.   *
      *********************************************
       300-Build-Factors-Rtn.
           move 100.00 to COST-CALC.
           perform varying WS-Year from 1 by 1
               until WS-Year > WS-Horizon
               move WS-Year to YEAR-CALC
               call WS-Model-Name using INFLTN-PARM
               if INFL-STATUS not = '00'
                   display WS-Model-Name ' RETURNED STATUS '
                       INFL-STATUS
                       ' - RATE FILE BAD OR MISSING - RUN HALTED'
                   close Proj-Report
                   stop run
               end-if
               move COST-CALC to WS-Factor(WS-Year)
               move INFLATION-CALC to WS-Year-Rate(WS-Year)
               move WS-Year to RY-Year
               move INFLATION-CALC to RY-Rate
               move COST-CALC to RY-Index
               write Report-Rec from RPT-YEAR-LINE
           end-perform.

      *********************************************
      * Spend by vendor and item, each vendor     *
      * totalled, then the company total          *
      *********************************************
       400-Print-Report-Rtn.
           write Report-Rec from Blank-Line.
           move 'PROJECTED SPEND BY VENDOR AND ITEM' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from RPT-ITEM-HDR.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               write Report-Rec from Blank-Line
               move WV-Vendor(WS-Ven-Idx) to RVL-Vendor
               write Report-Rec from RPT-VEN-LINE
               perform varying WS-Item-Idx from 1 by 1
                   until WS-Item-Idx > WS-Item-Count
                   if WI-Ven-Idx(WS-Item-Idx) = WS-Ven-Idx
                       perform 410-Item-Line-Rtn
                   end-if
               end-perform
               move spaces to RTL-Label
               string 'Total ' WV-Vendor(WS-Ven-Idx)
                   delimited by size into RTL-Label
               move WV-Spend(WS-Ven-Idx) to RTL-Spend
               move WV-Proj-Spend(WS-Ven-Idx) to RTL-Proj-Spend
               write Report-Rec from RPT-TOT-LINE
           end-perform.
           write Report-Rec from Blank-Line.
           move 'Company total' to RTL-Label.
           move WS-Company-Spend to RTL-Spend.
           move WS-Company-Proj to RTL-Proj-Spend.
           write Report-Rec from RPT-TOT-LINE.
           move '   * - among the largest projected rises, below'
               to Report-Rec.
           write Report-Rec.

           if WS-Unpriced-Count > zero
               write Report-Rec from Blank-Line
               move 'ITEMS NOT PRICED - NO VENDOR ON FILE'
                   to RSH-Text
               write Report-Rec from RPT-SECT-HDR
               perform varying WS-Item-Idx from 1 by 1
                   until WS-Item-Idx > WS-Item-Count
                   if WI-Ven-Idx(WS-Item-Idx) = zero
                       move WI-Name(WS-Item-Idx) to RNP-Item
                       move WI-Usage(WS-Item-Idx) to RNP-Usage
                       write Report-Rec from RPT-NOPRICE-LINE
                   end-if
               end-perform
           end-if.

       410-Item-Line-Rtn.
           move WI-Name(WS-Item-Idx) to RIL-Item.
           move WI-Usage(WS-Item-Idx) to RIL-Usage.
           move WI-Cost(WS-Item-Idx) to RIL-Cost.
           move WI-Proj-Cost(WS-Item-Idx) to RIL-Proj-Cost.
           move WI-Spend(WS-Item-Idx) to RIL-Spend.
           move WI-Proj-Spend(WS-Item-Idx) to RIL-Proj-Spend.
           move WI-Flag(WS-Item-Idx) to RIL-Flag.
           write Report-Rec from RPT-ITEM-LINE.

      *********************************************
      * The flagged items, biggest rise first -   *
      * where negotiating early buys the most     *
      *********************************************
       500-Flag-Rises-Rtn.
           write Report-Rec from Blank-Line.
           move 'LARGEST PROJECTED COST RISES - NEGOTIATE EARLY'
               to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from RPT-RANK-HDR.
           perform varying WS-Item-Idx from 1 by 1
               until WS-Item-Idx > WS-Item-Count
               if WI-Flag(WS-Item-Idx) = '*'
                   move 'N' to WI-Used(WS-Item-Idx)
               end-if
           end-perform.
           move zero to WS-Rank-Out.
           move 1 to WS-Rank-Pick.
           perform until WS-Rank-Pick = zero
               move zero to WS-Rank-Max
               move zero to WS-Rank-Pick
               perform varying WS-Item-Idx from 1 by 1
                   until WS-Item-Idx > WS-Item-Count
                   if WI-Flag(WS-Item-Idx) = '*'
                       and WI-Used(WS-Item-Idx) = 'N'
                       and WI-Rise(WS-Item-Idx) > WS-Rank-Max
                       move WI-Rise(WS-Item-Idx) to WS-Rank-Max
                       move WS-Item-Idx to WS-Rank-Pick
                   end-if
               end-perform
               if WS-Rank-Pick > zero
                   perform 510-Rank-Line-Rtn
               end-if
           end-perform.
           if WS-Rank-Out = zero
               move 'NO ITEM IS PROJECTED TO COST MORE' to RM-Text
               write Report-Rec from RPT-MSG-LINE
           end-if.

       510-Rank-Line-Rtn.
           add 1 to WS-Rank-Out.
           move 'Y' to WI-Used(WS-Rank-Pick).
           move WS-Rank-Out to RRL-Rank.
           move WI-Name(WS-Rank-Pick) to RRL-Item.
           move WI-Ven-Idx(WS-Rank-Pick) to WS-Ven-Idx.
           move WV-Vendor(WS-Ven-Idx) to RRL-Vendor.
           move WI-Rise(WS-Rank-Pick) to RRL-Rise.
           compute RRL-Pct rounded = WI-Rise(WS-Rank-Pick) * 100
               / WI-Spend(WS-Rank-Pick).
           write Report-Rec from RPT-RANK-LINE.

       900-Close-Module.
           close Proj-Report.
           display 'PURCHASING PROJECTION COMPLETE - ITEMS PRICED: '
               WS-Item-Priced ' NOT PRICED: ' WS-Unpriced-Count
               ' HORIZON: ' WS-Horizon ' YEARS'.

       end program BuyProj.
