       identification division.
       program-id. Ch2Margin.
      *******************************************
      * Gross margin by item.  Takes each item's *
      * selling price in effect today off the    *
      * item price master (the price Program2    *
      * sells at) against its unit cost off the  *
      * vendor master - the first vendor listed, *
      * or for a kit with no cost of its own the *
      * sum of its components, as Ch2Value       *
      * costs it.  Margin per unit and as a      *
      * percent of the price, what today's sales *
      * (off Program2's sales GL extract) earned *
      * over their cost, and a flag on every     *
      * item priced below cost or under the      *
      * minimum margin on the margin control     *
      * file (20% when there is none).  A price  *
      * change already on the master for a later *
      * date is shown under the item and flagged *
      * the same way, so a bad one is caught     *
      * before it takes effect.                  *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Price-Master
               assign to 'C:\Data\Data-In\Ch2_Price.dat'
               organization is line sequential
               file status is WS-Prc-File-Stat.
           select Vendor-Master
               assign to 'C:\Data\Data-In\Ch2_Vendor.dat'
               organization is line sequential
               file status is WS-Ven-File-Stat.
           select Kit-File
               assign to 'C:\Data\Data-In\Ch2_Kits.dat'
               organization is line sequential
               file status is WS-Kit-File-Stat.
           select Sales-GL-File
               assign to 'C:\Data\Data-Out\Ch2_SalesGL.dat'
               organization is line sequential
               file status is WS-Sgl-File-Stat.
           select Margin-Ctl-File
               assign to 'C:\Data\Data-In\Ch2_MgnCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Margin-Report
               assign to 'C:\Data\Data-Out\Ch2_Margin.rpt'
               organization is line sequential.

       data division.
       file section.
      *********************************************
      * One row per price an item has carried or  *
      * will carry, from its effective date       *
      *********************************************
       FD Price-Master.
       01 PRICE-REC.
         05 PRC-Item           pic x(20).
         05 PRC-Eff-Date       pic 9(08).
         05 PRC-Price          pic 9(03)v99.

       FD Vendor-Master.
       01 VENDOR-REC.
         05 VEN-Item-Name      pic x(20).
         05 VEN-Vendor-Name    pic x(20).
         05 VEN-Order-Qty      pic 9(05).
         05 VEN-Unit-Cost      pic 9(03)v99.
         05 VEN-Lead-Days      pic 9(03).

       FD Kit-File.
       01 KIT-REC.
         05 KIT-Name           pic x(20).
         05 KIT-Comp           pic x(20).
         05 KIT-Qty-Per        pic 9(03).

       FD Sales-GL-File.
       01 SALES-GL-REC.
         05 SGL-Type           pic x(01).
         05 SGL-Item           pic x(20).
         05 SGL-Location       pic x(02).
         05 SGL-Qty            pic 9(05).
         05 SGL-Short          pic 9(05).
         05 SGL-Revenue        pic 9(07)v99.

      *********************************************
      * The lowest gross margin, as a percent of  *
      * the selling price, an item may carry      *
      * without being flagged                     *
      *********************************************
       FD Margin-Ctl-File.
       01 MARGIN-CTL-REC.
         05 MGC-Min-Pct        pic 9(02)v99.

       FD Margin-Report.
       01 Report-Rec           pic x(110).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Prc-File-Stat   pic x(02) value '00'.
         05 WS-Ven-File-Stat   pic x(02) value '00'.
         05 WS-Kit-File-Stat   pic x(02) value '00'.
         05 WS-Sgl-File-Stat   pic x(02) value '00'.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-Prc-EOF         pic x(03) value 'NO '.
         05 WS-Ven-EOF         pic x(03) value 'NO '.
         05 WS-Kit-EOF         pic x(03) value 'NO '.
         05 WS-Sgl-EOF         pic x(03) value 'NO '.
         05 WS-Min-Pct         pic 9(02)v99 value 20.00.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).

       01 WS-Totals.
         05 WS-Item-Count      pic 9(04) value zero.
         05 WS-Below-Count     pic 9(04) value zero.
         05 WS-Under-Count     pic 9(04) value zero.
         05 WS-NoCost-Count    pic 9(04) value zero.
         05 WS-Future-Count    pic 9(04) value zero.
         05 WS-Tot-Revenue     pic 9(09)v99 value zero.
         05 WS-Tot-Cost        pic 9(09)v99 value zero.
         05 WS-Tot-Margin      pic s9(09)v99 value zero.
         05 WS-Tot-Pct         pic s9(03)v9 value zero.

       01 WS-Ven-Table-Area.
         05 WS-Ven-Count       pic 9(03) value zero.
         05 WS-Ven-Table       occurs 200 times.
           10 WV-Item           pic x(20).
           10 WV-Unit-Cost      pic 9(03)v99.
         05 WS-Ven-Idx         pic 9(03) value zero.

       01 WS-Kit-Table-Area.
         05 WS-Kit-Count       pic 9(03) value zero.
         05 WS-Kit-Table       occurs 300 times.
           10 WK-Name           pic x(20).
           10 WK-Comp           pic x(20).
           10 WK-Qty-Per        pic 9(03).
         05 WS-Kit-Idx         pic 9(03) value zero.

      *********************************************
      * One row per priced item - today's price,  *
      * the next change on the master, and what   *
      * today's sales of it came to               *
      *********************************************
       01 WS-Item-Table-Area.
         05 WS-Itm-Count       pic 9(03) value zero.
         05 WS-Itm-Table       occurs 600 times.
           10 WI-Item           pic x(20).
           10 WI-Cur-Date       pic 9(08).
           10 WI-Cur-Price      pic 9(03)v99.
           10 WI-Next-Date      pic 9(08).
           10 WI-Next-Price     pic 9(03)v99.
           10 WI-Sold-Qty       pic 9(07).
           10 WI-Revenue        pic 9(09)v99.
         05 WS-Itm-Idx         pic 9(03) value zero.
         05 WS-Itm-Match       pic 9(03) value zero.
         05 WS-Itm-Found       pic x(01) value 'N'.

      *    The cost lookup - WS-Look-Item in, WS-Unit-Cost and
      *    WS-Cost-Found out.
       01 WS-Cost-Fields.
         05 WS-Look-Item       pic x(20) value spaces.
         05 WS-Unit-Cost       pic 9(05)v99 value zero.
         05 WS-Cost-Found      pic x(01) value 'N'.
         05 WS-Comp-Cost       pic 9(03)v99 value zero.
         05 WS-Comp-Found      pic x(01) value 'N'.
         05 WS-Kit-Rows        pic 9(03) value zero.

      *    One price against the cost - WS-Chk-Price in,
      *    WS-Unit-Margin, WS-Margin-Pct and WS-Flag out.
       01 WS-Margin-Fields.
         05 WS-Chk-Price       pic 9(03)v99 value zero.
         05 WS-Unit-Margin     pic s9(05)v99 value zero.
         05 WS-Margin-Pct      pic s9(03)v9 value zero.
         05 WS-Flag            pic x(18) value spaces.
         05 WS-Sold-Cost       pic 9(09)v99 value zero.
         05 WS-Sold-Margin     pic s9(09)v99 value zero.

       01 WS-Edit-Date         pic 9(08) value zero.
       01 WS-Edit-Date-Split redefines WS-Edit-Date.
         05 WED-YYYY           pic 9(04).
         05 WED-MM             pic 9(02).
         05 WED-DD             pic 9(02).

       01 Blank-Line           pic x(110) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(30) value spaces.
         05 Filler             pic x(28) value
              'Gross Margin by Item        '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(42) value spaces.

       01 RPT-MIN-LINE.
         05 Filler             pic x(30) value spaces.
         05 Filler             pic x(17) value 'Minimum margin:  '.
         05 RMN-Pct            pic z9.99.
         05 Filler             pic x(01) value '%'.
         05 Filler             pic x(57) value spaces.

       01 RPT-COL-HDR1.
         05 Filler             pic x(20) value spaces.
         05 Filler             pic x(08) value '   Price'.
         05 Filler             pic x(10) value '      Unit'.
         05 Filler             pic x(10) value '    Margin'.
         05 Filler             pic x(07) value ' Margin'.
         05 Filler             pic x(07) value '   Sold'.
         05 Filler             pic x(11) value '      Sales'.
         05 Filler             pic x(12) value '       Gross'.
         05 Filler             pic x(25) value spaces.

       01 RPT-COL-HDR2.
         05 Filler             pic x(20) value 'Item'.
         05 Filler             pic x(08) value '   Today'.
         05 Filler             pic x(10) value '      Cost'.
         05 Filler             pic x(10) value '  Per Unit'.
         05 Filler             pic x(07) value '     % '.
         05 Filler             pic x(07) value '  Today'.
         05 Filler             pic x(11) value '      Today'.
         05 Filler             pic x(12) value '      Margin'.
         05 Filler             pic x(25) value spaces.

       01 RPT-DETAIL.
         05 RD-Item            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RD-Price           pic zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RD-Cost            pic zz,zz9.99 blank when zero.
         05 Filler             pic x(01) value spaces.
         05 RD-Margin          pic z,zz9.99- blank when zero.
         05 Filler             pic x(01) value spaces.
         05 RD-Pct             pic zz9.9- blank when zero.
         05 Filler             pic x(01) value spaces.
         05 RD-Sold            pic zz,zz9 blank when zero.
         05 Filler             pic x(01) value spaces.
         05 RD-Revenue         pic zzz,zz9.99 blank when zero.
         05 Filler             pic x(01) value spaces.
         05 RD-Gross           pic zzz,zz9.99- blank when zero.
         05 Filler             pic x(02) value spaces.
         05 RD-Flag            pic x(18).
         05 Filler             pic x(05) value spaces.

       01 RPT-NEXT-LINE.
         05 Filler             pic x(04) value spaces.
         05 Filler             pic x(06) value 'from  '.
         05 RNX-Date           pic x(10).
         05 Filler             pic x(02) value spaces.
         05 RNX-Price          pic zz9.99.
         05 Filler             pic x(11) value spaces.
         05 RNX-Margin         pic z,zz9.99-.
         05 Filler             pic x(01) value spaces.
         05 RNX-Pct            pic zz9.9-.
         05 Filler             pic x(32) value spaces.
         05 RNX-Flag           pic x(18).
         05 Filler             pic x(05) value spaces.

       01 RPT-COUNT-LINE.
         05 Filler             pic x(04) value spaces.
         05 RCL-Label          pic x(40).
         05 RCL-Count          pic zz,zz9.
         05 Filler             pic x(60) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(04) value spaces.
         05 RTL-Label          pic x(32).
         05 RTL-Amount         pic $$$,$$$,$$9.99-.
         05 Filler             pic x(02) value spaces.
         05 RTL-Pct            pic zz9.9- blank when zero.
         05 Filler             pic x(51) value spaces.

       01 RPT-EDIT-DATE.
         05 RED-MM             pic 9(02).
         05 Filler             pic x(01) value '/'.
         05 RED-DD             pic 9(02).
         05 Filler             pic x(01) value '/'.
         05 RED-YYYY           pic 9(04).

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Costs-Rtn.
           perform 130-Load-Prices-Rtn.
           perform 140-Load-Sales-Rtn.
           perform 200-Report-Rtn.
           perform 900-Close-Module.
           goback.

       110-Startup-Module.
           open output Margin-Report.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           open input Margin-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read Margin-Ctl-File
                   not at end
                       if MGC-Min-Pct numeric
                           move MGC-Min-Pct to WS-Min-Pct
                       end-if
               end-read
               close Margin-Ctl-File
           end-if.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           move WS-Min-Pct to RMN-Pct.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from RPT-MIN-LINE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR1.
           write Report-Rec from RPT-COL-HDR2.
           write Report-Rec from Blank-Line.

       120-Load-Costs-Rtn.
           open input Vendor-Master.
           if WS-Ven-File-Stat not = '00'
               move 'YES' to WS-Ven-EOF
               display 'VENDOR MASTER NOT AVAILABLE, STATUS: '
                   WS-Ven-File-Stat ' - NO ITEM HAS A COST'
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
                       else
                           display 'VENDOR TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Ven-File-Stat = '00' or WS-Ven-File-Stat = '10'
               close Vendor-Master
           end-if.

           open input Kit-File.
           if WS-Kit-File-Stat not = '00'
               move 'YES' to WS-Kit-EOF
           end-if.
           perform until WS-Kit-EOF = 'YES'
               read Kit-File
                   at end
                       move 'YES' to WS-Kit-EOF
                   not at end
                       if KIT-Qty-Per numeric
                           and KIT-Qty-Per > zero
                           and KIT-Comp not = spaces
                           and KIT-Comp not = KIT-Name
                           if WS-Kit-Count < 300
                               add 1 to WS-Kit-Count
                               move KIT-Name to WK-Name(WS-Kit-Count)
                               move KIT-Comp to WK-Comp(WS-Kit-Count)
                               move KIT-Qty-Per
                                   to WK-Qty-Per(WS-Kit-Count)
                           else
                               display 'KIT TABLE CAPACITY '
                                   'EXCEEDED AT 300 - RUN HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Kit-File-Stat = '00' or WS-Kit-File-Stat = '10'
               close Kit-File
           end-if.

      *********************************************
      * Today's price is the row with the latest  *
      * date not past today; the next change is   *
      * the row with the earliest date after it   *
      *********************************************
       130-Load-Prices-Rtn.
           open input Price-Master.
           if WS-Prc-File-Stat not = '00'
               display 'PRICE MASTER NOT AVAILABLE, STATUS: '
                   WS-Prc-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Prc-EOF = 'YES'
               read Price-Master
                   at end
                       move 'YES' to WS-Prc-EOF
                   not at end
                       if PRC-Eff-Date numeric and PRC-Price numeric
                           perform 135-Keep-Price-Rtn
                       else
                           display 'PRICE ROW IGNORED: ' PRC-Item
                       end-if
               end-read
           end-perform.
           close Price-Master.

       135-Keep-Price-Rtn.
           move PRC-Item to WS-Look-Item.
           perform 150-Find-Item-Rtn.
           if WS-Itm-Found = 'N'
               if WS-Itm-Count < 600
                   add 1 to WS-Itm-Count
                   move WS-Itm-Count to WS-Itm-Match
                   move PRC-Item to WI-Item(WS-Itm-Match)
                   move zero to WI-Cur-Date(WS-Itm-Match)
                       WI-Cur-Price(WS-Itm-Match)
                       WI-Next-Date(WS-Itm-Match)
                       WI-Next-Price(WS-Itm-Match)
                       WI-Sold-Qty(WS-Itm-Match)
                       WI-Revenue(WS-Itm-Match)
               else
                   display 'ITEM TABLE CAPACITY '
                       'EXCEEDED AT 600 - RUN HALTED'
                   stop run
               end-if
           end-if.
           if PRC-Eff-Date not > WS-Run-Date-Key
               if PRC-Eff-Date not < WI-Cur-Date(WS-Itm-Match)
                   move PRC-Eff-Date to WI-Cur-Date(WS-Itm-Match)
                   move PRC-Price to WI-Cur-Price(WS-Itm-Match)
               end-if
           else
               if WI-Next-Date(WS-Itm-Match) = zero
                   or PRC-Eff-Date < WI-Next-Date(WS-Itm-Match)
                   move PRC-Eff-Date to WI-Next-Date(WS-Itm-Match)
                   move PRC-Price to WI-Next-Price(WS-Itm-Match)
               end-if
           end-if.

      *    Today's sales - the revenue as sold and the quantity
      *    sold; backorder fills carry no revenue.
       140-Load-Sales-Rtn.
           open input Sales-GL-File.
           if WS-Sgl-File-Stat not = '00'
               move 'YES' to WS-Sgl-EOF
           end-if.
           perform until WS-Sgl-EOF = 'YES'
               read Sales-GL-File
                   at end
                       move 'YES' to WS-Sgl-EOF
                   not at end
                       if SGL-Type not = 'F'
                           move SGL-Item to WS-Look-Item
                           perform 150-Find-Item-Rtn
                           if WS-Itm-Found = 'Y'
                               add SGL-Qty
                                   to WI-Sold-Qty(WS-Itm-Match)
                               add SGL-Revenue
                                   to WI-Revenue(WS-Itm-Match)
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Sgl-File-Stat = '00' or WS-Sgl-File-Stat = '10'
               close Sales-GL-File
           end-if.

       150-Find-Item-Rtn.
           move 'N' to WS-Itm-Found.
           perform varying WS-Itm-Idx from 1 by 1
               until WS-Itm-Idx > WS-Itm-Count
               if WI-Item(WS-Itm-Idx) = WS-Look-Item
                   move 'Y' to WS-Itm-Found
                   move WS-Itm-Idx to WS-Itm-Match
                   move WS-Itm-Count to WS-Itm-Idx
               end-if
           end-perform.

      *********************************************
      * One line per item in price master order - *
      * an item with only a future price shows    *
      * just its coming change                    *
      *********************************************
       200-Report-Rtn.
           perform varying WS-Itm-Idx from 1 by 1
               until WS-Itm-Idx > WS-Itm-Count
               perform 210-Item-Line-Rtn
           end-perform.
           perform 250-Totals-Rtn.

       210-Item-Line-Rtn.
           add 1 to WS-Item-Count.
           move WI-Item(WS-Itm-Idx) to WS-Look-Item.
           perform 300-Find-Cost-Rtn.
           if WS-Cost-Found = 'N'
               add 1 to WS-NoCost-Count
           end-if.
           move spaces to RPT-DETAIL.
           move WI-Item(WS-Itm-Idx) to RD-Item.
           move zero to RD-Cost RD-Margin RD-Pct RD-Sold RD-Revenue
               RD-Gross.
           if WI-Cur-Date(WS-Itm-Idx) = zero
               move zero to RD-Price
               move 'NOT YET PRICED' to RD-Flag
           else
               move WI-Cur-Price(WS-Itm-Idx) to WS-Chk-Price
               perform 310-Check-Margin-Rtn
               move WS-Chk-Price to RD-Price
               move WS-Unit-Cost to RD-Cost
               if WS-Cost-Found = 'Y'
                   move WS-Unit-Margin to RD-Margin
                   move WS-Margin-Pct to RD-Pct
               end-if
               move WS-Flag to RD-Flag
               if WS-Flag(1:5) = 'BELOW'
                   add 1 to WS-Below-Count
               end-if
               if WS-Flag(1:5) = 'UNDER'
                   add 1 to WS-Under-Count
               end-if
           end-if.
           if WI-Sold-Qty(WS-Itm-Idx) > zero
               move WI-Sold-Qty(WS-Itm-Idx) to RD-Sold
               move WI-Revenue(WS-Itm-Idx) to RD-Revenue
               add WI-Revenue(WS-Itm-Idx) to WS-Tot-Revenue
               if WS-Cost-Found = 'Y'
                   compute WS-Sold-Cost =
                       WI-Sold-Qty(WS-Itm-Idx) * WS-Unit-Cost
                   compute WS-Sold-Margin =
                       WI-Revenue(WS-Itm-Idx) - WS-Sold-Cost
                   add WS-Sold-Cost to WS-Tot-Cost
                   add WS-Sold-Margin to WS-Tot-Margin
                   move WS-Sold-Margin to RD-Gross
               end-if
           end-if.
           write Report-Rec from RPT-DETAIL.

           if WI-Next-Date(WS-Itm-Idx) > zero
               add 1 to WS-Future-Count
               move WI-Next-Date(WS-Itm-Idx) to WS-Edit-Date
               move WED-MM to RED-MM
               move WED-DD to RED-DD
               move WED-YYYY to RED-YYYY
               move RPT-EDIT-DATE to RNX-Date
               move WI-Next-Price(WS-Itm-Idx) to WS-Chk-Price
               perform 310-Check-Margin-Rtn
               move WS-Chk-Price to RNX-Price
               if WS-Cost-Found = 'Y'
                   move WS-Unit-Margin to RNX-Margin
                   move WS-Margin-Pct to RNX-Pct
               else
                   move zero to RNX-Margin RNX-Pct
               end-if
               move WS-Flag to RNX-Flag
               write Report-Rec from RPT-NEXT-LINE
           end-if.

       250-Totals-Rtn.
           write Report-Rec from Blank-Line.
           move 'Items on the price master' to RCL-Label.
           move WS-Item-Count to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Priced below cost' to RCL-Label.
           move WS-Below-Count to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Under the minimum margin' to RCL-Label.
           move WS-Under-Count to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'No cost on the vendor master' to RCL-Label.
           move WS-NoCost-Count to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           move 'Price changes coming' to RCL-Label.
           move WS-Future-Count to RCL-Count.
           write Report-Rec from RPT-COUNT-LINE.
           write Report-Rec from Blank-Line.
           move zero to RTL-Pct.
           move 'Sales today' to RTL-Label.
           move WS-Tot-Revenue to RTL-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Cost of those sales' to RTL-Label.
           move WS-Tot-Cost to RTL-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           if WS-Tot-Revenue > zero
               compute WS-Tot-Pct rounded =
                   WS-Tot-Margin * 100 / WS-Tot-Revenue
           end-if.
           move 'Gross margin today' to RTL-Label.
           move WS-Tot-Margin to RTL-Amount.
           move WS-Tot-Pct to RTL-Pct.
           write Report-Rec from RPT-TOTAL-LINE.

      *********************************************
      * Cost of one unit - the vendor master's,   *
      * or for a kit with none the sum of its     *
      * components'                               *
      *********************************************
       300-Find-Cost-Rtn.
           move 'N' to WS-Cost-Found.
           move zero to WS-Unit-Cost.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               if WV-Item(WS-Ven-Idx) = WS-Look-Item
                   if WV-Unit-Cost(WS-Ven-Idx) > zero
                       move 'Y' to WS-Cost-Found
                       move WV-Unit-Cost(WS-Ven-Idx) to WS-Unit-Cost
                   end-if
                   move WS-Ven-Count to WS-Ven-Idx
               end-if
           end-perform.
           if WS-Cost-Found = 'N'
               move zero to WS-Kit-Rows
               move 'Y' to WS-Comp-Found
               perform varying WS-Kit-Idx from 1 by 1
                   until WS-Kit-Idx > WS-Kit-Count
                   if WK-Name(WS-Kit-Idx) = WS-Look-Item
                       add 1 to WS-Kit-Rows
                       perform 305-Comp-Cost-Rtn
                       if WS-Comp-Cost = zero
                           move 'N' to WS-Comp-Found
                       end-if
                       compute WS-Unit-Cost = WS-Unit-Cost
                           + WS-Comp-Cost * WK-Qty-Per(WS-Kit-Idx)
                   end-if
               end-perform
               if WS-Kit-Rows > zero and WS-Comp-Found = 'Y'
                   move 'Y' to WS-Cost-Found
               else
                   move zero to WS-Unit-Cost
               end-if
           end-if.

       305-Comp-Cost-Rtn.
           move zero to WS-Comp-Cost.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               if WV-Item(WS-Ven-Idx) = WK-Comp(WS-Kit-Idx)
                   move WV-Unit-Cost(WS-Ven-Idx) to WS-Comp-Cost
                   move WS-Ven-Count to WS-Ven-Idx
               end-if
           end-perform.

      *    Margin on one price.  No cost is its own flag - a
      *    margin cannot be judged against nothing.
       310-Check-Margin-Rtn.
           move spaces to WS-Flag.
           move zero to WS-Unit-Margin WS-Margin-Pct.
           if WS-Cost-Found = 'N'
               move 'NO COST' to WS-Flag
           else
               compute WS-Unit-Margin = WS-Chk-Price - WS-Unit-Cost
               if WS-Chk-Price > zero
                   compute WS-Margin-Pct rounded =
                       WS-Unit-Margin * 100 / WS-Chk-Price
                       on size error
                           move -999.9 to WS-Margin-Pct
                   end-compute
               end-if
               evaluate true
                   when WS-Chk-Price < WS-Unit-Cost
                       move 'BELOW COST ***' to WS-Flag
                   when WS-Chk-Price = zero
                       or WS-Margin-Pct < WS-Min-Pct
                       move 'UNDER MIN MARGIN' to WS-Flag
               end-evaluate
           end-if.

       900-Close-Module.
           close Margin-Report.
           display 'GROSS MARGIN REPORT COMPLETE - ITEMS: '
               WS-Item-Count ' BELOW COST: ' WS-Below-Count
               ' UNDER MINIMUM: ' WS-Under-Count.

       end program Ch2Margin.
