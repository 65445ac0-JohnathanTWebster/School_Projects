      * snapshot file, so the report shows the   *
      * change from last month instead of        *
      * accounting reaching for a calculator.    *
      * Stock is reported location by location   *
      * with a subtotal for each, and what is in *
      * transit between locations is valued on   *
      * its own so the company total does not    *
      * dip while a transfer is on the road.     *
      *******************************************
       environment division.
       configuration section.
           select Valuation-Report
               assign to 'C:\Data\Data-Out\Ch2_Value.rpt'
               organization is line sequential.
           select Val-Sort-File
               assign to 'sortwk1'.
           select Val-Sorted
               assign to 'C:\Data\Data-Work\Ch2_Value.srt'
               organization is line sequential.
           select Transit-File
               assign to 'C:\Data\Data-Out\Ch2_Transit.dat'
               organization is line sequential
               file status is WS-Xfr-File-Stat.
           select Run-Stats-File
               assign to 'C:\Data\Data-Work\Ops_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.

       data division.
       file section.
         05 INV-Name           pic x(20).
         05 INV-Qty-On-Hand    pic 9(05).
         05 INV-Reorder-Pt     pic 9(05).
         05 INV-Location       pic x(02).

       FD Vendor-Master.
       01 VENDOR-REC.
         05 VSN-Date           pic 9(08).
         05 VSN-Total          pic 9(11)v99.

       SD Val-Sort-File.
       01 VSK-REC.
         05 VSK-Loc            pic x(02).
         05 VSK-Item           pic x(20).
         05 VSK-Qty            pic 9(05).

       FD Val-Sorted.
       01 VAL-SORTED-REC.
         05 VSO-Loc            pic x(02).
         05 VSO-Item           pic x(20).
         05 VSO-Qty            pic 9(05).

      *********************************************
      * Transfers shipped and not yet confirmed    *
      * at the receiving location                  *
      *********************************************
       FD Transit-File.
       01 TRANSIT-REC.
         05 XFR-Item           pic x(20).
         05 XFR-From-Loc       pic x(02).
         05 XFR-To-Loc         pic x(02).
         05 XFR-Qty            pic 9(05).
         05 XFR-Open-Qty       pic 9(05).
         05 XFR-Ship-Date      pic 9(08).

       FD Valuation-Report.
       01 Report-Rec           pic x(90).

      *********************************************
      * Record counts for the nightly driver      *
      * (OPSDRIVR) - items read must equal the    *
      * items valued plus the unpriced ones       *
      *********************************************
       FD Run-Stats-File.
       01 RUN-STATS-REC.
         05 STAT-PROGRAM       pic x(08).
         05 STAT-READ          pic 9(07).
         05 STAT-WRITTEN       pic 9(07).
         05 STAT-REJECTED      pic 9(07).
         05 STAT-OTHER         pic 9(07).

       working-storage section.
       01 Assorted-Flags.
         05 More-Records       pic x(03) value 'YES'.
         05 WS-Snap-EOF        pic x(03) value 'NO '.
         05 WS-Item-Count      pic 9(04) value zero.
         05 WS-NoCost-Count    pic 9(04) value zero.
         05 WS-Valued-Count    pic 9(04) value zero.
         05 WS-Stats-File-Stat pic x(02) value '00'.
         05 WS-Ext-Value       pic 9(09)v99 value zero.
         05 WS-Grand-Total     pic 9(11)v99 value zero.
         05 WS-Prior-Total     pic 9(11)v99 value zero.
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Inv-EOF         pic x(03) value 'NO '.
         05 WS-Xfr-File-Stat   pic x(02) value '00'.
         05 WS-Xfr-EOF         pic x(03) value 'NO '.
         05 WS-Xfr-Lines       pic 9(04) value zero.
         05 WS-Main-Store-Loc  pic x(02) value '01'.
         05 WS-Loc-Hold        pic x(02) value spaces.
         05 WS-Loc-Value       pic 9(11)v99 value zero.
         05 WS-Transit-Value   pic 9(11)v99 value zero.
         05 WS-Look-Item       pic x(20) value spaces.

       01 WS-Codechk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       01 WS-Ven-Table-Area.
         05 WS-Ven-Count       pic 9(03) value zero.

       01 WS-NoCost-Table-Area.
         05 WS-NoCostT-Count   pic 9(03) value zero.
         05 WS-NoCost-Table    occurs 600 times.
           10 WN-Item           pic x(20).
           10 WN-Loc            pic x(02).
           10 WN-Qty            pic 9(05).
         05 WS-NoCost-Idx      pic 9(03) value zero.

         05 RVS-Value          pic $$$,$$$,$$9.99.
         05 Filler             pic x(35) value spaces.

       01 RPT-LOC-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(09) value 'Location '.
         05 RLH-Loc            pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RLH-Desc           pic x(20).
         05 Filler             pic x(54) value spaces.

       01 RPT-LOC-SUB.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(09) value 'Location '.
         05 RLS-Loc            pic x(02).
         05 Filler             pic x(07) value ' total:'.
         05 Filler             pic x(38) value spaces.
         05 RLS-Value          pic $$,$$$,$$9.99.
         05 Filler             pic x(18) value spaces.

       01 RPT-XFR-LINE.
         05 Filler             pic x(03) value spaces.
         05 RXL-Item           pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RXL-From-Loc       pic x(02).
         05 Filler             pic x(04) value ' to '.
         05 RXL-To-Loc         pic x(02).
         05 Filler             pic x(06) value ' qty  '.
         05 RXL-Qty            pic zz,zz9.
         05 Filler             pic x(15) value spaces.
         05 RXL-Value          pic $$,$$$,$$9.99.
         05 Filler             pic x(02) value spaces.
         05 RXL-Note           pic x(16).

       01 RPT-XFR-SUB.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(21) value
              'In transit total:    '.
         05 Filler             pic x(35) value spaces.
         05 RXS-Value          pic $$,$$$,$$9.99.
         05 Filler             pic x(18) value spaces.

       01 RPT-GRAND-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(26) value
              'Company inventory value:  '.
         05 RGL-Total          pic $$,$$$,$$$,$$9.99.
         05 Filler             pic x(44) value spaces.

       01 RPT-EXC-LINE.
         05 Filler             pic x(06) value spaces.
         05 REX-Item           pic x(20).
         05 Filler             pic x(05) value ' loc '.
         05 REX-Loc            pic x(02).
         05 Filler             pic x(06) value ' qty  '.
         05 REX-Qty            pic zz,zz9.
         05 Filler             pic x(30) value
              '  ** NO COST ON VENDOR MASTER'.
         05 Filler             pic x(15) value spaces.

       procedure division.

           perform 110-Startup-Module.
           perform 120-Load-Vendors-Rtn.
           perform 130-Load-Prior-Rtn.
           sort Val-Sort-File
               on ascending key VSK-Loc VSK-Item
               input procedure 150-Release-Inv-Rtn
               giving Val-Sorted.
           open input Val-Sorted.
           perform until More-Records = 'NO '
               read Val-Sorted
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 200-Value-One-Rtn
               end-read
           end-perform.
           close Val-Sorted.
           if WS-Loc-Hold not = spaces
               perform 230-Location-Break-Rtn
           end-if.
           perform 250-Value-Transit-Rtn.
           perform 300-Print-Totals-Rtn.
           perform 900-Close-Module.
           goback.
               close Val-Snap-File
           end-if.

      *********************************************
      * The master in location order - a blank    *
      * location is the main store                *
      *********************************************
       150-Release-Inv-Rtn.
           perform until WS-Inv-EOF = 'YES'
               read Inv-Master
                   at end
                       move 'YES' to WS-Inv-EOF
                   not at end
                       if INV-Location = spaces
                           move WS-Main-Store-Loc to INV-Location
                       end-if
                       move INV-Location to VSK-Loc
                       move INV-Name to VSK-Item
                       move INV-Qty-On-Hand to VSK-Qty
                       release VSK-REC
               end-read
           end-perform.

      *********************************************
      * One item - extended at the vendor's unit  *
      * cost, or held for the unpriced exception  *
      * section                                   *
      *********************************************
       200-Value-One-Rtn.
           if VSO-Loc not = WS-Loc-Hold
               if WS-Loc-Hold not = spaces
                   perform 230-Location-Break-Rtn
               end-if
               move VSO-Loc to WS-Loc-Hold
               perform 225-Location-Header-Rtn
           end-if.
           move VSO-Item to WS-Look-Item.
           perform 205-Find-Vendor-Rtn.

           if WS-Ven-Found = 'N'
               or WV-Unit-Cost(WS-Ven-Match) = zero
               add 1 to WS-NoCost-Count
               if WS-NoCostT-Count < 600
                   add 1 to WS-NoCostT-Count
                   move VSO-Item to WN-Item(WS-NoCostT-Count)
                   move VSO-Loc to WN-Loc(WS-NoCostT-Count)
                   move VSO-Qty
                       to WN-Qty(WS-NoCostT-Count)
               end-if
           else
               compute WS-Ext-Value = VSO-Qty
                   * WV-Unit-Cost(WS-Ven-Match)
               add WS-Ext-Value to WS-Grand-Total
               add WS-Ext-Value to WS-Loc-Value
               add 1 to WS-Valued-Count
               perform 210-Accum-Vendor-Rtn

               move VSO-Item to RD-Item
               move VSO-Qty to RD-Qty
               move WV-Unit-Cost(WS-Ven-Match) to RD-Cost
               move WS-Ext-Value to RD-Value
               write Report-Rec from RPT-DETAIL
           end-if.
           add WS-Ext-Value to WT-Value(WS-VenTot-Match).

       205-Find-Vendor-Rtn.
           move 'N' to WS-Ven-Found.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               if WV-Item(WS-Ven-Idx) = WS-Look-Item
                   move 'Y' to WS-Ven-Found
                   move WS-Ven-Idx to WS-Ven-Match
                   move WS-Ven-Count to WS-Ven-Idx
               end-if
           end-perform.

       225-Location-Header-Rtn.
           move 'ILOC' to CCK-Type.
           move WS-Loc-Hold to CCK-Code.
           call 'CODECHK' using WS-Codechk-Parm.
           move WS-Loc-Hold to RLH-Loc.
           move CCK-Desc to RLH-Desc.
           write Report-Rec from RPT-LOC-HDR.

       230-Location-Break-Rtn.
           move WS-Loc-Hold to RLS-Loc.
           move WS-Loc-Value to RLS-Value.
           write Report-Rec from RPT-LOC-SUB.
           write Report-Rec from Blank-Line.
           move zero to WS-Loc-Value.

      *********************************************
      * Stock on the road between locations -     *
      * still ours, so it is in the company       *
      * total, but on no location's shelf yet     *
      *********************************************
       250-Value-Transit-Rtn.
           open input Transit-File.
           if WS-Xfr-File-Stat not = '00'
               move 'YES' to WS-Xfr-EOF
           end-if.
           perform until WS-Xfr-EOF = 'YES'
               read Transit-File
                   at end
                       move 'YES' to WS-Xfr-EOF
                   not at end
                       if XFR-Open-Qty numeric
                           and XFR-Open-Qty > zero
                           perform 260-Value-One-Transit-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Xfr-File-Stat = '00' or WS-Xfr-File-Stat = '10'
               close Transit-File
           end-if.
           if WS-Xfr-Lines > zero
               move WS-Transit-Value to RXS-Value
               write Report-Rec from RPT-XFR-SUB
               write Report-Rec from Blank-Line
           end-if.

       260-Value-One-Transit-Rtn.
           if WS-Xfr-Lines = zero
               move 'STOCK IN TRANSIT BETWEEN LOCATIONS' to RSH-Text
               write Report-Rec from RPT-SECT-HDR
           end-if.
           add 1 to WS-Xfr-Lines.
           move XFR-Item to WS-Look-Item.
           perform 205-Find-Vendor-Rtn.
           move XFR-Item to RXL-Item.
           move XFR-From-Loc to RXL-From-Loc.
           move XFR-To-Loc to RXL-To-Loc.
           move XFR-Open-Qty to RXL-Qty.
           if WS-Ven-Found = 'N'
               or WV-Unit-Cost(WS-Ven-Match) = zero
               move zero to RXL-Value
               move '** NO COST' to RXL-Note
           else
               compute WS-Ext-Value = XFR-Open-Qty
                   * WV-Unit-Cost(WS-Ven-Match)
               add WS-Ext-Value to WS-Grand-Total
               add WS-Ext-Value to WS-Transit-Value
               perform 210-Accum-Vendor-Rtn
               move WS-Ext-Value to RXL-Value
               move spaces to RXL-Note
           end-if.
           write Report-Rec from RPT-XFR-LINE.

       300-Print-Totals-Rtn.
           write Report-Rec from Blank-Line.
           perform varying WS-VenTot-Idx from 1 by 1
               perform varying WS-NoCost-Idx from 1 by 1
                   until WS-NoCost-Idx > WS-NoCostT-Count
                   move WN-Item(WS-NoCost-Idx) to REX-Item
                   move WN-Loc(WS-NoCost-Idx) to REX-Loc
                   move WN-Qty(WS-NoCost-Idx) to REX-Qty
                   write Report-Rec from RPT-EXC-LINE
               end-perform
           display 'VALUATION COMPLETE - TOTAL: ' WS-Grand-Total
               ' UNPRICED ITEMS: ' WS-NoCost-Count.

           open extend Run-Stats-File.
           if WS-Stats-File-Stat = '35'
               open output Run-Stats-File
           end-if.
           if WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '05'
               move 'CH2VALUE' to STAT-PROGRAM
               move WS-Item-Count to STAT-READ
               move WS-Valued-Count to STAT-WRITTEN
               move WS-NoCost-Count to STAT-REJECTED
               move zero to STAT-OTHER
               write RUN-STATS-REC
               close Run-Stats-File
           end-if.

       end program Ch2Value.
