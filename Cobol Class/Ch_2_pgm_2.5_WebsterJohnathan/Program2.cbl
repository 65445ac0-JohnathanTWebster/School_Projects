      * suppressed so the buyer isn't told       *
      * twice, and the buyer's report groups     *
      * the suggestions by vendor with the       *
      * total order value per vendor.  Each      *
      * item is judged at each location it is    *
      * stocked, against that location's own     *
      * reorder point, and stock already in      *
      * transit to the location counts as being  *
      * there.                                   *
      *******************************************
       environment division.
       configuration section.
           select Buyer-Report
               assign to 'C:\Data\Data-Out\Ch2_Buyer.rpt'
               organization is line sequential.
           select Backorder-File
               assign to 'C:\Data\Data-Out\Ch2_Backord.dat'
               organization is line sequential
               file status is WS-Bko-File-Stat.
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
       FD Open-Order-File.
       01 OPEN-ORDER-REC.
         05 OPN-Item-Name      pic x(20).
         05 OPN-Location       pic x(02).

       FD PO-Suggest-File.
       01 PO-SUGG-REC.
         05 PSG-Vendor-Name    pic x(20).
         05 PSG-Order-Qty      pic 9(05).
         05 PSG-Lead-Days      pic 9(03).
         05 PSG-Location       pic x(02).

       SD Sugg-Sort-File.
       01 SWK-REC.
         05 SWK-Qty            pic 9(05).
         05 SWK-Cost           pic 9(03)v99.
         05 SWK-Lead           pic 9(03).
         05 SWK-Loc            pic x(02).

       FD Sugg-Sorted.
       01 SRT-OUT-REC.
         05 SRO-Qty            pic 9(05).
         05 SRO-Cost           pic 9(03)v99.
         05 SRO-Lead           pic 9(03).
         05 SRO-Loc            pic x(02).

       FD Buyer-Report.
       01 Report-Rec           pic x(80).

      *********************************************
      * The open backorders the sales posting      *
      * left - quantity already owed to customers, *
      * so it rides on top of the standing order   *
      *********************************************
       FD Backorder-File.
       01 BACKORDER-REC.
         05 BKO-Item           pic x(20).
         05 BKO-Qty            pic 9(05).
         05 BKO-Open-Qty       pic 9(05).
         05 BKO-Date           pic 9(08).
         05 BKO-Location       pic x(02).

      *********************************************
      * Transfers shipped from one location to     *
      * another and not yet confirmed - supply     *
      * already on its way to the receiving end    *
      *********************************************
       FD Transit-File.
       01 TRANSIT-REC.
         05 XFR-Item           pic x(20).
         05 XFR-From-Loc       pic x(02).
         05 XFR-To-Loc         pic x(02).
         05 XFR-Qty            pic 9(05).
         05 XFR-Open-Qty       pic 9(05).
         05 XFR-Ship-Date      pic 9(08).

      *********************************************
      * Record counts for the nightly driver      *
      * (OPSDRIVR) - items read must equal the    *
      * suggestions, the no-vendor items, and the *
      * items suppressed or not yet low           *
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
         05 WS-Sugg-Count      pic 9(04) value zero.
         05 WS-Supp-Count      pic 9(04) value zero.
         05 WS-NoVen-Count     pic 9(04) value zero.
         05 WS-Item-Count      pic 9(04) value zero.
         05 WS-Not-Low-Count   pic 9(04) value zero.
         05 WS-Stats-File-Stat pic x(02) value '00'.
         05 WS-Bko-File-Stat   pic x(02) value '00'.
         05 WS-Bko-EOF         pic x(03) value 'NO '.
         05 WS-Bko-Item-Count  pic 9(04) value zero.
         05 WS-Order-Qty       pic 9(05) value zero.
         05 WS-Xfr-File-Stat   pic x(02) value '00'.
         05 WS-Xfr-EOF         pic x(03) value 'NO '.
         05 WS-Main-Store-Loc  pic x(02) value '01'.
         05 WS-Inbound-Qty     pic 9(06) value zero.
         05 WS-Available-Qty   pic 9(07) value zero.
         05 WS-First-Group     pic x(03) value 'YES'.
         05 WS-Vendor-Hold     pic x(20) value spaces.
         05 WS-Vendor-Value    pic 9(09)v99 value zero.

       01 WS-Open-Table-Area.
         05 WS-Opn-Count       pic 9(03) value zero.
         05 WS-Opn-Table       occurs 600 times.
           10 WO-Item           pic x(20).
           10 WO-Loc            pic x(02).
         05 WS-Opn-Idx         pic 9(03) value zero.
         05 WS-Opn-Found       pic x(01) value 'N'.

       01 WS-Bko-Table-Area.
         05 WS-Bko-Count       pic 9(03) value zero.
         05 WS-Bko-Table       occurs 600 times.
           10 WB-Item           pic x(20).
           10 WB-Loc            pic x(02).
           10 WB-Open-Qty       pic 9(05).
         05 WS-Bko-Idx         pic 9(03) value zero.
         05 WS-Bko-Match       pic 9(03) value zero.

       01 WS-Xfr-Table-Area.
         05 WS-Xfr-Count       pic 9(03) value zero.
         05 WS-Xfr-Table       occurs 600 times.
           10 WX-Item           pic x(20).
           10 WX-To-Loc         pic x(02).
           10 WX-Open-Qty       pic 9(06).
         05 WS-Xfr-Idx         pic 9(03) value zero.
         05 WS-Xfr-Match       pic 9(03) value zero.

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
       01 RPT-DETAIL.
         05 Filler             pic x(06) value spaces.
         05 RD-Item            pic x(20).
         05 Filler             pic x(05) value ' loc '.
         05 RD-Loc             pic x(02).
         05 Filler             pic x(06) value ' qty  '.
         05 RD-Qty             pic zz,zz9.
         05 Filler             pic x(07) value ' value '.
         05 Filler             pic x(07) value ' lead  '.
         05 RD-Lead            pic zz9.
         05 Filler             pic x(05) value ' days'.
         05 Filler             pic x(03) value spaces.

       01 RPT-VENDOR-SUB.
         05 Filler             pic x(03) value spaces.
           perform 110-Startup-Module.
           perform 120-Load-Vendors-Rtn.
           perform 130-Load-Open-Orders-Rtn.
           perform 140-Load-Backorders-Rtn.
           perform 150-Load-Transit-Rtn.
           sort Sugg-Sort-File
               on ascending key SWK-Vendor SWK-Item SWK-Loc
               input procedure 200-Suggest-Rtn
               giving Sugg-Sorted.
           perform 300-Report-Rtn.
                       at end
                           move 'YES' to WS-Opn-EOF
                       not at end
                           if WS-Opn-Count < 600
                               add 1 to WS-Opn-Count
                               move OPN-Item-Name
                                   to WO-Item(WS-Opn-Count)
                               if OPN-Location = spaces
                                   move WS-Main-Store-Loc
                                       to WO-Loc(WS-Opn-Count)
                               else
                                   move OPN-Location
                                       to WO-Loc(WS-Opn-Count)
                               end-if
                           else
                               display 'OPEN ORDER TABLE CAPACITY '
                                   'EXCEEDED AT 600 - RUN HALTED'
                               stop run
                           end-if
                   end-read
               close Open-Order-File
           end-if.

      *    Open backorders summed by item and location.
       140-Load-Backorders-Rtn.
           open input Backorder-File.
           if WS-Bko-File-Stat not = '00'
               move 'YES' to WS-Bko-EOF
           end-if.
           perform until WS-Bko-EOF = 'YES'
               read Backorder-File
                   at end
                       move 'YES' to WS-Bko-EOF
                   not at end
                       if BKO-Open-Qty numeric
                           perform 145-Add-Backorder-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Bko-File-Stat = '00' or WS-Bko-File-Stat = '10'
               close Backorder-File
           end-if.

       145-Add-Backorder-Rtn.
           if BKO-Location = spaces
               move WS-Main-Store-Loc to BKO-Location
           end-if.
           move zero to WS-Bko-Match.
           perform varying WS-Bko-Idx from 1 by 1
               until WS-Bko-Idx > WS-Bko-Count
               if WB-Item(WS-Bko-Idx) = BKO-Item
                   and WB-Loc(WS-Bko-Idx) = BKO-Location
                   move WS-Bko-Idx to WS-Bko-Match
                   move WS-Bko-Count to WS-Bko-Idx
               end-if
           end-perform.
           if WS-Bko-Match = zero
               if WS-Bko-Count < 600
                   add 1 to WS-Bko-Count
                   move WS-Bko-Count to WS-Bko-Match
                   move BKO-Item to WB-Item(WS-Bko-Match)
                   move BKO-Location to WB-Loc(WS-Bko-Match)
                   move zero to WB-Open-Qty(WS-Bko-Match)
               else
                   display 'BACKORDER TABLE CAPACITY EXCEEDED AT '
                       '600 - RUN HALTED'
                   stop run
               end-if
           end-if.
           add BKO-Open-Qty to WB-Open-Qty(WS-Bko-Match).

      *    Stock in transit summed by item and receiving location.
       150-Load-Transit-Rtn.
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
                           perform 155-Add-Transit-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Xfr-File-Stat = '00' or WS-Xfr-File-Stat = '10'
               close Transit-File
           end-if.

       155-Add-Transit-Rtn.
           move zero to WS-Xfr-Match.
           perform varying WS-Xfr-Idx from 1 by 1
               until WS-Xfr-Idx > WS-Xfr-Count
               if WX-Item(WS-Xfr-Idx) = XFR-Item
                   and WX-To-Loc(WS-Xfr-Idx) = XFR-To-Loc
                   move WS-Xfr-Idx to WS-Xfr-Match
                   move WS-Xfr-Count to WS-Xfr-Idx
               end-if
           end-perform.
           if WS-Xfr-Match = zero
               if WS-Xfr-Count < 600
                   add 1 to WS-Xfr-Count
                   move WS-Xfr-Count to WS-Xfr-Match
                   move XFR-Item to WX-Item(WS-Xfr-Match)
                   move XFR-To-Loc to WX-To-Loc(WS-Xfr-Match)
                   move zero to WX-Open-Qty(WS-Xfr-Match)
               else
                   display 'TRANSIT TABLE CAPACITY EXCEEDED AT '
                       '600 - RUN HALTED'
                   stop run
               end-if
           end-if.
           add XFR-Open-Qty to WX-Open-Qty(WS-Xfr-Match).

      *********************************************
      * Every item at or under its reorder point  *
      * at a location becomes a suggestion -      *
      * unless it's already on order there, or    *
      * has no vendor row to buy it from.  What   *
      * is in transit to the location counts as   *
      * on hand there.                            *
      *********************************************
       200-Suggest-Rtn.
           open input Inv-Master.
                   at end
                       move 'NO ' to More-Records
                   not at end
                       add 1 to WS-Item-Count
                       if INV-Location = spaces
                           move WS-Main-Store-Loc to INV-Location
                       end-if
                       perform 205-Inbound-Rtn
                       compute WS-Available-Qty = INV-Qty-On-Hand
                           + WS-Inbound-Qty
                       if WS-Available-Qty not > INV-Reorder-Pt
                           perform 210-One-Suggestion-Rtn
                       else
                           add 1 to WS-Not-Low-Count
                       end-if
               end-read
           end-perform.
           close Inv-Master.

       205-Inbound-Rtn.
           move zero to WS-Inbound-Qty.
           perform varying WS-Xfr-Idx from 1 by 1
               until WS-Xfr-Idx > WS-Xfr-Count
               if WX-Item(WS-Xfr-Idx) = INV-Name
                   and WX-To-Loc(WS-Xfr-Idx) = INV-Location
                   move WX-Open-Qty(WS-Xfr-Idx) to WS-Inbound-Qty
                   move WS-Xfr-Count to WS-Xfr-Idx
               end-if
           end-perform.

       210-One-Suggestion-Rtn.
           move 'N' to WS-Opn-Found.
           perform varying WS-Opn-Idx from 1 by 1
               until WS-Opn-Idx > WS-Opn-Count
               if WO-Item(WS-Opn-Idx) = INV-Name
                   and WO-Loc(WS-Opn-Idx) = INV-Location
                   move 'Y' to WS-Opn-Found
                   move WS-Opn-Count to WS-Opn-Idx
               end-if
           else
               perform 220-Find-Vendor-Rtn
               if WS-Ven-Found = 'Y'
                   perform 230-Order-Qty-Rtn
                   move WV-Vendor(WS-Ven-Match) to SWK-Vendor
                   move INV-Name to SWK-Item
                   move WS-Order-Qty to SWK-Qty
                   move WV-Unit-Cost(WS-Ven-Match) to SWK-Cost
                   move WV-Lead-Days(WS-Ven-Match) to SWK-Lead
                   move INV-Location to SWK-Loc
                   release SWK-REC
                   move INV-Name to PSG-Item-Name
                   move WV-Vendor(WS-Ven-Match) to PSG-Vendor-Name
                   move WS-Order-Qty to PSG-Order-Qty
                   move WV-Lead-Days(WS-Ven-Match) to PSG-Lead-Days
                   move INV-Location to PSG-Location
                   write PO-SUGG-REC
                   add 1 to WS-Sugg-Count
               else
                   add 1 to WS-NoVen-Count
                   display 'NO VENDOR ON FILE FOR LOW ITEM: '
                       INV-Name ' AT ' INV-Location
               end-if
           end-if.

               end-if
           end-perform.

      *    The vendor's standing quantity, plus whatever is
      *    already owed to customers on backorder.
       230-Order-Qty-Rtn.
           move WV-Order-Qty(WS-Ven-Match) to WS-Order-Qty.
           perform varying WS-Bko-Idx from 1 by 1
               until WS-Bko-Idx > WS-Bko-Count
               if WB-Item(WS-Bko-Idx) = INV-Name
                   and WB-Loc(WS-Bko-Idx) = INV-Location
                   add WB-Open-Qty(WS-Bko-Idx) to WS-Order-Qty
                   add 1 to WS-Bko-Item-Count
                   move WS-Bko-Count to WS-Bko-Idx
               end-if
           end-perform.

      *********************************************
      * The buyer's report - suggestions grouped  *
      * by vendor with total order value          *
           move 'Low items with no vendor on file: ' to RTL-Label.
           move WS-NoVen-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.
           move 'Suggestions raised for backorders:' to RTL-Label.
           move WS-Bko-Item-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.

       310-Report-One-Rtn.
           evaluate true
           add WS-Line-Value to WS-Grand-Value.

           move SRO-Item to RD-Item.
           move SRO-Loc to RD-Loc.
           move SRO-Qty to RD-Qty.
           move WS-Line-Value to RD-Value.
           move SRO-Lead to RD-Lead.
           close PO-Suggest-File
                 Buyer-Report.

           open extend Run-Stats-File.
           if WS-Stats-File-Stat = '35'
               open output Run-Stats-File
           end-if.
           if WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '05'
               move 'CH2REORD' to STAT-PROGRAM
               move WS-Item-Count to STAT-READ
               move WS-Sugg-Count to STAT-WRITTEN
               move WS-NoVen-Count to STAT-REJECTED
               compute STAT-OTHER = WS-Supp-Count + WS-Not-Low-Count
               write RUN-STATS-REC
               close Run-Stats-File
           end-if.

       end program Ch2Reorder.
