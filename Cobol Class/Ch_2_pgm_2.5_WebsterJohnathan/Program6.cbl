      * after values on the register, and items  *
      * with no demand in the trailing year      *
      * land on the slow-mover section as        *
      * candidates to stop stocking.  Each       *
      * location an item is stocked at gets its  *
      * own point from its own demand.           *
      *******************************************
       environment division.
       configuration section.
         05 DMH-Item           pic x(20).
         05 DMH-YYYYMM         pic 9(06).
         05 DMH-Qty            pic 9(06).
         05 DMH-Location       pic x(02).

       FD Inv-Master-In.
       01 INV-REC-IN.
         05 INVI-Name          pic x(20).
         05 INVI-Qty-On-Hand   pic 9(05).
         05 INVI-Reorder-Pt    pic 9(05).
         05 INVI-Location      pic x(02).

       FD Inv-Master-Out.
       01 INV-REC-OUT.
         05 INVO-Name          pic x(20).
         05 INVO-Qty-On-Hand   pic 9(05).
         05 INVO-Reorder-Pt    pic 9(05).
         05 INVO-Location      pic x(02).

       FD Vendor-Master.
       01 VENDOR-REC.
         05 WS-New-RO-Pt       pic 9(05) value zero.
         05 WS-Lead-Days       pic 9(03) value zero.
         05 WS-Year-Demand     pic 9(08) value zero.
         05 WS-Main-Store-Loc  pic x(02) value '01'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).

       01 WS-Demand-Table-Area.
         05 WS-Dmd-Count       pic 9(03) value zero.
         05 WS-Dmd-Table       occurs 600 times.
           10 WD-Item           pic x(20).
           10 WD-Loc            pic x(02).
           10 WD-Qty            pic 9(08).
         05 WS-Dmd-Idx         pic 9(03) value zero.
         05 WS-Dmd-Match       pic 9(03) value zero.
       01 RPT-DETAIL.
         05 Filler             pic x(03) value spaces.
         05 RD-Item            pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RD-Loc             pic x(02).
         05 Filler             pic x(13) value ' yr demand   '.
         05 RD-Demand          pic zzz,zz9.
         05 Filler             pic x(07) value '  old  '.
         05 RD-Old             pic zz,zz9.
         05 Filler             pic x(07) value '  new  '.
         05 RD-New             pic zz,zz9.
         05 Filler             pic x(18) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             pic x(03) value spaces.
       01 RPT-SLOW-LINE.
         05 Filler             pic x(06) value spaces.
         05 RSL-Item           pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RSL-Loc            pic x(02).
         05 Filler             pic x(40) value
              '  ** NO DEMAND IN TRAILING YEAR - REVIEW'.
         05 Filler             pic x(21) value spaces.

       01 RPT-TOT-LINE.
         05 Filler             pic x(03) value spaces.
           close Demand-Hist-File.

       125-Bucket-Demand-Rtn.
           if DMH-Location = spaces
               move WS-Main-Store-Loc to DMH-Location
           end-if.
           move 'N' to WS-Dmd-Found.
           perform varying WS-Dmd-Idx from 1 by 1
               until WS-Dmd-Idx > WS-Dmd-Count
               if WD-Item(WS-Dmd-Idx) = DMH-Item
                   and WD-Loc(WS-Dmd-Idx) = DMH-Location
                   move 'Y' to WS-Dmd-Found
                   move WS-Dmd-Idx to WS-Dmd-Match
                   move WS-Dmd-Count to WS-Dmd-Idx
               end-if
           end-perform.
           if WS-Dmd-Found = 'N'
               if WS-Dmd-Count < 600
                   add 1 to WS-Dmd-Count
                   move WS-Dmd-Count to WS-Dmd-Match
                   move DMH-Item to WD-Item(WS-Dmd-Match)
                   move DMH-Location to WD-Loc(WS-Dmd-Match)
                   move zero to WD-Qty(WS-Dmd-Match)
               else
                   display 'DEMAND TABLE CAPACITY EXCEEDED AT '
                       '600 - RUN HALTED'
                   stop run
               end-if
           end-if.
      * slow-mover list                           *
      *********************************************
       200-Recalc-One-Rtn.
           if INVI-Location = spaces
               move WS-Main-Store-Loc to INVI-Location
           end-if.
           move zero to WS-Year-Demand.
           perform varying WS-Dmd-Idx from 1 by 1
               until WS-Dmd-Idx > WS-Dmd-Count
               if WD-Item(WS-Dmd-Idx) = INVI-Name
                   and WD-Loc(WS-Dmd-Idx) = INVI-Location
                   move WD-Qty(WS-Dmd-Idx) to WS-Year-Demand
                   move WS-Dmd-Count to WS-Dmd-Idx
               end-if

           move INVI-Name to INVO-Name.
           move INVI-Qty-On-Hand to INVO-Qty-On-Hand.
           move INVI-Location to INVO-Location.

           if WS-Year-Demand = zero
               add 1 to WS-Slow-Count
               move INVI-Name to RSL-Item
               move INVI-Location to RSL-Loc
               write Report-Rec from RPT-SLOW-LINE
               move INVI-Reorder-Pt to INVO-Reorder-Pt
           else
                   add 1 to WS-Changed-Count
               end-if
               move INVI-Name to RD-Item
               move INVI-Location to RD-Loc
               move WS-Year-Demand to RD-Demand
               move INVI-Reorder-Pt to RD-Old
               move WS-New-RO-Pt to RD-New
