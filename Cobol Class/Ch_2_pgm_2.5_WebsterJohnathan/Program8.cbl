       identification division.
       program-id. Ch2KitWU.
      *******************************************
      * Kit where-used and availability.  The    *
      * bundles we sell are built from items we  *
      * also stock on their own, so a short      *
      * component is a short kit.  The first     *
      * section lists every component with the   *
      * kits it goes into - what a stockout of   *
      * it will stop.  The second takes each kit *
      * at each location it or its components    *
      * are stocked at, shows the kits built     *
      * ahead and how many more the shelf will   *
      * build, and flags every component that    *
      * will not cover even one more kit.  Runs  *
      * off the posted master, after the sales   *
      * posting.                                 *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Kit-File
               assign to 'C:\Data\Data-In\Ch2_Kits.dat'
               organization is line sequential
               file status is WS-Kit-File-Stat.
           select Inv-Master
               assign to 'C:\Data\Data-Out\Ch2_Inv.dat'
               organization is line sequential
               file status is WS-Inv-File-Stat.
           select Kit-Sort-File
               assign to 'sortwk1'.
           select Kit-Sorted
               assign to 'C:\Data\Data-Work\Ch2_Kits.srt'
               organization is line sequential.
           select Kit-Report
               assign to 'C:\Data\Data-Out\Ch2_KitWU.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Kit-File.
       01 KIT-REC.
         05 KIT-Name           pic x(20).
         05 KIT-Comp           pic x(20).
         05 KIT-Qty-Per        pic 9(03).

       FD Inv-Master.
       01 INV-REC.
         05 INV-Name           pic x(20).
         05 INV-Qty-On-Hand    pic 9(05).
         05 INV-Reorder-Pt     pic 9(05).
         05 INV-Location       pic x(02).

       SD Kit-Sort-File.
       01 KSK-REC.
         05 KSK-Comp           pic x(20).
         05 KSK-Kit            pic x(20).
         05 KSK-Qty-Per        pic 9(03).

       FD Kit-Sorted.
       01 KIT-SORTED-REC.
         05 KSO-Comp           pic x(20).
         05 KSO-Kit            pic x(20).
         05 KSO-Qty-Per        pic 9(03).

       FD Kit-Report.
       01 Report-Rec           pic x(90).

       working-storage section.
       01 Assorted-Flags.
         05 More-Records       pic x(03) value 'YES'.
         05 WS-Kit-File-Stat   pic x(02) value '00'.
         05 WS-Inv-File-Stat   pic x(02) value '00'.
         05 WS-Kit-EOF         pic x(03) value 'NO '.
         05 WS-Inv-EOF         pic x(03) value 'NO '.
         05 WS-Main-Store-Loc  pic x(02) value '01'.
         05 WS-Comp-Hold       pic x(20) value spaces.
         05 WS-Comp-Count      pic 9(04) value zero.
         05 WS-Kit-Loc-Count   pic 9(04) value zero.
         05 WS-Short-Count     pic 9(04) value zero.
         05 WS-Comp-On-Hand    pic 9(07) value zero.
         05 WS-Kit-On-Hand     pic 9(05) value zero.
         05 WS-Kit-Can         pic 9(05) value zero.
         05 WS-Comp-Can        pic 9(05) value zero.
         05 WS-Comp-Have       pic 9(05) value zero.
         05 WS-Stocked-Here    pic x(01) value 'N'.
         05 WS-Kit-Short       pic x(01) value 'N'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).

       01 WS-Inv-Table-Area.
         05 WS-Inv-Count       pic 9(03) value zero.
         05 WS-Inv-Table       occurs 600 times.
           10 WI-Name           pic x(20).
           10 WI-Loc            pic x(02).
           10 WI-Qty            pic 9(05).
         05 WS-Inv-Idx         pic 9(03) value zero.
         05 WS-Inv-Found       pic x(01) value 'N'.
         05 WS-Inv-Match       pic 9(03) value zero.

       01 WS-Loc-Table-Area.
         05 WS-Loc-Count       pic 9(02) value zero.
         05 WS-Loc-Code        pic x(02) occurs 50 times.
         05 WS-Loc-Idx         pic 9(02) value zero.
         05 WS-Loc-Found       pic x(01) value 'N'.

       01 WS-Kit-Table-Area.
         05 WS-Kit-Count       pic 9(03) value zero.
         05 WS-Kit-Table       occurs 300 times.
           10 WK-Name           pic x(20).
           10 WK-Comp           pic x(20).
           10 WK-Qty-Per        pic 9(03).
         05 WS-Kit-Idx         pic 9(03) value zero.
         05 WS-Kit-Row         pic 9(03) value zero.
         05 WS-Kit-First       pic 9(03) value zero.

       01 WS-Find-Fields.
         05 WS-Find-Item       pic x(20) value spaces.
         05 WS-Find-Loc        pic x(02) value spaces.

       01 Blank-Line           pic x(90) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(18) value spaces.
         05 Filler             pic x(36) value
              'Kit Where-Used and Availability     '.
         05 Filler             pic x(02) value spaces.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(24) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             pic x(03) value spaces.
         05 RSH-Text           pic x(87).

       01 RPT-COMP-LINE.
         05 Filler             pic x(03) value spaces.
         05 RCL-Comp           pic x(20).
         05 Filler             pic x(26) value
              '   on hand all locations '.
         05 RCL-On-Hand        pic zzz,zz9.
         05 Filler             pic x(34) value spaces.

       01 RPT-USED-LINE.
         05 Filler             pic x(09) value spaces.
         05 Filler             pic x(08) value 'used in '.
         05 RUL-Kit            pic x(20).
         05 Filler             pic x(09) value '  qty per'.
         05 RUL-Qty-Per        pic zz9.
         05 Filler             pic x(41) value spaces.

       01 RPT-KIT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RKL-Kit            pic x(20).
         05 Filler             pic x(05) value ' loc '.
         05 RKL-Loc            pic x(02).
         05 Filler             pic x(16) value
              '   built ahead  '.
         05 RKL-On-Hand        pic zz,zz9.
         05 Filler             pic x(14) value
              '   can build  '.
         05 RKL-Can            pic zz,zz9.
         05 Filler             pic x(02) value spaces.
         05 RKL-Flag           pic x(16).

       01 RPT-SHORT-LINE.
         05 Filler             pic x(09) value spaces.
         05 Filler             pic x(10) value '** SHORT  '.
         05 RSL-Comp           pic x(20).
         05 Filler             pic x(07) value ' needs '.
         05 RSL-Qty-Per        pic zz9.
         05 Filler             pic x(15) value
              ' per kit, has  '.
         05 RSL-Have           pic zz,zz9.
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
           perform 130-Load-Kits-Rtn.
           perform 200-Where-Used-Rtn.
           perform 300-Availability-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - no kit structures, nothing *
      * to list                                   *
      *********************************************
       110-Startup-Module.
           open input Kit-File.
           if WS-Kit-File-Stat not = '00'
               display 'NO KIT STRUCTURE ON FILE, STATUS: '
                   WS-Kit-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           open input Inv-Master.
           if WS-Inv-File-Stat not = '00'
               display 'INVENTORY MASTER NOT AVAILABLE, STATUS: '
                   WS-Inv-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           open output Kit-Report.

           accept WS-Date from date.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           add WS-YY 2000 giving RPT-YR.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

      *********************************************
      * The posted master, and the locations on   *
      * it - blank is the main store              *
      *********************************************
       120-Load-Inv-Rtn.
           perform until WS-Inv-EOF = 'YES'
               read Inv-Master
                   at end
                       move 'YES' to WS-Inv-EOF
                   not at end
                       if INV-Location = spaces
                           move WS-Main-Store-Loc to INV-Location
                       end-if
                       if WS-Inv-Count < 600
                           add 1 to WS-Inv-Count
                           move INV-Name to WI-Name(WS-Inv-Count)
                           move INV-Location to WI-Loc(WS-Inv-Count)
                           move INV-Qty-On-Hand
                               to WI-Qty(WS-Inv-Count)
                       else
                           display 'INVENTORY TABLE CAPACITY '
                               'EXCEEDED AT 600 - RUN HALTED'
                           stop run
                       end-if
                       perform 125-Add-Location-Rtn
               end-read
           end-perform.
           close Inv-Master.

       125-Add-Location-Rtn.
           move 'N' to WS-Loc-Found.
           perform varying WS-Loc-Idx from 1 by 1
               until WS-Loc-Idx > WS-Loc-Count
               if WS-Loc-Code(WS-Loc-Idx) = INV-Location
                   move 'Y' to WS-Loc-Found
                   move WS-Loc-Count to WS-Loc-Idx
               end-if
           end-perform.
           if WS-Loc-Found = 'N'
               if WS-Loc-Count < 50
                   add 1 to WS-Loc-Count
                   move INV-Location to WS-Loc-Code(WS-Loc-Count)
               else
                   display 'LOCATION TABLE CAPACITY EXCEEDED AT '
                       '50 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *********************************************
      * The kit structures in file order - a row  *
      * with no quantity, or a kit listed as its  *
      * own component, is dropped as the posting  *
      * drops it                                  *
      *********************************************
       130-Load-Kits-Rtn.
           perform until WS-Kit-EOF = 'YES'
               read Kit-File
                   at end
                       move 'YES' to WS-Kit-EOF
                   not at end
                       evaluate true
                           when KIT-Qty-Per not numeric
                               or KIT-Qty-Per = zero
                               or KIT-Comp = spaces
                               or KIT-Comp = KIT-Name
                               display 'KIT STRUCTURE ROW IGNORED: '
                                   KIT-Name ' ' KIT-Comp
                           when WS-Kit-Count < 300
                               add 1 to WS-Kit-Count
                               move KIT-Name to WK-Name(WS-Kit-Count)
                               move KIT-Comp to WK-Comp(WS-Kit-Count)
                               move KIT-Qty-Per
                                   to WK-Qty-Per(WS-Kit-Count)
                           when other
                               display 'KIT TABLE CAPACITY '
                                   'EXCEEDED AT 300 - RUN HALTED'
                               stop run
                       end-evaluate
               end-read
           end-perform.
           close Kit-File.

      *********************************************
      * Where used - component order, each with   *
      * every kit it goes into                    *
      *********************************************
       200-Where-Used-Rtn.
           move 'COMPONENTS AND THE KITS THEY GO INTO' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           sort Kit-Sort-File
               on ascending key KSK-Comp KSK-Kit
               input procedure 205-Release-Kits-Rtn
               giving Kit-Sorted.
           open input Kit-Sorted.
           perform until More-Records = 'NO '
               read Kit-Sorted
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 210-Used-In-Rtn
               end-read
           end-perform.
           close Kit-Sorted.
           write Report-Rec from Blank-Line.

       205-Release-Kits-Rtn.
           perform varying WS-Kit-Idx from 1 by 1
               until WS-Kit-Idx > WS-Kit-Count
               move WK-Comp(WS-Kit-Idx) to KSK-Comp
               move WK-Name(WS-Kit-Idx) to KSK-Kit
               move WK-Qty-Per(WS-Kit-Idx) to KSK-Qty-Per
               release KSK-REC
           end-perform.

       210-Used-In-Rtn.
           if KSO-Comp not = WS-Comp-Hold
               if WS-Comp-Hold not = spaces
                   write Report-Rec from Blank-Line
               end-if
               move KSO-Comp to WS-Comp-Hold
               add 1 to WS-Comp-Count
               move zero to WS-Comp-On-Hand
               perform varying WS-Inv-Idx from 1 by 1
                   until WS-Inv-Idx > WS-Inv-Count
                   if WI-Name(WS-Inv-Idx) = KSO-Comp
                       add WI-Qty(WS-Inv-Idx) to WS-Comp-On-Hand
                   end-if
               end-perform
               move KSO-Comp to RCL-Comp
               move WS-Comp-On-Hand to RCL-On-Hand
               write Report-Rec from RPT-COMP-LINE
           end-if.
           move KSO-Kit to RUL-Kit.
           move KSO-Qty-Per to RUL-Qty-Per.
           write Report-Rec from RPT-USED-LINE.

      *********************************************
      * Availability - each kit at each location  *
      * it or a component of it is stocked at     *
      *********************************************
       300-Availability-Rtn.
           move 'KIT AVAILABILITY BY LOCATION' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           perform varying WS-Kit-Row from 1 by 1
               until WS-Kit-Row > WS-Kit-Count
               perform 305-First-Row-Rtn
               if WS-Kit-First = WS-Kit-Row
                   perform varying WS-Loc-Idx from 1 by 1
                       until WS-Loc-Idx > WS-Loc-Count
                       move WS-Loc-Code(WS-Loc-Idx) to WS-Find-Loc
                       perform 310-Kit-At-Loc-Rtn
                   end-perform
               end-if
           end-perform.

      *    A kit has one row per component - it is listed from
      *    its first row only.
       305-First-Row-Rtn.
           move zero to WS-Kit-First.
           perform varying WS-Kit-Idx from 1 by 1
               until WS-Kit-Idx > WS-Kit-Row
               if WK-Name(WS-Kit-Idx) = WK-Name(WS-Kit-Row)
                   move WS-Kit-Idx to WS-Kit-First
                   move WS-Kit-Row to WS-Kit-Idx
               end-if
           end-perform.

       310-Kit-At-Loc-Rtn.
           move 'N' to WS-Stocked-Here.
           move zero to WS-Kit-On-Hand.
           move WK-Name(WS-Kit-Row) to WS-Find-Item.
           perform 320-Find-Inv-Rtn.
           if WS-Inv-Found = 'Y'
               move 'Y' to WS-Stocked-Here
               move WI-Qty(WS-Inv-Match) to WS-Kit-On-Hand
           end-if.
           move 99999 to WS-Kit-Can.
           move 'N' to WS-Kit-Short.
           perform varying WS-Kit-Idx from 1 by 1
               until WS-Kit-Idx > WS-Kit-Count
               if WK-Name(WS-Kit-Idx) = WK-Name(WS-Kit-Row)
                   move WK-Comp(WS-Kit-Idx) to WS-Find-Item
                   perform 320-Find-Inv-Rtn
                   if WS-Inv-Found = 'Y'
                       move 'Y' to WS-Stocked-Here
                       move WI-Qty(WS-Inv-Match) to WS-Comp-Have
                   else
                       move zero to WS-Comp-Have
                   end-if
                   divide WK-Qty-Per(WS-Kit-Idx) into WS-Comp-Have
                       giving WS-Comp-Can
                   if WS-Comp-Can < WS-Kit-Can
                       move WS-Comp-Can to WS-Kit-Can
                   end-if
                   if WS-Comp-Can = zero
                       move 'Y' to WS-Kit-Short
                   end-if
               end-if
           end-perform.
           if WS-Stocked-Here = 'Y'
               perform 330-Print-Kit-Rtn
           end-if.

       320-Find-Inv-Rtn.
           move 'N' to WS-Inv-Found.
           perform varying WS-Inv-Idx from 1 by 1
               until WS-Inv-Idx > WS-Inv-Count
               if WI-Name(WS-Inv-Idx) = WS-Find-Item
                   and WI-Loc(WS-Inv-Idx) = WS-Find-Loc
                   move 'Y' to WS-Inv-Found
                   move WS-Inv-Idx to WS-Inv-Match
                   move WS-Inv-Count to WS-Inv-Idx
               end-if
           end-perform.

      *    The kit line, then every component that will not
      *    build one more kit.
       330-Print-Kit-Rtn.
           add 1 to WS-Kit-Loc-Count.
           move WK-Name(WS-Kit-Row) to RKL-Kit.
           move WS-Find-Loc to RKL-Loc.
           move WS-Kit-On-Hand to RKL-On-Hand.
           move WS-Kit-Can to RKL-Can.
           if WS-Kit-Short = 'Y'
               add 1 to WS-Short-Count
               move '** KIT SHORT **' to RKL-Flag
           else
               move spaces to RKL-Flag
           end-if.
           write Report-Rec from RPT-KIT-LINE.
           if WS-Kit-Short = 'Y'
               perform varying WS-Kit-Idx from 1 by 1
                   until WS-Kit-Idx > WS-Kit-Count
                   if WK-Name(WS-Kit-Idx) = WK-Name(WS-Kit-Row)
                       move WK-Comp(WS-Kit-Idx) to WS-Find-Item
                       perform 320-Find-Inv-Rtn
                       if WS-Inv-Found = 'Y'
                           move WI-Qty(WS-Inv-Match) to WS-Comp-Have
                       else
                           move zero to WS-Comp-Have
                       end-if
                       if WS-Comp-Have < WK-Qty-Per(WS-Kit-Idx)
                           move WK-Comp(WS-Kit-Idx) to RSL-Comp
                           move WK-Qty-Per(WS-Kit-Idx) to RSL-Qty-Per
                           move WS-Comp-Have to RSL-Have
                           write Report-Rec from RPT-SHORT-LINE
                       end-if
                   end-if
               end-perform
           end-if.

       900-Close-Module.
           write Report-Rec from Blank-Line.
           move 'Components used in kits:          ' to RTL-Label.
           move WS-Comp-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.
           move 'Kits listed by location:          ' to RTL-Label.
           move WS-Kit-Loc-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.
           move 'Kits short a component:           ' to RTL-Label.
           move WS-Short-Count to RTL-Count.
           write Report-Rec from RPT-TOT-LINE.

           close Kit-Report.
           display 'KIT LISTING COMPLETE - KITS SHORT: '
               WS-Short-Count.

       end program Ch2KitWU.
