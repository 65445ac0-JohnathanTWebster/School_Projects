       identification division.
       program-id. Ch2GLInv.
      *******************************************
      * Inventory general ledger interface.      *
      * Summarizes the inventory side of the     *
      * business into journal entries in the     *
      * Ch12GL journal layout, appended to       *
      * Ch12_Journal.dat the way the payroll     *
      * accrual is:                              *
      *   sales revenue (sales clearing to       *
      *   revenue) and the cost of the goods     *
      *   that shipped (cost of goods sold to    *
      *   inventory) off Program2's sales GL     *
      *   extract;                               *
      *   receipts at PO cost (inventory to      *
      *   received-not-invoiced) off Ch2POIss's  *
      *   receipts GL extract;                   *
      *   count variances not yet posted off     *
      *   the count audit trail, net gain or     *
      *   loss against the count variance        *
      *   account;                               *
      *   and the revaluation - when Ch2Value    *
      *   has taken a new month-end snapshot,    *
      *   the difference between it and the      *
      *   book value this interface has carried  *
      *   forward, so the ledger's inventory     *
      *   ends equal to the valuation.           *
      * Goods are costed at the vendor master's  *
      * unit cost (a kit with no cost of its own *
      * at the sum of its components), the same  *
      * cost Ch2Value uses.  Accounts come off   *
      * the inventory account mapping table.     *
      * The journal is proven in balance before  *
      * a record is appended, and the posting    *
      * register shows the proof.  Run after     *
      * Program2, Ch2POIss, Ch2Count and (at     *
      * month-end) Ch2Value - and after Ch12GL,  *
      * which starts the journal afresh.         *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Sales-GL-File
               assign to 'C:\Data\Data-Out\Ch2_SalesGL.dat'
               organization is line sequential
               file status is WS-Sgl-File-Stat.
           select Receipt-GL-File
               assign to 'C:\Data\Data-Out\Ch2_RcptGL.dat'
               organization is line sequential
               file status is WS-Rgl-File-Stat.
           select Count-Audit-File
               assign to 'C:\Data\Data-Work\Ch2_CntAudit.dat'
               organization is line sequential
               file status is WS-Aud-File-Stat.
           select Val-Snap-File
               assign to 'C:\Data\Data-Work\Ch2_ValSnap.dat'
               organization is line sequential
               file status is WS-Snap-File-Stat.
           select Vendor-Master
               assign to 'C:\Data\Data-In\Ch2_Vendor.dat'
               organization is line sequential
               file status is WS-Ven-File-Stat.
           select Kit-File
               assign to 'C:\Data\Data-In\Ch2_Kits.dat'
               organization is line sequential
               file status is WS-Kit-File-Stat.
           select Acct-Map-File
               assign to 'C:\Data\Data-In\Ch2_GLAcct.dat'
               organization is line sequential
               file status is WS-Map-File-Stat.
           select GL-Ctl-File
               assign to 'C:\Data\Data-Work\Ch2_GLCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Journal-File
               assign to 'C:\Data\Data-Out\Ch12_Journal.dat'
               organization is line sequential
               file status is WS-Jrn-File-Stat.
           select Posting-Report
               assign to 'C:\Data\Data-Out\Ch2_GLPost.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Sales-GL-File.
       01 SALES-GL-REC.
         05 SGL-Type           pic x(01).
         05 SGL-Item           pic x(20).
         05 SGL-Location       pic x(02).
         05 SGL-Qty            pic 9(05).
         05 SGL-Short          pic 9(05).
         05 SGL-Revenue        pic 9(07)v99.

       FD Receipt-GL-File.
       01 RECEIPT-GL-REC.
         05 RGL-PO-No          pic 9(06).
         05 RGL-Item           pic x(20).
         05 RGL-Location       pic x(02).
         05 RGL-Vendor         pic x(20).
         05 RGL-Qty            pic 9(05).
         05 RGL-Unit-Cost      pic 9(03)v99.

       FD Count-Audit-File.
       01 COUNT-AUDIT-REC.
         05 CAU-Item           pic x(20).
         05 CAU-Old-Qty        pic 9(05).
         05 CAU-New-Qty        pic 9(05).
         05 CAU-Team           pic x(03).
         05 CAU-Date           pic 9(08).
         05 CAU-Location       pic x(02).

       FD Val-Snap-File.
       01 VAL-SNAP-REC.
         05 VSN-Date           pic 9(08).
         05 VSN-Total          pic 9(11)v99.

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

      *********************************************
      * Inventory account mapping - 'I' rows map  *
      * the posting keys: SC sales clearing, SR   *
      * sales revenue, CG cost of goods sold, IN  *
      * inventory, RN received not invoiced, CV   *
      * count variance, RV inventory revaluation. *
      *********************************************
       FD Acct-Map-File.
       01 ACCT-MAP-REC.
         05 MAP-TYPE           pic x(01).
         05 MAP-KEY            pic x(02).
         05 MAP-ACCOUNT        pic 9(06).

      *********************************************
      * What has already reached the ledger - the *
      * count audit trail through this date, the  *
      * last valuation snapshot revalued to, and  *
      * the inventory book value carried since.   *
      * No file is the cutover run: the counts    *
      * and valuations before today were posted   *
      * by hand, and the last snapshot before     *
      * today is the opening book value.          *
      *********************************************
       FD GL-Ctl-File.
       01 GL-CTL-REC.
         05 GLC-Audit-Thru     pic 9(08).
         05 GLC-Snap-Date      pic 9(08).
         05 GLC-Book-Value     pic s9(11)v99
                               sign is leading separate.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Journal-File.
       01 JOURNAL-REC.
         05 JRN-ACCOUNT        pic 9(06).
         05 JRN-DC             pic x(01).
         05 JRN-AMOUNT         pic 9(09)v99.
         05 JRN-DESC           pic x(20).
         05 JRN-DATE           pic 9(08).

       FD Posting-Report.
       01 Report-Rec           pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Sgl-File-Stat   pic x(02) value '00'.
         05 WS-Rgl-File-Stat   pic x(02) value '00'.
         05 WS-Aud-File-Stat   pic x(02) value '00'.
         05 WS-Snap-File-Stat  pic x(02) value '00'.
         05 WS-Ven-File-Stat   pic x(02) value '00'.
         05 WS-Kit-File-Stat   pic x(02) value '00'.
         05 WS-Map-File-Stat   pic x(02) value '00'.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Jrn-File-Stat   pic x(02) value '00'.
         05 WS-Sgl-EOF         pic x(03) value 'NO '.
         05 WS-Rgl-EOF         pic x(03) value 'NO '.
         05 WS-Aud-EOF         pic x(03) value 'NO '.
         05 WS-Snap-EOF        pic x(03) value 'NO '.
         05 WS-Ven-EOF         pic x(03) value 'NO '.
         05 WS-Kit-EOF         pic x(03) value 'NO '.
         05 WS-Map-EOF         pic x(03) value 'NO '.
         05 WS-Cutover         pic x(01) value 'N'.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).

       01 WS-Activity-Totals.
         05 WS-Sale-Count      pic 9(05) value zero.
         05 WS-Fill-Count      pic 9(05) value zero.
         05 WS-Rcpt-Count      pic 9(05) value zero.
         05 WS-NoPO-Count      pic 9(05) value zero.
         05 WS-Cnt-Count       pic 9(05) value zero.
         05 WS-Tot-Revenue     pic 9(09)v99 value zero.
         05 WS-Tot-COGS        pic 9(09)v99 value zero.
         05 WS-Tot-Receipts    pic 9(09)v99 value zero.
         05 WS-Tot-Cnt-Gain    pic 9(09)v99 value zero.
         05 WS-Tot-Cnt-Loss    pic 9(09)v99 value zero.
         05 WS-Net-Cnt         pic s9(09)v99 value zero.
         05 WS-Revaluation     pic s9(11)v99 value zero.
         05 WS-Ship-Qty        pic 9(05) value zero.
         05 WS-Var-Qty         pic s9(05) value zero.
         05 WS-Ext-Value       pic 9(09)v99 value zero.

      *    The book value and the snapshots it is proven to -
      *    the newest on or before today, and the newest before
      *    today for the cutover opening balance.
       01 WS-Book-Fields.
         05 WS-Audit-Thru      pic 9(08) value zero.
         05 WS-Snap-Date       pic 9(08) value zero.
         05 WS-Open-Book       pic s9(11)v99 value zero.
         05 WS-Book-Value      pic s9(11)v99 value zero.
         05 WS-Last-Snap-Date  pic 9(08) value zero.
         05 WS-Last-Snap-Total pic 9(11)v99 value zero.
         05 WS-Prior-Snap-Date pic 9(08) value zero.
         05 WS-Prior-Snap-Total pic 9(11)v99 value zero.
         05 WS-Reval-Snap-Date pic 9(08) value zero.

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

      *    The cost lookup - WS-Look-Item in, WS-Unit-Cost and
      *    WS-Cost-Found out.
       01 WS-Cost-Fields.
         05 WS-Look-Item       pic x(20) value spaces.
         05 WS-Unit-Cost       pic 9(05)v99 value zero.
         05 WS-Cost-Found      pic x(01) value 'N'.
         05 WS-Comp-Cost       pic 9(03)v99 value zero.
         05 WS-Comp-Found      pic x(01) value 'N'.
         05 WS-Kit-Rows        pic 9(03) value zero.

       01 WS-Map-Table-Area.
         05 WS-Map-Count       pic 9(03) value zero.
         05 WS-Map-Table       occurs 50 times.
           10 WMAP-Type         pic x(01).
           10 WMAP-Key          pic x(02).
           10 WMAP-Account      pic 9(06).
         05 WS-Map-Idx         pic 9(03) value zero.
         05 WS-Map-Acct        pic 9(06) value zero.
         05 WS-Map-Found       pic x(01) value 'N'.
         05 WS-Lookup-Key      pic x(02) value spaces.

      *    The journal is built here first and proven in balance
      *    before any of it is appended.
       01 WS-Jrn-Table-Area.
         05 WS-Jrn-Count       pic 9(02) value zero.
         05 WS-Jrn-Table       occurs 20 times.
           10 WJ-Account        pic 9(06).
           10 WJ-DC             pic x(01).
           10 WJ-Amount         pic 9(09)v99.
           10 WJ-Desc           pic x(20).
         05 WS-Jrn-Idx         pic 9(02) value zero.
         05 WS-Debit-Total     pic 9(11)v99 value zero.
         05 WS-Credit-Total    pic 9(11)v99 value zero.
         05 WS-Post-DC         pic x(01) value space.
         05 WS-Post-Amount     pic 9(09)v99 value zero.
         05 WS-Post-Desc       pic x(20) value spaces.

       01 WS-Exc-Table-Area.
         05 WS-Exc-Count       pic 9(03) value zero.
         05 WS-Exc-Table       occurs 200 times.
           10 WE-Source         pic x(08).
           10 WE-Item           pic x(20).
           10 WE-Loc            pic x(02).
           10 WE-Qty            pic 9(05).
         05 WS-Exc-Idx         pic 9(03) value zero.
         05 WS-Exc-Source      pic x(08) value spaces.
         05 WS-Exc-Item        pic x(20) value spaces.
         05 WS-Exc-Loc         pic x(02) value spaces.
         05 WS-Exc-Qty         pic 9(05) value zero.

       01 WS-Edit-Date         pic 9(08) value zero.
       01 WS-Edit-Date-Split redefines WS-Edit-Date.
         05 WED-YYYY           pic 9(04).
         05 WED-MM             pic 9(02).
         05 WED-DD             pic 9(02).

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(18) value spaces.
         05 Filler             pic x(32) value
              'Inventory GL Posting Register   '.
         05 Filler             pic x(02) value spaces.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(18) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             pic x(03) value spaces.
         05 RSH-Text           pic x(77).

       01 RPT-ACT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RAL-Label          pic x(36).
         05 RAL-Count          pic zz,zz9 blank when zero.
         05 Filler             pic x(04) value spaces.
         05 RAL-Amount         pic $$,$$$,$$$,$$9.99-.
         05 Filler             pic x(13) value spaces.

       01 RPT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RL-Account         pic 9(06).
         05 Filler             pic x(02) value spaces.
         05 RL-DC              pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RL-Desc            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RL-Amount          pic $$$,$$$,$$9.99.
         05 Filler             pic x(29) value spaces.

       01 RPT-BAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(16) value 'Total debits:   '.
         05 RB-Debits          pic $$$,$$$,$$9.99.
         05 Filler             pic x(17) value '  Total credits: '.
         05 RB-Credits         pic $$$,$$$,$$9.99.
         05 Filler             pic x(16) value spaces.

       01 RPT-MSG-LINE.
         05 Filler             pic x(03) value spaces.
         05 RM-Text            pic x(77).

       01 RPT-EXC-LINE.
         05 Filler             pic x(06) value spaces.
         05 REX-Source         pic x(08).
         05 Filler             pic x(01) value spaces.
         05 REX-Item           pic x(20).
         05 Filler             pic x(05) value ' loc '.
         05 REX-Loc            pic x(02).
         05 Filler             pic x(06) value ' qty  '.
         05 REX-Qty            pic zz,zz9.
         05 Filler             pic x(26) value
              '  ** NO COST - NOT POSTED'.

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
           perform 120-Load-Map-Rtn.
           perform 130-Load-Costs-Rtn.
           perform 140-Load-Control-Rtn.
           perform 200-Sales-Rtn.
           perform 210-Receipts-Rtn.
           perform 220-Counts-Rtn.
           perform 230-Revalue-Rtn.
           perform 400-Build-Journal-Rtn.
           perform 450-Post-Journal-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - run date (the payroll      *
      * override if there is one)                 *
      *********************************************
       110-Startup-Module.
           open output Posting-Report.
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
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

       120-Load-Map-Rtn.
           open input Acct-Map-File.
           if WS-Map-File-Stat not = '00'
               display 'INVENTORY ACCOUNT MAP NOT AVAILABLE, STATUS: '
                   WS-Map-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Map-EOF = 'YES'
               read Acct-Map-File
                   at end
                       move 'YES' to WS-Map-EOF
                   not at end
                       if WS-Map-Count < 50
                           add 1 to WS-Map-Count
                           move MAP-TYPE to WMAP-Type(WS-Map-Count)
                           move MAP-KEY to WMAP-Key(WS-Map-Count)
                           move MAP-ACCOUNT
                               to WMAP-Account(WS-Map-Count)
                       else
                           display 'ACCOUNT MAP TABLE CAPACITY '
                               'EXCEEDED AT 50 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Acct-Map-File.

      *    Unit costs off the vendor master (the first vendor
      *    listed for an item, as Ch2Value takes it) and the kit
      *    structures for kits with no cost of their own.
       130-Load-Costs-Rtn.
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
      * Where the ledger stands - and the         *
      * valuation snapshots to prove it to        *
      *********************************************
       140-Load-Control-Rtn.
           open input GL-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read GL-Ctl-File
                   at end
                       move 'Y' to WS-Cutover
                   not at end
                       move GLC-Audit-Thru to WS-Audit-Thru
                       move GLC-Snap-Date to WS-Snap-Date
                       move GLC-Book-Value to WS-Book-Value
               end-read
               close GL-Ctl-File
           else
               move 'Y' to WS-Cutover
           end-if.

           open input Val-Snap-File.
           if WS-Snap-File-Stat not = '00'
               move 'YES' to WS-Snap-EOF
           end-if.
           perform until WS-Snap-EOF = 'YES'
               read Val-Snap-File
                   at end
                       move 'YES' to WS-Snap-EOF
                   not at end
                       if VSN-Date not > WS-Run-Date-Key
                           and VSN-Date not < WS-Last-Snap-Date
                           move VSN-Date to WS-Last-Snap-Date
                           move VSN-Total to WS-Last-Snap-Total
                       end-if
                       if VSN-Date < WS-Run-Date-Key
                           and VSN-Date not < WS-Prior-Snap-Date
                           move VSN-Date to WS-Prior-Snap-Date
                           move VSN-Total to WS-Prior-Snap-Total
                       end-if
               end-read
           end-perform.
           if WS-Snap-File-Stat = '00' or WS-Snap-File-Stat = '10'
               close Val-Snap-File
           end-if.

           if WS-Cutover = 'Y'
               move WS-Prior-Snap-Date to WS-Snap-Date
               move WS-Prior-Snap-Total to WS-Book-Value
               move spaces to RM-Text
               if WS-Prior-Snap-Date = zero
                   move 'CUTOVER RUN - NO PRIOR VALUATION, BOOK VALUE 0'
                       to RM-Text
               else
                   move WS-Prior-Snap-Date to WS-Edit-Date
                   perform 520-Edit-Date-Rtn
                   string 'CUTOVER RUN - OPENING BOOK VALUE FROM '
                       'VALUATION OF ' RPT-EDIT-DATE
                       delimited by size into RM-Text
               end-if
               write Report-Rec from RPT-MSG-LINE
               write Report-Rec from Blank-Line
           end-if.
           move WS-Book-Value to WS-Open-Book.

      *********************************************
      * Sales - the revenue as sold, and the cost *
      * of what shipped: a sale less the part     *
      * backordered, or a backorder filled        *
      *********************************************
       200-Sales-Rtn.
           open input Sales-GL-File.
           if WS-Sgl-File-Stat not = '00'
               move 'YES' to WS-Sgl-EOF
           end-if.
           perform until WS-Sgl-EOF = 'YES'
               read Sales-GL-File
                   at end
                       move 'YES' to WS-Sgl-EOF
                   not at end
                       perform 205-Sale-One-Rtn
               end-read
           end-perform.
           if WS-Sgl-File-Stat = '00' or WS-Sgl-File-Stat = '10'
               close Sales-GL-File
           end-if.

       205-Sale-One-Rtn.
           if SGL-Type = 'F'
               add 1 to WS-Fill-Count
               move SGL-Qty to WS-Ship-Qty
           else
               add 1 to WS-Sale-Count
               add SGL-Revenue to WS-Tot-Revenue
               if SGL-Short < SGL-Qty
                   compute WS-Ship-Qty = SGL-Qty - SGL-Short
               else
                   move zero to WS-Ship-Qty
               end-if
           end-if.
           if WS-Ship-Qty > zero
               move SGL-Item to WS-Look-Item
               perform 300-Find-Cost-Rtn
               if WS-Cost-Found = 'Y'
                   compute WS-Ext-Value = WS-Ship-Qty * WS-Unit-Cost
                   add WS-Ext-Value to WS-Tot-COGS
               else
                   move 'SALE' to WS-Exc-Source
                   move SGL-Item to WS-Exc-Item
                   move SGL-Location to WS-Exc-Loc
                   move WS-Ship-Qty to WS-Exc-Qty
                   perform 310-Log-Exception-Rtn
               end-if
           end-if.

      *    Receipts come already costed at the PO price.
       210-Receipts-Rtn.
           open input Receipt-GL-File.
           if WS-Rgl-File-Stat not = '00'
               move 'YES' to WS-Rgl-EOF
           end-if.
           perform until WS-Rgl-EOF = 'YES'
               read Receipt-GL-File
                   at end
                       move 'YES' to WS-Rgl-EOF
                   not at end
                       add 1 to WS-Rcpt-Count
                       if RGL-PO-No = zero
                           add 1 to WS-NoPO-Count
                       end-if
                       if RGL-Unit-Cost = zero
                           move 'RECEIPT' to WS-Exc-Source
                           move RGL-Item to WS-Exc-Item
                           move RGL-Location to WS-Exc-Loc
                           move RGL-Qty to WS-Exc-Qty
                           perform 310-Log-Exception-Rtn
                       else
                           compute WS-Ext-Value =
                               RGL-Qty * RGL-Unit-Cost
                           add WS-Ext-Value to WS-Tot-Receipts
                       end-if
               end-read
           end-perform.
           if WS-Rgl-File-Stat = '00' or WS-Rgl-File-Stat = '10'
               close Receipt-GL-File
           end-if.

      *********************************************
      * Count variances on the audit trail not    *
      * yet posted - the cutover run takes only   *
      * today's                                   *
      *********************************************
       220-Counts-Rtn.
           if WS-Cutover = 'Y'
               move zero to WS-Audit-Thru
           end-if.
           open input Count-Audit-File.
           if WS-Aud-File-Stat not = '00'
               move 'YES' to WS-Aud-EOF
           end-if.
           perform until WS-Aud-EOF = 'YES'
               read Count-Audit-File
                   at end
                       move 'YES' to WS-Aud-EOF
                   not at end
                       if CAU-Date not > WS-Run-Date-Key
                           and (CAU-Date > WS-Audit-Thru
                               and (WS-Cutover = 'N'
                                   or CAU-Date = WS-Run-Date-Key))
                           perform 225-Count-One-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Aud-File-Stat = '00' or WS-Aud-File-Stat = '10'
               close Count-Audit-File
           end-if.
           move WS-Run-Date-Key to WS-Audit-Thru.
           compute WS-Net-Cnt = WS-Tot-Cnt-Gain - WS-Tot-Cnt-Loss.

       225-Count-One-Rtn.
           compute WS-Var-Qty = CAU-New-Qty - CAU-Old-Qty.
           if WS-Var-Qty not = zero
               add 1 to WS-Cnt-Count
               move CAU-Item to WS-Look-Item
               perform 300-Find-Cost-Rtn
               if WS-Cost-Found = 'Y'
                   if WS-Var-Qty > zero
                       compute WS-Ext-Value =
                           (CAU-New-Qty - CAU-Old-Qty) * WS-Unit-Cost
                       add WS-Ext-Value to WS-Tot-Cnt-Gain
                   else
                       compute WS-Ext-Value =
                           (CAU-Old-Qty - CAU-New-Qty) * WS-Unit-Cost
                       add WS-Ext-Value to WS-Tot-Cnt-Loss
                   end-if
               else
                   move 'COUNT' to WS-Exc-Source
                   move CAU-Item to WS-Exc-Item
                   move CAU-Location to WS-Exc-Loc
                   if WS-Var-Qty > zero
                       compute WS-Exc-Qty = CAU-New-Qty - CAU-Old-Qty
                   else
                       compute WS-Exc-Qty = CAU-Old-Qty - CAU-New-Qty
                   end-if
                   perform 310-Log-Exception-Rtn
               end-if
           end-if.

      *********************************************
      * The book value moves with this run's      *
      * activity.  A valuation snapshot newer     *
      * than the last one revalued to is the      *
      * truth: the difference is the revaluation  *
      * and the book value becomes the snapshot.  *
      *********************************************
       230-Revalue-Rtn.
           compute WS-Book-Value = WS-Book-Value + WS-Tot-Receipts
               - WS-Tot-COGS + WS-Net-Cnt.
           if WS-Last-Snap-Date > WS-Snap-Date
               compute WS-Revaluation =
                   WS-Last-Snap-Total - WS-Book-Value
               move WS-Last-Snap-Total to WS-Book-Value
               move WS-Last-Snap-Date to WS-Snap-Date
               move WS-Last-Snap-Date to WS-Reval-Snap-Date
           end-if.

      *********************************************
      * Cost of one unit - the vendor master's,   *
      * or for a kit with none the sum of its     *
      * components'.  No cost anywhere is an      *
      * exception, not a zero.                    *
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

       310-Log-Exception-Rtn.
           if WS-Exc-Count < 200
               add 1 to WS-Exc-Count
               move WS-Exc-Source to WE-Source(WS-Exc-Count)
               move WS-Exc-Item to WE-Item(WS-Exc-Count)
               move WS-Exc-Loc to WE-Loc(WS-Exc-Count)
               move WS-Exc-Qty to WE-Qty(WS-Exc-Count)
           else
               display 'COST EXCEPTION TABLE CAPACITY EXCEEDED AT '
                   '200 - RUN HALTED'
               stop run
           end-if.

      *********************************************
      * Each activity is its own balanced pair of *
      * lines; a zero amount writes nothing       *
      *********************************************
       400-Build-Journal-Rtn.
           move 'SC' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Tot-Revenue to WS-Post-Amount.
           move 'SALES CLEARING      ' to WS-Post-Desc.
           perform 410-Add-Line-Rtn.
           move 'SR' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move 'SALES REVENUE       ' to WS-Post-Desc.
           perform 410-Add-Line-Rtn.

           move 'CG' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Tot-COGS to WS-Post-Amount.
           move 'COST OF GOODS SOLD  ' to WS-Post-Desc.
           perform 410-Add-Line-Rtn.
           move 'IN' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move 'INVENTORY - SHIPPED ' to WS-Post-Desc.
           perform 410-Add-Line-Rtn.

           move 'IN' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Tot-Receipts to WS-Post-Amount.
           move 'INVENTORY - RECEIVED' to WS-Post-Desc.
           perform 410-Add-Line-Rtn.
           move 'RN' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move 'RECEIVED NOT INVOICD' to WS-Post-Desc.
           perform 410-Add-Line-Rtn.

           if WS-Net-Cnt > zero
               move WS-Net-Cnt to WS-Post-Amount
               move 'IN' to WS-Lookup-Key
               move 'D' to WS-Post-DC
               move 'INVENTORY - COUNTED ' to WS-Post-Desc
               perform 410-Add-Line-Rtn
               move 'CV' to WS-Lookup-Key
               move 'C' to WS-Post-DC
               move 'COUNT VARIANCE GAIN ' to WS-Post-Desc
               perform 410-Add-Line-Rtn
           else
               compute WS-Post-Amount =
                   WS-Tot-Cnt-Loss - WS-Tot-Cnt-Gain
               move 'CV' to WS-Lookup-Key
               move 'D' to WS-Post-DC
               move 'COUNT VARIANCE LOSS ' to WS-Post-Desc
               perform 410-Add-Line-Rtn
               move 'IN' to WS-Lookup-Key
               move 'C' to WS-Post-DC
               move 'INVENTORY - COUNTED ' to WS-Post-Desc
               perform 410-Add-Line-Rtn
           end-if.

           if WS-Revaluation > zero
               move WS-Revaluation to WS-Post-Amount
               move 'IN' to WS-Lookup-Key
               move 'D' to WS-Post-DC
               move 'INVENTORY - REVALUED' to WS-Post-Desc
               perform 410-Add-Line-Rtn
               move 'RV' to WS-Lookup-Key
               move 'C' to WS-Post-DC
               move 'REVALUATION GAIN    ' to WS-Post-Desc
               perform 410-Add-Line-Rtn
           else
               subtract WS-Revaluation from zero
                   giving WS-Post-Amount
               move 'RV' to WS-Lookup-Key
               move 'D' to WS-Post-DC
               move 'REVALUATION LOSS    ' to WS-Post-Desc
               perform 410-Add-Line-Rtn
               move 'IN' to WS-Lookup-Key
               move 'C' to WS-Post-DC
               move 'INVENTORY - REVALUED' to WS-Post-Desc
               perform 410-Add-Line-Rtn
           end-if.

       410-Add-Line-Rtn.
           if WS-Post-Amount > zero
               perform 500-Find-Account-Rtn
               add 1 to WS-Jrn-Count
               move WS-Map-Acct to WJ-Account(WS-Jrn-Count)
               move WS-Post-DC to WJ-DC(WS-Jrn-Count)
               move WS-Post-Amount to WJ-Amount(WS-Jrn-Count)
               move WS-Post-Desc to WJ-Desc(WS-Jrn-Count)
               if WS-Post-DC = 'D'
                   add WS-Post-Amount to WS-Debit-Total
               else
                   add WS-Post-Amount to WS-Credit-Total
               end-if
           end-if.

      *********************************************
      * The proof, then the posting - an out-of-  *
      * balance journal is never appended; the    *
      * run fails loudly and the control file is  *
      * left where it was                         *
      *********************************************
       450-Post-Journal-Rtn.
           move 'ACTIVITY SUMMARIZED' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           move 'Sales - revenue' to RAL-Label.
           move WS-Sale-Count to RAL-Count.
           move WS-Tot-Revenue to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Cost of goods shipped (fills incl.)' to RAL-Label.
           compute RAL-Count = WS-Sale-Count + WS-Fill-Count.
           move WS-Tot-COGS to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Receipts at PO cost' to RAL-Label.
           move WS-Rcpt-Count to RAL-Count.
           move WS-Tot-Receipts to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move '   of which received with no PO' to RAL-Label.
           move WS-NoPO-Count to RAL-Count.
           move zero to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Count variances - net' to RAL-Label.
           move WS-Cnt-Count to RAL-Count.
           move WS-Net-Cnt to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           write Report-Rec from Blank-Line.

           move 'INVENTORY BOOK VALUE' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           move 'Book value brought forward' to RAL-Label.
           move zero to RAL-Count.
           move WS-Open-Book to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           if WS-Reval-Snap-Date > zero
               move WS-Reval-Snap-Date to WS-Edit-Date
               perform 520-Edit-Date-Rtn
               move spaces to RAL-Label
               string 'Revalued to valuation of '
                   RPT-EDIT-DATE delimited by size into RAL-Label
               move WS-Revaluation to RAL-Amount
               write Report-Rec from RPT-ACT-LINE
           end-if.
           move 'Book value carried forward' to RAL-Label.
           move WS-Book-Value to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           write Report-Rec from Blank-Line.

           move 'JOURNAL' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           perform varying WS-Jrn-Idx from 1 by 1
               until WS-Jrn-Idx > WS-Jrn-Count
               move WJ-Account(WS-Jrn-Idx) to RL-Account
               if WJ-DC(WS-Jrn-Idx) = 'D'
                   move 'DR' to RL-DC
               else
                   move 'CR' to RL-DC
               end-if
               move WJ-Desc(WS-Jrn-Idx) to RL-Desc
               move WJ-Amount(WS-Jrn-Idx) to RL-Amount
               write Report-Rec from RPT-LINE
           end-perform.
           write Report-Rec from Blank-Line.
           move WS-Debit-Total to RB-Debits.
           move WS-Credit-Total to RB-Credits.
           write Report-Rec from RPT-BAL-LINE.

           if WS-Debit-Total not = WS-Credit-Total
               move 'JOURNAL OUT OF BALANCE - NOTHING POSTED'
                   to RM-Text
               write Report-Rec from RPT-MSG-LINE
               close Posting-Report
               display 'INVENTORY GL JOURNAL OUT OF BALANCE - DEBITS '
                   WS-Debit-Total ' CREDITS ' WS-Credit-Total
                   ' - NO JOURNAL WRITTEN, RUN HALTED'
               stop run
           end-if.

           if WS-Jrn-Count = zero
               move 'NO INVENTORY ACTIVITY TO POST - NO JOURNAL'
                   to RM-Text
               write Report-Rec from RPT-MSG-LINE
           else
               open extend Journal-File
               if WS-Jrn-File-Stat not = '00'
                   open output Journal-File
               end-if
               perform varying WS-Jrn-Idx from 1 by 1
                   until WS-Jrn-Idx > WS-Jrn-Count
                   move WJ-Account(WS-Jrn-Idx) to JRN-ACCOUNT
                   move WJ-DC(WS-Jrn-Idx) to JRN-DC
                   move WJ-Amount(WS-Jrn-Idx) to JRN-AMOUNT
                   move WJ-Desc(WS-Jrn-Idx) to JRN-DESC
                   move WS-Run-Date-Key to JRN-DATE
                   write JOURNAL-REC
               end-perform
               close Journal-File
               move spaces to RM-Text
               string 'JOURNAL IN BALANCE - ' WS-Jrn-Count
                   ' RECORDS APPENDED TO CH12_JOURNAL.DAT'
                   delimited by size into RM-Text
               write Report-Rec from RPT-MSG-LINE
           end-if.

           if WS-Exc-Count > zero
               write Report-Rec from Blank-Line
               move 'ITEMS WITH NO COST - LEFT TO THE REVALUATION'
                   to RSH-Text
               write Report-Rec from RPT-SECT-HDR
               perform varying WS-Exc-Idx from 1 by 1
                   until WS-Exc-Idx > WS-Exc-Count
                   move WE-Source(WS-Exc-Idx) to REX-Source
                   move WE-Item(WS-Exc-Idx) to REX-Item
                   move WE-Loc(WS-Exc-Idx) to REX-Loc
                   move WE-Qty(WS-Exc-Idx) to REX-Qty
                   write Report-Rec from RPT-EXC-LINE
               end-perform
           end-if.

      *********************************************
      * Map key to account - an unmapped key      *
      * posts to the suspense account 999999 and  *
      * says so, rather than dropping money       *
      *********************************************
       500-Find-Account-Rtn.
           move 'N' to WS-Map-Found.
           move 999999 to WS-Map-Acct.
           perform varying WS-Map-Idx from 1 by 1
               until WS-Map-Idx > WS-Map-Count
               if WMAP-Type(WS-Map-Idx) = 'I'
                   and WMAP-Key(WS-Map-Idx) = WS-Lookup-Key
                   move 'Y' to WS-Map-Found
                   move WMAP-Account(WS-Map-Idx) to WS-Map-Acct
                   move WS-Map-Count to WS-Map-Idx
               end-if
           end-perform.
           if WS-Map-Found = 'N'
               display 'NO ACCOUNT MAPPED FOR I/' WS-Lookup-Key
                   ' - POSTED TO SUSPENSE 999999'
           end-if.

       520-Edit-Date-Rtn.
           move WED-MM to RED-MM.
           move WED-DD to RED-DD.
           move WED-YYYY to RED-YYYY.

      *    The control moves forward only once the journal is on
      *    the file.
       900-Close-Module.
           open output GL-Ctl-File.
           move WS-Audit-Thru to GLC-Audit-Thru.
           move WS-Snap-Date to GLC-Snap-Date.
           move WS-Book-Value to GLC-Book-Value.
           write GL-CTL-REC.
           close GL-Ctl-File.
           close Posting-Report.
           display 'INVENTORY GL INTERFACE COMPLETE - JOURNAL LINES: '
               WS-Jrn-Count.

       end program Ch2GLInv.
