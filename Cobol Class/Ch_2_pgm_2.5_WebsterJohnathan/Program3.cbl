      * maintenance, no more stale              *
      * suppressions.  The expediting report     *
      * lists every open PO already past the     *
      * vendor's lead-days promise.  A PO is     *
      * for one item at one inventory location,  *
      * and a receiving applies only to POs for  *
      * the location it was received at.         *
      * Every receipt is valued at the PO's unit *
      * cost on the receipts GL extract for the  *
      * inventory GL interface (Ch2GLInv).       *
      *******************************************
       environment division.
       configuration section.
           select Issue-Report
               assign to 'C:\Data\Data-Out\Ch2_POIssue.rpt'
               organization is line sequential.
           select Receipt-GL-File
               assign to 'C:\Data\Data-Out\Ch2_RcptGL.dat'
               organization is line sequential.
           select Run-Stats-File
               assign to 'C:\Data\Data-Work\Ops_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.

       data division.
       file section.
      * One record per purchase order ever         *
      * issued: what was ordered from whom, how    *
      * much has arrived, the promise it was       *
      * placed under, its status - 'O' open,       *
      * 'C' closed by full receipt - and the       *
      * location it was bought for (blank is the   *
      * main store).                               *
      *********************************************
       FD PO-Master-In.
       01 PO-REC-IN.
         05 POI-Close-Date     pic 9(08).
         05 POI-Lead-Days      pic 9(03).
         05 POI-Status         pic x(01).
         05 POI-Location       pic x(02).

       FD PO-Master-Out.
       01 PO-REC-OUT.
         05 POO-Close-Date     pic 9(08).
         05 POO-Lead-Days      pic 9(03).
         05 POO-Status         pic x(01).
         05 POO-Location       pic x(02).

       FD PO-Suggest-File.
       01 PO-SUGG-REC.
         05 PSG-Vendor-Name    pic x(20).
         05 PSG-Order-Qty      pic 9(05).
         05 PSG-Lead-Days      pic 9(03).
         05 PSG-Location       pic x(02).

      *********************************************
      * The buyer's approvals - one item name and  *
      * location per record, blank location the    *
      * main store.  No file, nothing issues.      *
      *********************************************
       FD PO-Approve-File.
       01 PO-APPR-REC.
         05 APR-Item-Name      pic x(20).
         05 APR-Location       pic x(02).

       FD Trans-File.
       01 TRANS-REC.
         05 NAME-IN            pic x(20).
         05 Unit-Price-In      pic 9(3)v99.
         05 QTY-In             pic 9(3).
         05 TRANS-Slsp-Name    pic x(15).
         05 TRANS-Location     pic x(02).
         05 TRANS-To-Loc       pic x(02).
         05 TRANS-Lot-No       pic x(10).
         05 TRANS-Expiry       pic 9(08).

       FD Vendor-Master.
       01 VENDOR-REC.
       FD Open-Order-File.
       01 OPEN-ORDER-REC.
         05 OPN-Item-Name      pic x(20).
         05 OPN-Location       pic x(02).

       FD Issue-Report.
       01 Report-Rec           pic x(94).

      *********************************************
      * One record per receipt applied to a PO,   *
      * at the PO's unit cost - what Ch2GLInv     *
      * debits to inventory.  Stock received with *
      * no open PO to apply to carries PO number  *
      * zero and the vendor master's cost.        *
      *********************************************
       FD Receipt-GL-File.
       01 RECEIPT-GL-REC.
         05 RGL-PO-No          pic 9(06).
         05 RGL-Item           pic x(20).
         05 RGL-Location       pic x(02).
         05 RGL-Vendor         pic x(20).
         05 RGL-Qty            pic 9(05).
         05 RGL-Unit-Cost      pic 9(03)v99.

      *********************************************
      * Record counts for the nightly driver      *
      * (OPSDRIVR) - suggestions read must equal  *
      * those issued, those skipped for a PO      *
      * already open, and those not approved      *
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
         05 WS-Closed-Count    pic 9(04) value zero.
         05 WS-Late-Count      pic 9(04) value zero.
         05 WS-Open-Count      pic 9(04) value zero.
         05 WS-Sugg-Read-Count pic 9(04) value zero.
         05 WS-Skip-Count      pic 9(04) value zero.
         05 WS-NoAppr-Count    pic 9(04) value zero.
         05 WS-Stats-File-Stat pic x(02) value '00'.
         05 WS-Apply-Qty       pic 9(05) value zero.
         05 WS-Room            pic s9(06) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Main-Store-Loc  pic x(02) value '01'.
         05 WS-Find-Loc        pic x(02) value spaces.

       01 WS-PO-Table-Area.
         05 WS-PO-Count        pic 9(03) value zero.
           10 WP-Close-Date     pic 9(08).
           10 WP-Lead-Days      pic 9(03).
           10 WP-Status         pic x(01).
           10 WP-Loc            pic x(02).
         05 WS-PO-Idx          pic 9(03) value zero.
         05 WS-PO-Match        pic 9(03) value zero.
         05 WS-PO-Found        pic x(01) value 'N'.
         05 WS-Appr-Count      pic 9(03) value zero.
         05 WS-Appr-Table      occurs 200 times.
           10 WA-Item           pic x(20).
           10 WA-Loc            pic x(02).
         05 WS-Appr-Idx        pic 9(03) value zero.
         05 WS-Appr-Found      pic x(01) value 'N'.

         05 WS-Ven-Idx         pic 9(03) value zero.
         05 WS-Ven-Found       pic x(01) value 'N'.
         05 WS-Ven-Cost        pic 9(03)v99 value zero.
         05 WS-Look-Item       pic x(20) value spaces.

       01 WS-Issue-Date-Split.
         05 WID-YYYY           pic 9(04).

       01 WS-Age-Disp          pic zzzzz9.

       01 Blank-Line           pic x(94) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(20) value spaces.
         05 Filler             pic x(02) value spaces.
         05 RPL-Item           pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RPL-Loc            pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RPL-Vendor         pic x(20).
         05 Filler             pic x(06) value ' qty  '.
         05 RPL-Qty            pic zz,zz9.
       110-Startup-Module.
           open output PO-Master-Out
                       Open-Order-File
                       Issue-Report
                       Receipt-GL-File.

           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
                               to WP-Lead-Days(WS-PO-Count)
                           move POI-Status
                               to WP-Status(WS-PO-Count)
                           if POI-Location = spaces
                               move WS-Main-Store-Loc
                                   to WP-Loc(WS-PO-Count)
                           else
                               move POI-Location
                                   to WP-Loc(WS-PO-Count)
                           end-if
                       else
                           display 'PO MASTER TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           add 1 to WS-Appr-Count
                           move APR-Item-Name
                               to WA-Item(WS-Appr-Count)
                           if APR-Location = spaces
                               move WS-Main-Store-Loc
                                   to WA-Loc(WS-Appr-Count)
                           else
                               move APR-Location
                                   to WA-Loc(WS-Appr-Count)
                           end-if
                       else
                           display 'APPROVAL TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
      *********************************************
      * Receiving transactions off the posting    *
      * file apply to the oldest open PO for the  *
      * item at the receiving location - a PO     *
      * whose ordered quantity has all arrived    *
      * closes under today's date                 *
      *********************************************
       200-Post-Receipts-Rtn.
           open input Trans-File.
           end-if.

       210-Apply-Receipt-Rtn.
           if TRANS-Location = spaces
               move WS-Main-Store-Loc to WS-Find-Loc
           else
               move TRANS-Location to WS-Find-Loc
           end-if.
           move QTY-In to WS-Apply-Qty.
           perform until WS-Apply-Qty = zero
               perform 215-Find-Oldest-Open-Rtn
               if WS-PO-Found = 'N'
                   perform 220-Receipt-No-PO-Rtn
                   move zero to WS-Apply-Qty
               else
                   compute WS-Room = WP-Qty(WS-PO-Match)
                       - WP-Rcvd(WS-PO-Match)
                   if WS-Apply-Qty < WS-Room
                       add WS-Apply-Qty to WP-Rcvd(WS-PO-Match)
                       move WS-Apply-Qty to RGL-Qty
                       perform 225-Receipt-GL-Rtn
                       move zero to WS-Apply-Qty
                   else
                       add WS-Room to WP-Rcvd(WS-PO-Match)
                       subtract WS-Room from WS-Apply-Qty
                       move WS-Room to RGL-Qty
                       perform 225-Receipt-GL-Rtn
                       move 'C' to WP-Status(WS-PO-Match)
                       move WS-Run-Date-Key
                           to WP-Close-Date(WS-PO-Match)
                       add 1 to WS-Closed-Count
                       move WP-No(WS-PO-Match) to RPL-No
                       move WP-Item(WS-PO-Match) to RPL-Item
                       move WP-Loc(WS-PO-Match) to RPL-Loc
                       move WP-Vendor(WS-PO-Match) to RPL-Vendor
                       move WP-Qty(WS-PO-Match) to RPL-Qty
                       move 'CLOSED - FULLY RECEIVED'
           perform varying WS-PO-Idx from 1 by 1
               until WS-PO-Idx > WS-PO-Count
               if WP-Item(WS-PO-Idx) = NAME-IN
                   and WP-Loc(WS-PO-Idx) = WS-Find-Loc
                   and WP-Status(WS-PO-Idx) = 'O'
                   if WS-PO-Found = 'N'
                       move 'Y' to WS-PO-Found
               end-if
           end-perform.

       220-Receipt-No-PO-Rtn.
           move NAME-IN to WS-Look-Item.
           perform 330-Find-Cost-Rtn.
           move zero to RGL-PO-No.
           move NAME-IN to RGL-Item.
           move WS-Find-Loc to RGL-Location.
           move spaces to RGL-Vendor.
           move WS-Apply-Qty to RGL-Qty.
           move WS-Ven-Cost to RGL-Unit-Cost.
           write RECEIPT-GL-REC.

       225-Receipt-GL-Rtn.
           move WP-No(WS-PO-Match) to RGL-PO-No.
           move WP-Item(WS-PO-Match) to RGL-Item.
           move WP-Loc(WS-PO-Match) to RGL-Location.
           move WP-Vendor(WS-PO-Match) to RGL-Vendor.
           move WP-Unit-Cost(WS-PO-Match) to RGL-Unit-Cost.
           write RECEIPT-GL-REC.

      *********************************************
      * An approved suggestion becomes a numbered *
      * PO - unless the item already has one      *
      * open for the location, which would just   *
      * double the order                          *
      *********************************************
       300-Issue-Approved-Rtn.
           open input PO-Suggest-File.
                   at end
                       move 'YES' to WS-Sugg-EOF
                   not at end
                       add 1 to WS-Sugg-Read-Count
                       perform 310-Issue-One-Rtn
               end-read
           end-perform.
           end-if.

       310-Issue-One-Rtn.
           if PSG-Location = spaces
               move WS-Main-Store-Loc to WS-Find-Loc
           else
               move PSG-Location to WS-Find-Loc
           end-if.
           move 'N' to WS-Appr-Found.
           perform varying WS-Appr-Idx from 1 by 1
               until WS-Appr-Idx > WS-Appr-Count
               if WA-Item(WS-Appr-Idx) = PSG-Item-Name
                   and WA-Loc(WS-Appr-Idx) = WS-Find-Loc
                   move 'Y' to WS-Appr-Found
                   move WS-Appr-Count to WS-Appr-Idx
               end-if
           end-perform.
           if WS-Appr-Found = 'N'
               add 1 to WS-NoAppr-Count
           else
               move PSG-Item-Name to NAME-IN
               perform 215-Find-Oldest-Open-Rtn
               if WS-PO-Found = 'Y'
                   display 'SUGGESTION FOR ' PSG-Item-Name
                       ' AT ' WS-Find-Loc ' SKIPPED - PO ALREADY OPEN'
                   add 1 to WS-Skip-Count
               else
                   perform 320-New-PO-Rtn
               end-if
               move PSG-Vendor-Name to WP-Vendor(WS-PO-Count)
               move PSG-Order-Qty to WP-Qty(WS-PO-Count)
               move zero to WP-Rcvd(WS-PO-Count)
               move PSG-Item-Name to WS-Look-Item
               perform 330-Find-Cost-Rtn
               move WS-Ven-Cost to WP-Unit-Cost(WS-PO-Count)
               move WS-Run-Date-Key
               move zero to WP-Close-Date(WS-PO-Count)
               move PSG-Lead-Days to WP-Lead-Days(WS-PO-Count)
               move 'O' to WP-Status(WS-PO-Count)
               move WS-Find-Loc to WP-Loc(WS-PO-Count)

               move WS-Next-PO-No to RPL-No
               move PSG-Item-Name to RPL-Item
               move WS-Find-Loc to RPL-Loc
               move PSG-Vendor-Name to RPL-Vendor
               move PSG-Order-Qty to RPL-Qty
               move 'ISSUED' to RPL-Note
           move zero to WS-Ven-Cost.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               if WV-Item(WS-Ven-Idx) = WS-Look-Item
                   move WV-Unit-Cost(WS-Ven-Idx) to WS-Ven-Cost
                   move WS-Ven-Count to WS-Ven-Idx
               end-if
                       add 1 to WS-Late-Count
                       move WP-No(WS-PO-Idx) to RPL-No
                       move WP-Item(WS-PO-Idx) to RPL-Item
                       move WP-Loc(WS-PO-Idx) to RPL-Loc
                       move WP-Vendor(WS-PO-Idx) to RPL-Vendor
                       move WP-Qty(WS-PO-Idx) to RPL-Qty
                       move WS-Age-Days to WS-Age-Disp
               move WP-Close-Date(WS-PO-Idx) to POO-Close-Date
               move WP-Lead-Days(WS-PO-Idx) to POO-Lead-Days
               move WP-Status(WS-PO-Idx) to POO-Status
               move WP-Loc(WS-PO-Idx) to POO-Location
               write PO-REC-OUT
               if WP-Status(WS-PO-Idx) = 'O'
                   move WP-Item(WS-PO-Idx) to OPN-Item-Name
                   move WP-Loc(WS-PO-Idx) to OPN-Location
                   write OPEN-ORDER-REC
               end-if
           end-perform.

           close PO-Master-Out
                 Open-Order-File
                 Issue-Report
                 Receipt-GL-File.

           open output PO-Number-File.
           move WS-Next-PO-No to PONO-NEXT.
           display 'PO ISSUANCE COMPLETE - ISSUED: '
               WS-Issued-Count ' CLOSED: ' WS-Closed-Count.

           open extend Run-Stats-File.
           if WS-Stats-File-Stat = '35'
               open output Run-Stats-File
           end-if.
           if WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '05'
               move 'CH2POISS' to STAT-PROGRAM
               move WS-Sugg-Read-Count to STAT-READ
               move WS-Issued-Count to STAT-WRITTEN
               move WS-Skip-Count to STAT-REJECTED
               move WS-NoAppr-Count to STAT-OTHER
               write RUN-STATS-REC
               close Run-Stats-File
           end-if.

       end program Ch2POIss.
