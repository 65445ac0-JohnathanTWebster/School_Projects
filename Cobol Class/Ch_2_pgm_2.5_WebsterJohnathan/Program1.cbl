               ASSIGN to 'C:\Data\Data-Work\Ch2_Demand.dat'
               organization is line sequential
               file status is WS-Dmd-File-Stat.
           SELECT RUN-STATS-FILE
               ASSIGN to 'C:\Data\Data-Work\Ops_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.
           SELECT BACKORDER-IN
               ASSIGN to 'C:\Data\Data-In\Ch2_Backord.dat'
               organization is line sequential
               file status is WS-Bko-File-Stat.
           SELECT BACKORDER-OUT
               ASSIGN to 'C:\Data\Data-Out\Ch2_Backord.dat'
               organization is line sequential.
           SELECT BACKORDER-REPORT
               ASSIGN to 'C:\Data\Data-Out\Ch2_BkoAge.rpt'
               organization is line sequential.
           SELECT TRANSIT-IN
               ASSIGN to 'C:\Data\Data-In\Ch2_Transit.dat'
               organization is line sequential
               file status is WS-Xfr-File-Stat.
           SELECT TRANSIT-OUT
               ASSIGN to 'C:\Data\Data-Out\Ch2_Transit.dat'
               organization is line sequential.
           SELECT KIT-FILE
               ASSIGN to 'C:\Data\Data-In\Ch2_Kits.dat'
               organization is line sequential
               file status is WS-Kit-File-Stat.
           SELECT SALES-GL-FILE
               ASSIGN to 'C:\Data\Data-Out\Ch2_SalesGL.dat'
               organization is line sequential.
           SELECT PRICE-MASTER
               ASSIGN to 'C:\Data\Data-In\Ch2_Price.dat'
               organization is line sequential
               file status is WS-Prc-File-Stat.
           SELECT PRICE-OVR-REPORT
               ASSIGN to 'C:\Data\Data-Out\Ch2_PriceOvr.rpt'
               organization is line sequential.
           SELECT PERISH-FILE
               ASSIGN to 'C:\Data\Data-In\Ch2_Perish.dat'
               organization is line sequential
               file status is WS-Per-File-Stat.
           SELECT LOT-IN
               ASSIGN to 'C:\Data\Data-In\Ch2_Lots.dat'
               organization is line sequential
               file status is WS-Lot-File-Stat.
           SELECT LOT-OUT
               ASSIGN to 'C:\Data\Data-Out\Ch2_Lots.dat'
               organization is line sequential.
           SELECT COUNT-AUDIT-FILE
               ASSIGN to 'C:\Data\Data-Work\Ch2_CntAudit.dat'
               organization is line sequential
               file status is WS-Aud-File-Stat.
           SELECT RETURN-STOCK-FILE
               ASSIGN to 'C:\Data\Data-Work\Ch3_RetStock.dat'
               organization is line sequential
               file status is WS-Rst-File-Stat.

       data division.
       FILE SECTION.
         05 NAME-IN            Pic X(20).
         05 Unit-Price-In      Pic 9(3)v99.
         05 QTY-Sold-In        Pic 9(3).
      ***** The salesperson credited with a sale - the same *******
      ***** name Ch1_sales.dat and Ch1_EmpXref.dat use, so the ****
      ***** territory P&L (Ch10TerrPL) can place the revenue. *****
      ***** Blank on receivings, counts and older files. **********
         05 TRANS-Slsp-Name    Pic X(15).
      ***** The inventory location it happened at - an ILOC *****
      ***** code on the shared code table.  Blank is the main ***
      ***** store, the only location the older files know.  *****
      ***** 'T' ships stock from TRANS-Location to TRANS-To- ****
      ***** Loc, where it sits in transit until a 'C' at the ****
      ***** receiving location confirms it arrived. *************
      ***** 'K' assembles kits ahead of time at the location - ***
      ***** the components go into the kit and the kit goes on **
      ***** the shelf. ******************************************
         05 TRANS-Location     Pic X(02).
         05 TRANS-To-Loc       Pic X(02).
      ***** An 'R' of perishable stock carries the supplier's ***
      ***** lot number and its expiry date (blank takes the *****
      ***** run date as the lot and the item's shelf life for ***
      ***** the expiry).  'X' throws expired stock away - out ***
      ***** of the lot named, or blank for the oldest expired ***
      ***** lots at the location. ******************************
         05 TRANS-Lot-No       Pic X(10).
         05 TRANS-Expiry       Pic 9(08).
       FD SALES-FILE.
       01 SALES-REC.
         05 NAME-OUT           Pic X(20).
         05 Filler             Pic X(02).
         05 LOW-STOCK-OUT      Pic X(15).

      ***** One record per item per location - blank location ***
      ***** is the main store ************************************
       FD INV-MASTER-IN.
       01 INV-REC-IN.
         05 INVI-Name          Pic X(20).
         05 INVI-Qty-On-Hand   Pic 9(05).
         05 INVI-Reorder-Pt    Pic 9(05).
         05 INVI-Location      Pic X(02).

       FD ACTIVITY-REPORT.
       01 ACTIVITY-REC         Pic X(111).

      ***** Item/month demand history - one record appended ******
      ***** per item sold this run, so the reorder point *********
         05 DMH-Item           Pic X(20).
         05 DMH-YYYYMM         Pic 9(06).
         05 DMH-Qty            Pic 9(06).
         05 DMH-Location       Pic X(02).

       FD INV-MASTER-OUT.
       01 INV-REC-OUT.
         05 INVO-Name          Pic X(20).
         05 INVO-Qty-On-Hand   Pic 9(05).
         05 INVO-Reorder-Pt    Pic 9(05).
         05 INVO-Location      Pic X(02).

      ***** Record counts for the nightly driver (OPSDRIVR) - *****
      ***** transactions read must equal posted plus rejected *****
       FD RUN-STATS-FILE.
       01 RUN-STATS-REC.
         05 STAT-PROGRAM       Pic X(08).
         05 STAT-READ          Pic 9(07).
         05 STAT-WRITTEN       Pic 9(07).
         05 STAT-REJECTED      Pic 9(07).
         05 STAT-OTHER         Pic 9(07).

      ***** Open backorders - the part of a sale there was no ****
      ***** stock for, owed to the customer until a receiving ****
      ***** fills it.  Oldest first; a filled one drops off. *****
      ***** Same in/out convention as the inventory master. *****
       FD BACKORDER-IN.
       01 BKO-REC-IN.
         05 BKOI-Item          Pic X(20).
         05 BKOI-Qty           Pic 9(05).
         05 BKOI-Open-Qty      Pic 9(05).
         05 BKOI-Date          Pic 9(08).
         05 BKOI-Location      Pic X(02).

       FD BACKORDER-OUT.
       01 BKO-REC-OUT.
         05 BKOO-Item          Pic X(20).
         05 BKOO-Qty           Pic 9(05).
         05 BKOO-Open-Qty      Pic 9(05).
         05 BKOO-Date          Pic 9(08).
         05 BKOO-Location      Pic X(02).

       FD BACKORDER-REPORT.
       01 BKO-RPT-REC          Pic X(80).

      ***** Transfers shipped and not yet confirmed at the *******
      ***** receiving location - off the books at the one end ***
      ***** and not yet on them at the other.  A confirmation ***
      ***** clears the oldest first; a cleared one drops off. ***
       FD TRANSIT-IN.
       01 XFR-REC-IN.
         05 XFRI-Item          Pic X(20).
         05 XFRI-From-Loc      Pic X(02).
         05 XFRI-To-Loc        Pic X(02).
         05 XFRI-Qty           Pic 9(05).
         05 XFRI-Open-Qty      Pic 9(05).
         05 XFRI-Ship-Date     Pic 9(08).

       FD TRANSIT-OUT.
       01 XFR-REC-OUT.
         05 XFRO-Item          Pic X(20).
         05 XFRO-From-Loc      Pic X(02).
         05 XFRO-To-Loc        Pic X(02).
         05 XFRO-Qty           Pic 9(05).
         05 XFRO-Open-Qty      Pic 9(05).
         05 XFRO-Ship-Date     Pic 9(08).

      ***** Kit structure - one row per component of a bundle ***
      ***** we sell, with how many of it go into one kit.  An ***
      ***** item with rows here is a kit wherever it is sold. ***
       FD KIT-FILE.
       01 KIT-REC.
         05 KIT-Name           Pic X(20).
         05 KIT-Comp           Pic X(20).
         05 KIT-Qty-Per        Pic 9(03).

      ***** What the inventory GL interface (Ch2GLInv) posts ****
      ***** from this run - an 'S' record per sale with its *****
      ***** revenue and the part of it backordered, and an *****
      ***** 'F' record when stock received, confirmed or ********
      ***** assembled ships a backorder, so the cost of the *****
      ***** goods goes out the day they do. ********************
       FD SALES-GL-FILE.
       01 SALES-GL-REC.
         05 SGL-Type           Pic X(01).
         05 SGL-Item           Pic X(20).
         05 SGL-Location       Pic X(02).
         05 SGL-Qty            Pic 9(05).
         05 SGL-Short          Pic 9(05).
         05 SGL-Revenue        Pic 9(07)v99.

      ***** Item price master - one row per price an item has ****
      ***** carried or will carry, from its effective date.  *****
      ***** The row with the latest date on or before the run ****
      ***** is the selling price; later rows are price changes ***
      ***** already set up to take effect. **********************
       FD PRICE-MASTER.
       01 PRICE-REC.
         05 PRC-Item           Pic X(20).
         05 PRC-Eff-Date       Pic 9(08).
         05 PRC-Price          Pic 9(3)v99.

      ***** Sales keyed at a price other than the master's, and **
      ***** sales of items with no price on the master ***********
       FD PRICE-OVR-REPORT.
       01 PRICE-OVR-REC        Pic X(80).

      ***** Items that expire - tracked by lot, with the days ****
      ***** a receipt keeps when the supplier gives no date *****
       FD PERISH-FILE.
       01 PERISH-REC.
         05 PER-Item           Pic X(20).
         05 PER-Shelf-Days     Pic 9(04).

      ***** Open lots of perishable stock, per item per *********
      ***** location.  Sales take the oldest first; a used-up ***
      ***** lot drops off.  Same in/out convention as the *******
      ***** inventory master. **********************************
       FD LOT-IN.
       01 LOT-REC-IN.
         05 LOTI-Item          Pic X(20).
         05 LOTI-Location      Pic X(02).
         05 LOTI-Lot-No        Pic X(10).
         05 LOTI-Rcpt-Date     Pic 9(08).
         05 LOTI-Expiry        Pic 9(08).
         05 LOTI-Qty           Pic 9(05).
         05 LOTI-Open-Qty      Pic 9(05).

       FD LOT-OUT.
       01 LOT-REC-OUT.
         05 LOTO-Item          Pic X(20).
         05 LOTO-Location      Pic X(02).
         05 LOTO-Lot-No        Pic X(10).
         05 LOTO-Rcpt-Date     Pic 9(08).
         05 LOTO-Expiry        Pic 9(08).
         05 LOTO-Qty           Pic 9(05).
         05 LOTO-Open-Qty      Pic 9(05).

      ***** Expired stock thrown away goes on the count audit ***
      ***** trail as team EXP, so the loss is in the count ******
      ***** variances and reaches the ledger with them. ********
       FD COUNT-AUDIT-FILE.
       01 COUNT-AUDIT-REC.
         05 CAU-Item           Pic X(20).
         05 CAU-Old-Qty        Pic 9(05).
         05 CAU-New-Qty        Pic 9(05).
         05 CAU-Team           Pic X(03).
         05 CAU-Date           Pic 9(08).
         05 CAU-Location       Pic X(02).

      ***** Goods customers returned, on a receivables credit ***
      ***** memo (Ch3pgm7), waiting to go back on the shelf.  ***
      ***** Emptied once they are posted. **********************
       FD RETURN-STOCK-FILE.
       01 RETURN-STOCK-REC.
         05 RST-Item           Pic X(20).
         05 RST-Location       Pic X(02).
         05 RST-Qty            Pic 9(05).
         05 RST-Memo-No        Pic 9(06).

       working-storage section.
       01 MORE-RECORDS         Pic X(3) value 'YES'.
       01 CALC-TOT-Price       Pic 9(6)v99.
       01 Error-Flag           Pic X(01) value 'N'.
       01 WS-Rec-Cnt           Pic 9(05) value zero.
       01 WS-Posted-Cnt        Pic 9(05) value zero.
       01 WS-Rejected-Cnt      Pic 9(05) value zero.
       01 WS-Stats-File-Stat   Pic X(02) value '00'.
       01 WS-Bko-File-Stat     Pic X(02) value '00'.
       01 WS-Bko-EOF           Pic X(03) value 'NO '.
       01 WS-Run-YYYY          Pic 9(04) value zero.
       01 WS-Run-Date-Key      Pic 9(08) value zero.
       01 WS-Run-Day-Key       Pic 9(07) value zero.
       01 WS-Short-Qty         Pic 9(05) value zero.
       01 WS-Fill-Left         Pic 9(05) value zero.
       01 WS-Fill-Qty          Pic 9(05) value zero.
       01 WS-Age-Days          Pic S9(05) value zero.
       01 WS-Bko-Date-Split.
         05 WBD-YYYY           Pic 9(04).
         05 WBD-MM             Pic 9(02).
         05 WBD-DD             Pic 9(02).

       01 WS-Bko-Table-Area.
         05 WS-Bko-Count       Pic 9(03) value zero.
         05 WS-Bko-Table       occurs 500 times.
           10 WS-Bko-Item       Pic X(20).
           10 WS-Bko-Qty        Pic 9(05).
           10 WS-Bko-Open       Pic 9(05).
           10 WS-Bko-Date       Pic 9(08).
           10 WS-Bko-Loc        Pic X(02).
         05 WS-Bko-Idx         Pic 9(03) value zero.
         05 WS-Bko-Match       Pic 9(03) value zero.
         05 WS-Bko-Found       Pic X(01) value 'N'.

       01 WS-Bko-Totals.
         05 WS-Bko-New-Cnt     Pic 9(05) value zero.
         05 WS-Bko-Fill-Qty    Pic 9(07) value zero.
         05 WS-Item-Bko-Qty    Pic 9(07) value zero.
         05 WS-Item-Bko-Cnt    Pic 9(05) value zero.
         05 WS-Bucket-Qty      Pic 9(07) occurs 3 times.
         05 WS-Tot-Bucket-Qty  Pic 9(07) occurs 3 times.
         05 WS-Bucket-Idx      Pic 9(01) value zero.
       01 WS-Grand-Total       Pic 9(08)v99 value zero.
       01 WS-Inv-EOF           Pic X(03) value 'NO '.
       01 WS-Inv-File-Stat     Pic X(02) value '00'.

       01 WS-Inv-Table-Area.
         05 WS-Inv-Count       Pic 9(03) value zero.
         05 WS-Inv-Table       occurs 600 times.
           10 WS-Inv-Name       Pic X(20).
           10 WS-Inv-Loc        Pic X(02).
           10 WS-Inv-Qty        Pic 9(05).
           10 WS-Inv-Reorder-Pt Pic 9(05).
           10 WS-Inv-Open       Pic 9(05).
           10 WS-Inv-Sold       Pic 9(06).
           10 WS-Inv-Rcvd       Pic 9(06).
           10 WS-Inv-Xfer-Out   Pic 9(06).
           10 WS-Inv-Xfer-In    Pic 9(06).
           10 WS-Inv-Adj        Pic s9(06).
           10 WS-Inv-Asm        Pic s9(06).

       01 WS-Xfr-Table-Area.
         05 WS-Xfr-Count       Pic 9(03) value zero.
         05 WS-Xfr-Table       occurs 500 times.
           10 WS-Xfr-Item       Pic X(20).
           10 WS-Xfr-From-Loc   Pic X(02).
           10 WS-Xfr-To-Loc     Pic X(02).
           10 WS-Xfr-Qty        Pic 9(05).
           10 WS-Xfr-Open       Pic 9(05).
           10 WS-Xfr-Ship-Date  Pic 9(08).
         05 WS-Xfr-Idx         Pic 9(03) value zero.
         05 WS-Xfr-Match       Pic 9(03) value zero.
         05 WS-Xfr-Found       Pic X(01) value 'N'.
         05 WS-Xfr-Open-Tot    Pic 9(07) value zero.

       01 WS-Xfr-File-Stat     Pic X(02) value '00'.
       01 WS-Xfr-EOF           Pic X(03) value 'NO '.
       01 WS-Main-Store-Loc    Pic X(02) value '01'.
       01 WS-Find-Loc          Pic X(02) value spaces.
       01 WS-From-Idx          Pic 9(03) value zero.
       01 WS-Loc-Msg           Pic X(40) value spaces.

       01 WS-Codechk-Parm.
         05 CCK-Type           Pic X(04).
         05 CCK-Code           Pic X(04).
         05 CCK-Status         Pic X(02).
         05 CCK-Desc           Pic X(20).

       01 WS-Kit-File-Stat     Pic X(02) value '00'.
       01 WS-Kit-EOF           Pic X(03) value 'NO '.
       01 WS-Kit-Table-Area.
         05 WS-Kit-Count       Pic 9(03) value zero.
         05 WS-Kit-Table       occurs 300 times.
           10 WS-Kit-Name       Pic X(20).
           10 WS-Kit-Comp       Pic X(20).
           10 WS-Kit-Qty-Per    Pic 9(03).
         05 WS-Kit-Idx         Pic 9(03) value zero.
         05 WS-Kit-Found       Pic X(01) value 'N'.

       01 WS-Kit-Fields.
         05 WS-Kit-Row         Pic 9(03) value zero.
         05 WS-Kit-Need        Pic 9(05) value zero.
         05 WS-Kit-Can         Pic 9(05) value zero.
         05 WS-Kit-Use         Pic X(01) value 'S'.
         05 WS-Comp-Idx        Pic 9(03) value zero.
         05 WS-Comp-Found      Pic X(01) value 'N'.
         05 WS-Comp-Can        Pic 9(05) value zero.
         05 WS-Comp-Need       Pic 9(07) value zero.
         05 WS-Dmd-Qty         Pic 9(07) value zero.

       01 WS-Ksh-Table-Area.
         05 WS-Ksh-Count       Pic 9(03) value zero.
         05 WS-Ksh-Table       occurs 200 times.
           10 WS-Ksh-Kit        Pic X(20).
           10 WS-Ksh-Loc        Pic X(02).
           10 WS-Ksh-Use        Pic X(01).
           10 WS-Ksh-Kits       Pic 9(05).
           10 WS-Ksh-Comp       Pic X(20).
           10 WS-Ksh-Need       Pic 9(07).
           10 WS-Ksh-Have       Pic 9(05).
         05 WS-Ksh-Idx         Pic 9(03) value zero.

       01 WS-Prc-File-Stat     Pic X(02) value '00'.
       01 WS-Prc-EOF           Pic X(03) value 'NO '.
       01 WS-Prc-Master        Pic X(01) value 'N'.
       01 WS-Prc-Table-Area.
         05 WS-Prc-Count       Pic 9(03) value zero.
         05 WS-Prc-Table       occurs 600 times.
           10 WS-Prc-Item       Pic X(20).
           10 WS-Prc-Eff-Date   Pic 9(08).
           10 WS-Prc-Price      Pic 9(3)v99.
         05 WS-Prc-Idx         Pic 9(03) value zero.
         05 WS-Prc-Match       Pic 9(03) value zero.
         05 WS-Prc-Found       Pic X(01) value 'N'.
         05 WS-Prc-Look        Pic X(20) value spaces.

       01 WS-Price-Fields.
         05 WS-Sale-Price      Pic 9(3)v99 value zero.
         05 WS-Price-Ok        Pic X(01) value 'N'.
         05 WS-Ovr-Cnt         Pic 9(05) value zero.
         05 WS-NoPrc-Cnt       Pic 9(05) value zero.
         05 WS-Ovr-Diff        Pic S9(07)v99 value zero.

       01 WS-Per-File-Stat     Pic X(02) value '00'.
       01 WS-Per-EOF           Pic X(03) value 'NO '.
       01 WS-Per-Table-Area.
         05 WS-Per-Count       Pic 9(03) value zero.
         05 WS-Per-Table       occurs 300 times.
           10 WS-Per-Item       Pic X(20).
           10 WS-Per-Days       Pic 9(04).
         05 WS-Per-Idx         Pic 9(03) value zero.
         05 WS-Per-Match       Pic 9(03) value zero.
         05 WS-Per-Found       Pic X(01) value 'N'.

       01 WS-Lot-File-Stat     Pic X(02) value '00'.
       01 WS-Lot-EOF           Pic X(03) value 'NO '.
       01 WS-Aud-File-Stat     Pic X(02) value '00'.
       01 WS-Lot-Table-Area.
         05 WS-Lot-Count       Pic 9(04) value zero.
         05 WS-Lot-Table       occurs 1000 times.
           10 WS-Lot-Item       Pic X(20).
           10 WS-Lot-Loc        Pic X(02).
           10 WS-Lot-No         Pic X(10).
           10 WS-Lot-Rcpt       Pic 9(08).
           10 WS-Lot-Expiry     Pic 9(08).
           10 WS-Lot-Qty        Pic 9(05).
           10 WS-Lot-Open       Pic 9(05).
         05 WS-Lot-Idx         Pic 9(04) value zero.
         05 WS-Lot-Match       Pic 9(04) value zero.
         05 WS-Lot-Found       Pic X(01) value 'N'.

       01 WS-Lot-Fields.
         05 WS-Lot-Look-Item   Pic X(20) value spaces.
         05 WS-Lot-Look-Loc    Pic X(02) value spaces.
         05 WS-Lot-Take        Pic 9(05) value zero.
         05 WS-Lot-Use         Pic 9(05) value zero.
         05 WS-Lot-Sum         Pic 9(07) value zero.
         05 WS-Lot-Expired     Pic X(01) value 'N'.
         05 WS-New-Lot-No      Pic X(10) value spaces.
         05 WS-New-Expiry      Pic 9(08) value zero.
         05 WS-New-Qty         Pic 9(05) value zero.
         05 WS-Lot-Msg         Pic X(40) value spaces.

       01 WS-Dsp-Table-Area.
         05 WS-Dsp-Count       Pic 9(03) value zero.
         05 WS-Dsp-Table       occurs 200 times.
           10 WS-Dsp-Item       Pic X(20).
           10 WS-Dsp-Loc        Pic X(02).
           10 WS-Dsp-Lot        Pic X(10).
           10 WS-Dsp-Qty        Pic 9(05).
           10 WS-Dsp-Old        Pic 9(05).
           10 WS-Dsp-New        Pic 9(05).
           10 WS-Dsp-Early      Pic X(01).
         05 WS-Dsp-Idx         Pic 9(03) value zero.

       01 WS-Rst-File-Stat     Pic X(02) value '00'.
       01 WS-Rst-EOF           Pic X(03) value 'NO '.
       01 WS-Rst-Table-Area.
         05 WS-Rst-Count       Pic 9(03) value zero.
         05 WS-Rst-Table       occurs 200 times.
           10 WS-Rst-Item       Pic X(20).
           10 WS-Rst-Loc        Pic X(02).
           10 WS-Rst-Qty        Pic 9(05).
           10 WS-Rst-Memo       Pic 9(06).
         05 WS-Rst-Idx         Pic 9(03) value zero.

       01 WS-Adj-Variance      Pic s9(06) value zero.
       01 WS-Dmd-File-Stat     Pic X(02) value '00'.

       01 ACT-HDR.
         05 Filler             Pic X(20) value 'Item                '.
         05 Filler             Pic X(04) value ' Loc'.
         05 Filler             Pic X(10) value '   Opening'.
         05 Filler             Pic X(10) value '     Sales'.
         05 Filler             Pic X(10) value '  Receipts'.
         05 Filler             Pic X(10) value '  Xfer Out'.
         05 Filler             Pic X(10) value '   Xfer In'.
         05 Filler             Pic X(11) value '   Adjusted'.
         05 Filler             Pic X(11) value '    Kit Asm'.
         05 Filler             Pic X(10) value '   Closing'.
         05 Filler             Pic X(05) value SPACES.

       01 ACT-LINE.
         05 ACT-Name           Pic X(20).
         05 Filler             Pic X(02) value spaces.
         05 ACT-Loc            Pic X(02).
         05 ACT-Open           Pic zzz,zz9.
         05 Filler             Pic X(03) value spaces.
         05 ACT-Sold           Pic zzz,zz9.
         05 Filler             Pic X(03) value spaces.
         05 ACT-Rcvd           Pic zzz,zz9.
         05 Filler             Pic X(03) value spaces.
         05 ACT-Xfer-Out       Pic zzz,zz9.
         05 Filler             Pic X(03) value spaces.
         05 ACT-Xfer-In        Pic zzz,zz9.
         05 Filler             Pic X(04) value spaces.
         05 ACT-Adj            Pic +zz,zz9.
         05 Filler             Pic X(04) value spaces.
         05 ACT-Asm            Pic +zz,zz9.
         05 Filler             Pic X(03) value spaces.
         05 ACT-Close          Pic zzz,zz9.
         05 Filler             Pic X(08) value spaces.

       01 ACT-XFR-HDR.
         05 Filler             Pic X(40) value
              'Transfers in transit at close of run'.
         05 Filler             Pic X(60) value SPACES.

       01 ACT-XFR-LINE.
         05 Filler             Pic X(02) value SPACES.
         05 AXL-Item           Pic X(20).
         05 Filler             Pic X(07) value '  from '.
         05 AXL-From-Loc       Pic X(02).
         05 Filler             Pic X(04) value ' to '.
         05 AXL-To-Loc         Pic X(02).
         05 Filler             Pic X(11) value '  shipped  '.
         05 AXL-MM             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 AXL-DD             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 AXL-YYYY           Pic 9(04).
         05 Filler             Pic X(08) value '  open  '.
         05 AXL-Open           Pic zz,zz9.
         05 Filler             Pic X(28) value SPACES.

       01 ACT-KSH-HDR.
         05 Filler             Pic X(40) value
              'Kit shortages - components short        '.
         05 Filler             Pic X(60) value SPACES.

       01 ACT-KSH-LINE.
         05 Filler             Pic X(02) value SPACES.
         05 AKL-Kit            Pic X(20).
         05 Filler             Pic X(04) value ' at '.
         05 AKL-Loc            Pic X(02).
         05 AKL-Use            Pic X(10).
         05 AKL-Kits           Pic zz,zz9.
         05 Filler             Pic X(08) value ' kits - '.
         05 AKL-Comp           Pic X(20).
         05 Filler             Pic X(07) value ' needs '.
         05 AKL-Need           Pic zzz,zz9.
         05 Filler             Pic X(05) value ' has '.
         05 AKL-Have           Pic zz,zz9.
         05 Filler             Pic X(03) value SPACES.

       01 ACT-DSP-HDR.
         05 Filler             Pic X(40) value
              'Expired stock written off               '.
         05 Filler             Pic X(60) value SPACES.

       01 ACT-DSP-LINE.
         05 Filler             Pic X(02) value SPACES.
         05 ADL-Item           Pic X(20).
         05 Filler             Pic X(04) value ' at '.
         05 ADL-Loc            Pic X(02).
         05 Filler             Pic X(06) value '  lot '.
         05 ADL-Lot            Pic X(10).
         05 Filler             Pic X(08) value '  qty  '.
         05 ADL-Qty            Pic zz,zz9.
         05 Filler             Pic X(02) value SPACES.
         05 ADL-Note           Pic X(30).
         05 Filler             Pic X(21) value SPACES.

       01 ACT-RST-HDR.
         05 Filler             Pic X(40) value
              'Customer returns put back in stock      '.
         05 Filler             Pic X(60) value SPACES.

       01 ACT-RST-LINE.
         05 Filler             Pic X(02) value SPACES.
         05 ARL-Item           Pic X(20).
         05 Filler             Pic X(04) value ' at '.
         05 ARL-Loc            Pic X(02).
         05 Filler             Pic X(08) value '  qty  '.
         05 ARL-Qty            Pic zz,zz9.
         05 Filler             Pic X(15) value '  credit memo '.
         05 ARL-Memo           Pic 9(06).
         05 Filler             Pic X(48) value SPACES.

       01 SALES-TRLR.
         05 Filler             Pic X(20) value SPACES.
         05 Filler             Pic X(14) value '  Grand Total:'.
         05 Trlr-Grand-Total   Pic Z,ZZZ,ZZ9.99.

       01 BKO-TITLE.
         05 Filler             Pic X(22) value SPACES.
         05 Filler             Pic X(26) value
              'Backorder Aging by Item   '.
         05 BKT-MM             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 BKT-DD             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 BKT-YYYY           Pic 9(04).
         05 Filler             Pic X(22) value SPACES.

       01 BKO-COL-HDR.
         05 Filler             Pic X(22) value '  Item'.
         05 Filler             Pic X(04) value ' Loc'.
         05 Filler             Pic X(13) value '  Backordered'.
         05 Filler             Pic X(09) value '  Ordered'.
         05 Filler             Pic X(09) value '     Open'.
         05 Filler             Pic X(10) value '  Age Days'.
         05 Filler             Pic X(13) value SPACES.

       01 BKO-DETAIL.
         05 Filler             Pic X(02) value SPACES.
         05 BKD-Item           Pic X(20).
         05 Filler             Pic X(02) value SPACES.
         05 BKD-Loc            Pic X(02).
         05 Filler             Pic X(03) value SPACES.
         05 BKD-MM             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 BKD-DD             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 BKD-YYYY           Pic 9(04).
         05 Filler             Pic X(03) value SPACES.
         05 BKD-Qty            Pic ZZ,ZZ9.
         05 Filler             Pic X(03) value SPACES.
         05 BKD-Open           Pic ZZ,ZZ9.
         05 Filler             Pic X(06) value SPACES.
         05 BKD-Age            Pic ZZZ9.
         05 Filler             Pic X(13) value SPACES.

       01 BKO-AGE-LINE.
         05 Filler             Pic X(04) value SPACES.
         05 BKA-Label          Pic X(17).
         05 Filler             Pic X(06) value 'open  '.
         05 BKA-Open           Pic ZZZ,ZZ9.
         05 Filler             Pic X(09) value '   0-30: '.
         05 BKA-Age1           Pic ZZZ,ZZ9.
         05 Filler             Pic X(09) value '  31-60: '.
         05 BKA-Age2           Pic ZZZ,ZZ9.
         05 Filler             Pic X(07) value '  61+: '.
         05 BKA-Age3           Pic ZZZ,ZZ9.

       01 BKO-NOTE-LINE.
         05 Filler             Pic X(04) value SPACES.
         05 BKN-Label          Pic X(40).
         05 BKN-Count          Pic ZZZ,ZZ9.
         05 Filler             Pic X(29) value SPACES.

       01 OVR-TITLE.
         05 Filler             Pic X(22) value SPACES.
         05 Filler             Pic X(26) value
              'Price Override Exceptions '.
         05 OVT-MM             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 OVT-DD             Pic 9(02).
         05 Filler             Pic X(01) value '/'.
         05 OVT-YYYY           Pic 9(04).
         05 Filler             Pic X(22) value SPACES.

       01 OVR-COL-HDR.
         05 Filler             Pic X(22) value 'Item'.
         05 Filler             Pic X(04) value 'Loc '.
         05 Filler             Pic X(16) value 'Salesperson'.
         05 Filler             Pic X(03) value 'Qty'.
         05 Filler             Pic X(08) value '   Keyed'.
         05 Filler             Pic X(08) value '  Master'.
         05 Filler             Pic X(19) value '  Priced at'.

       01 OVR-DETAIL.
         05 OVD-Item           Pic X(20).
         05 Filler             Pic X(02) value SPACES.
         05 OVD-Loc            Pic X(02).
         05 Filler             Pic X(02) value SPACES.
         05 OVD-Slsp           Pic X(15).
         05 Filler             Pic X(01) value SPACES.
         05 OVD-Qty            Pic ZZ9.
         05 Filler             Pic X(02) value SPACES.
         05 OVD-Keyed          Pic ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 OVD-Master         Pic ZZ9.99 BLANK WHEN ZERO.
         05 Filler             Pic X(02) value SPACES.
         05 OVD-Note           Pic X(17).

       01 OVR-NOTE-LINE.
         05 Filler             Pic X(04) value SPACES.
         05 OVN-Label          Pic X(46).
         05 OVN-Count          Pic ZZZ,ZZ9.
         05 Filler             Pic X(02) value SPACES.
         05 OVN-Amount         Pic Z,ZZZ,ZZ9.99-.
         05 Filler             Pic X(08) value SPACES.

       procedure division.
      *********** Main **************

       100-MAIN-MODULE.
           OPEN INPUT TRANS-FILE
               OUTPUT SALES-FILE ACTIVITY-REPORT SALES-GL-FILE
                   PRICE-OVR-REPORT.
           PERFORM 120-LOAD-INV-RTN.
           PERFORM 125-LOAD-BACKORDER-RTN.
           PERFORM 127-LOAD-TRANSIT-RTN.
           PERFORM 128-LOAD-KITS-RTN.
           PERFORM 129-LOAD-PRICES-RTN.
           PERFORM 131-LOAD-PERISH-RTN.
           PERFORM 132-LOAD-LOTS-RTN.
           PERFORM UNTIL MORE-RECORDS = 'NO '
               READ TRANS-FILE
                   AT END
                       Perform 200-CALC-RTN
               END-READ
           END-PERFORM.
           PERFORM 290-POST-RETURNS-RTN.
           PERFORM 300-CLOSE-RTN.
           PERFORM 310-WRITE-ACTIVITY-RTN.
           PERFORM 315-WRITE-DEMAND-RTN.
           PERFORM 320-WRITE-INV-RTN.
           PERFORM 340-WRITE-BACKORDER-RTN.
           PERFORM 345-WRITE-TRANSIT-RTN.
           PERFORM 335-RECONCILE-LOTS-RTN.
           PERFORM 347-WRITE-LOTS-RTN.
           PERFORM 348-WRITE-DISPOSAL-AUDIT-RTN.
           PERFORM 350-BACKORDER-AGING-RTN.
           PERFORM 360-PRICE-OVR-TOTALS-RTN.
           CLOSE TRANS-FILE
             SALES-FILE ACTIVITY-REPORT SALES-GL-FILE
             PRICE-OVR-REPORT.
           PERFORM 330-WRITE-STATS-RTN.
           goback.

      ***** Load the Inventory Master Into a Table *****************
                       At End
                           Move 'YES' to WS-Inv-EOF
                       Not At End
                           if WS-Inv-Count < 600
                               add 1 to WS-Inv-Count
                               move INVI-Name
                                   to WS-Inv-Name(WS-Inv-Count)
                               if INVI-Location = spaces
                                   move WS-Main-Store-Loc
                                       to WS-Inv-Loc(WS-Inv-Count)
                               else
                                   move INVI-Location
                                       to WS-Inv-Loc(WS-Inv-Count)
                               end-if
                               move INVI-Qty-On-Hand
                                   to WS-Inv-Qty(WS-Inv-Count)
                               move INVI-Reorder-Pt
                                   to WS-Inv-Open(WS-Inv-Count)
                               move zero to WS-Inv-Sold(WS-Inv-Count)
                               move zero to WS-Inv-Rcvd(WS-Inv-Count)
                               move zero
                                   to WS-Inv-Xfer-Out(WS-Inv-Count)
                               move zero
                                   to WS-Inv-Xfer-In(WS-Inv-Count)
                               move zero to WS-Inv-Adj(WS-Inv-Count)
                               move zero to WS-Inv-Asm(WS-Inv-Count)
                           else
                               display 'INVENTORY TABLE CAPACITY '
                                   'EXCEEDED AT 600 - RUN HALTED'
                               stop run
                           end-if
                   End-Read
               Close INV-MASTER-IN
           End-If.

      ***** Load the Open Backorders, Oldest First *****************
       125-LOAD-BACKORDER-RTN.
           Accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           compute WS-Run-Day-Key = (WS-Run-YYYY * 360)
               + (WS-MM * 30) + WS-DD.
           Open Input BACKORDER-IN.
           If WS-Bko-File-Stat not = '00'
               Move 'YES' to WS-Bko-EOF
           End-If.
           Perform until WS-Bko-EOF = 'YES'
               Read BACKORDER-IN
                   At End
                       Move 'YES' to WS-Bko-EOF
                   Not At End
                       if BKOI-Open-Qty numeric
                           and BKOI-Open-Qty > zero
                           if WS-Bko-Count < 500
                               add 1 to WS-Bko-Count
                               move BKOI-Item
                                   to WS-Bko-Item(WS-Bko-Count)
                               move BKOI-Qty
                                   to WS-Bko-Qty(WS-Bko-Count)
                               move BKOI-Open-Qty
                                   to WS-Bko-Open(WS-Bko-Count)
                               move BKOI-Date
                                   to WS-Bko-Date(WS-Bko-Count)
                               if BKOI-Location = spaces
                                   move WS-Main-Store-Loc
                                       to WS-Bko-Loc(WS-Bko-Count)
                               else
                                   move BKOI-Location
                                       to WS-Bko-Loc(WS-Bko-Count)
                               end-if
                           else
                               display 'BACKORDER TABLE CAPACITY '
                                   'EXCEEDED AT 500 - RUN HALTED'
                               stop run
                           end-if
                       end-if
               End-Read
           End-Perform.
           If WS-Bko-File-Stat = '00' or WS-Bko-File-Stat = '10'
               Close BACKORDER-IN
           End-If.

      ***** Load the Transfers Still in Transit ******************
       127-LOAD-TRANSIT-RTN.
           Open Input TRANSIT-IN.
           If WS-Xfr-File-Stat not = '00'
               Move 'YES' to WS-Xfr-EOF
           End-If.
           Perform until WS-Xfr-EOF = 'YES'
               Read TRANSIT-IN
                   At End
                       Move 'YES' to WS-Xfr-EOF
                   Not At End
                       if XFRI-Open-Qty numeric
                           and XFRI-Open-Qty > zero
                           if WS-Xfr-Count < 500
                               add 1 to WS-Xfr-Count
                               move XFRI-Item
                                   to WS-Xfr-Item(WS-Xfr-Count)
                               move XFRI-From-Loc
                                   to WS-Xfr-From-Loc(WS-Xfr-Count)
                               move XFRI-To-Loc
                                   to WS-Xfr-To-Loc(WS-Xfr-Count)
                               move XFRI-Qty
                                   to WS-Xfr-Qty(WS-Xfr-Count)
                               move XFRI-Open-Qty
                                   to WS-Xfr-Open(WS-Xfr-Count)
                               move XFRI-Ship-Date
                                   to WS-Xfr-Ship-Date(WS-Xfr-Count)
                           else
                               display 'TRANSIT TABLE CAPACITY '
                                   'EXCEEDED AT 500 - RUN HALTED'
                               stop run
                           end-if
                       end-if
               End-Read
           End-Perform.
           If WS-Xfr-File-Stat = '00' or WS-Xfr-File-Stat = '10'
               Close TRANSIT-IN
           End-If.

      ***** Load the Kit Structures - a row with no quantity, ****
      ***** or a kit listed as its own component, is dropped ****
       128-LOAD-KITS-RTN.
           Open Input KIT-FILE.
           If WS-Kit-File-Stat not = '00'
               Move 'YES' to WS-Kit-EOF
           End-If.
           Perform until WS-Kit-EOF = 'YES'
               Read KIT-FILE
                   At End
                       Move 'YES' to WS-Kit-EOF
                   Not At End
                       evaluate true
                           when KIT-Qty-Per not numeric
                               or KIT-Qty-Per = zero
                               or KIT-Comp = spaces
                               or KIT-Comp = KIT-Name
                               display 'KIT STRUCTURE ROW IGNORED: '
                                   KIT-Name ' ' KIT-Comp
                           when WS-Kit-Count < 300
                               add 1 to WS-Kit-Count
                               move KIT-Name
                                   to WS-Kit-Name(WS-Kit-Count)
                               move KIT-Comp
                                   to WS-Kit-Comp(WS-Kit-Count)
                               move KIT-Qty-Per
                                   to WS-Kit-Qty-Per(WS-Kit-Count)
                           when other
                               display 'KIT TABLE CAPACITY '
                                   'EXCEEDED AT 300 - RUN HALTED'
                               stop run
                       end-evaluate
               End-Read
           End-Perform.
           If WS-Kit-File-Stat = '00' or WS-Kit-File-Stat = '10'
               Close KIT-FILE
           End-If.

      ***** Load the Selling Prices in Effect Today - for each ***
      ***** item, the row with the latest effective date not ****
      ***** past the run.  No master at all and sales are *******
      ***** priced as keyed, the way they always were. **********
       129-LOAD-PRICES-RTN.
           move WS-MM to OVT-MM.
           move WS-DD to OVT-DD.
           move WS-Run-YYYY to OVT-YYYY.
           Write PRICE-OVR-REC from OVR-TITLE.
           Move spaces to PRICE-OVR-REC.
           Write PRICE-OVR-REC.
           Open Input PRICE-MASTER.
           If WS-Prc-File-Stat not = '00'
               Move 'YES' to WS-Prc-EOF
               display 'PRICE MASTER NOT AVAILABLE, STATUS: '
                   WS-Prc-File-Stat ' - SALES PRICED AS KEYED'
               Move '    Price master not available - priced as keyed'
                   to PRICE-OVR-REC
               Write PRICE-OVR-REC
           Else
               Move 'Y' to WS-Prc-Master
               Write PRICE-OVR-REC from OVR-COL-HDR
           End-If.
           Perform until WS-Prc-EOF = 'YES'
               Read PRICE-MASTER
                   At End
                       Move 'YES' to WS-Prc-EOF
                   Not At End
                       if PRC-Eff-Date numeric and PRC-Price numeric
                           and PRC-Eff-Date not > WS-Run-Date-Key
                           Perform 130-KEEP-PRICE-RTN
                       end-if
               End-Read
           End-Perform.
           If WS-Prc-File-Stat = '00' or WS-Prc-File-Stat = '10'
               Close PRICE-MASTER
           End-If.

       130-KEEP-PRICE-RTN.
           Move PRC-Item to WS-Prc-Look.
           Perform 208-FIND-PRICE-RTN.
           evaluate true
               when WS-Prc-Found = 'Y'
                   if PRC-Eff-Date not < WS-Prc-Eff-Date(WS-Prc-Match)
                       move PRC-Eff-Date
                           to WS-Prc-Eff-Date(WS-Prc-Match)
                       move PRC-Price to WS-Prc-Price(WS-Prc-Match)
                   end-if
               when WS-Prc-Count < 600
                   add 1 to WS-Prc-Count
                   move PRC-Item to WS-Prc-Item(WS-Prc-Count)
                   move PRC-Eff-Date to WS-Prc-Eff-Date(WS-Prc-Count)
                   move PRC-Price to WS-Prc-Price(WS-Prc-Count)
               when other
                   display 'PRICE TABLE CAPACITY '
                       'EXCEEDED AT 600 - RUN HALTED'
                   stop run
           end-evaluate.

      ***** Load the Perishable Items - no file, nothing is *****
      ***** lot tracked ******************************************
       131-LOAD-PERISH-RTN.
           Open Input PERISH-FILE.
           If WS-Per-File-Stat not = '00'
               Move 'YES' to WS-Per-EOF
           End-If.
           Perform until WS-Per-EOF = 'YES'
               Read PERISH-FILE
                   At End
                       Move 'YES' to WS-Per-EOF
                   Not At End
                       evaluate true
                           when PER-Item = spaces
                               continue
                           when WS-Per-Count < 300
                               add 1 to WS-Per-Count
                               move PER-Item
                                   to WS-Per-Item(WS-Per-Count)
                               if PER-Shelf-Days numeric
                                   move PER-Shelf-Days
                                       to WS-Per-Days(WS-Per-Count)
                               else
                                   move zero
                                       to WS-Per-Days(WS-Per-Count)
                               end-if
                           when other
                               display 'PERISHABLE TABLE CAPACITY '
                                   'EXCEEDED AT 300 - RUN HALTED'
                               stop run
                       end-evaluate
               End-Read
           End-Perform.
           If WS-Per-File-Stat = '00' or WS-Per-File-Stat = '10'
               Close PERISH-FILE
           End-If.

      ***** Load the Open Lots ***********************************
       132-LOAD-LOTS-RTN.
           Open Input LOT-IN.
           If WS-Lot-File-Stat not = '00'
               Move 'YES' to WS-Lot-EOF
           End-If.
           Perform until WS-Lot-EOF = 'YES'
               Read LOT-IN
                   At End
                       Move 'YES' to WS-Lot-EOF
                   Not At End
                       if LOTI-Open-Qty numeric
                           and LOTI-Open-Qty > zero
                           if WS-Lot-Count < 1000
                               add 1 to WS-Lot-Count
                               move LOTI-Item
                                   to WS-Lot-Item(WS-Lot-Count)
                               move LOTI-Location
                                   to WS-Lot-Loc(WS-Lot-Count)
                               move LOTI-Lot-No
                                   to WS-Lot-No(WS-Lot-Count)
                               move LOTI-Rcpt-Date
                                   to WS-Lot-Rcpt(WS-Lot-Count)
                               move LOTI-Expiry
                                   to WS-Lot-Expiry(WS-Lot-Count)
                               move LOTI-Qty
                                   to WS-Lot-Qty(WS-Lot-Count)
                               move LOTI-Open-Qty
                                   to WS-Lot-Open(WS-Lot-Count)
                           else
                               display 'LOT TABLE CAPACITY '
                                   'EXCEEDED AT 1000 - RUN HALTED'
                               stop run
                           end-if
                       end-if
               End-Read
           End-Perform.
           If WS-Lot-File-Stat = '00' or WS-Lot-File-Stat = '10'
               Close LOT-IN
           End-If.

      ***** Calculating Total Sales by Product ******************
       200-CALC-RTN.
           Move 'N' to Error-Flag.
               move 'Y' to Error-Flag
           end-if.

           if TRANS-Location = spaces
               move WS-Main-Store-Loc to TRANS-Location
           end-if.
           move spaces to WS-Loc-Msg.
           move TRANS-Location to CCK-Code.
           perform 250-CHECK-LOC-RTN.
           if TRANS-CODE = 'T'
               evaluate true
                   when TRANS-To-Loc = spaces
                       move 'TRANSFER WITH NO RECEIVING LOCATION'
                           to WS-Loc-Msg
                   when TRANS-To-Loc = TRANS-Location
                       move 'TRANSFER TO ITS OWN LOCATION'
                           to WS-Loc-Msg
                   when other
                       move TRANS-To-Loc to CCK-Code
                       perform 250-CHECK-LOC-RTN
               end-evaluate
           end-if.
           if WS-Loc-Msg not = spaces
               display WS-Loc-Msg ': ' Name-In ' '
                   TRANS-Location ' ' TRANS-To-Loc
               move 'Y' to Error-Flag
           end-if.

           evaluate true
               when Error-Flag = 'Y'
                   Write SALES-REC from Print-Err-Line
                   add 1 to WS-Rejected-Cnt
               when TRANS-CODE = 'R'
                   Perform 220-RECEIPT-RTN
               when TRANS-CODE = 'A'
                   Perform 230-ADJUST-RTN
               when TRANS-CODE = 'T'
                   Perform 240-TRANSFER-RTN
               when TRANS-CODE = 'C'
                   Perform 245-CONFIRM-RTN
               when TRANS-CODE = 'K'
                   Perform 260-ASSEMBLE-RTN
               when TRANS-CODE = 'X'
                   Perform 288-DISPOSE-RTN
               when other
                   perform 205-SALE-RTN
           end-evaluate.

      ***** A location must be on the code table - unless the ****
      ***** table has no locations at all yet ********************
       250-CHECK-LOC-RTN.
           move 'ILOC' to CCK-Type.
           call 'CODECHK' using WS-Codechk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'UNKNOWN OR RETIRED LOCATION' to WS-Loc-Msg
           end-if.

      ***** A sale - the original posting path ********************
       205-SALE-RTN.
           Perform 206-PRICE-SALE-RTN.
           if WS-Price-Ok = 'N'
               Write SALES-REC from Print-Err-Line
               add 1 to WS-Rejected-Cnt
           else
               MOVE NAME-IN TO NAME-OUT
               Move WS-Sale-Price to Price-Out
               Move QTY-SOLD-IN to QTY-SOLD-OUT
               Multiply WS-Sale-Price by Qty-Sold-In
                   giving CALC-TOT-Price
               Move CALC-TOT-Price to Tot-Price-Out
               move spaces to LOW-STOCK-OUT
               Move zero to WS-Short-Qty
               Perform 262-FIND-KIT-RTN
               If WS-Kit-Found = 'Y'
                   Perform 270-KIT-SALE-RTN
               Else
                   Perform 210-DECREMENT-INV-RTN
               End-If
               Move 'S' to SGL-Type
               Move Name-In to SGL-Item
               Move TRANS-Location to SGL-Location
               Move Qty-Sold-In to SGL-Qty
               Move WS-Short-Qty to SGL-Short
               Move CALC-TOT-Price to SGL-Revenue
               Write SALES-GL-REC
               Write SALES-REC
               add CALC-TOT-Price to WS-Grand-Total
               add 1 to WS-Posted-Cnt
           end-if.

      ***** The master's price is the selling price.  A keyed ****
      ***** price that differs is ignored and listed; an item ****
      ***** the master does not price sells as keyed and is *****
      ***** listed too.  No price either way is a bad record. ****
       206-PRICE-SALE-RTN.
           Move 'N' to WS-Price-Ok.
           Move zero to WS-Sale-Price.
           Move Name-In to WS-Prc-Look.
           Perform 208-FIND-PRICE-RTN.
           evaluate true
               when WS-Prc-Found = 'Y'
                   Move 'Y' to WS-Price-Ok
                   Move WS-Prc-Price(WS-Prc-Match) to WS-Sale-Price
                   if Unit-Price-In numeric
                       and Unit-Price-In not = WS-Sale-Price
                       add 1 to WS-Ovr-Cnt
                       compute WS-Ovr-Diff = WS-Ovr-Diff
                           + (Unit-Price-In - WS-Sale-Price)
                           * Qty-Sold-In
                       Move 'MASTER PRICE' to OVD-Note
                       Perform 209-LIST-OVERRIDE-RTN
                   end-if
               when Unit-Price-In numeric
                   Move 'Y' to WS-Price-Ok
                   Move Unit-Price-In to WS-Sale-Price
                   if WS-Prc-Master = 'Y'
                       add 1 to WS-NoPrc-Cnt
                       Move 'KEYED - NO MASTER' to OVD-Note
                       Perform 209-LIST-OVERRIDE-RTN
                   end-if
           end-evaluate.

       208-FIND-PRICE-RTN.
           Move 'N' to WS-Prc-Found.
           Perform varying WS-Prc-Idx from 1 by 1
               until WS-Prc-Idx > WS-Prc-Count
               If WS-Prc-Item(WS-Prc-Idx) = WS-Prc-Look
                   Move 'Y' to WS-Prc-Found
                   Move WS-Prc-Idx to WS-Prc-Match
                   Move WS-Prc-Count to WS-Prc-Idx
               End-If
           End-Perform.

       209-LIST-OVERRIDE-RTN.
           Move Name-In to OVD-Item.
           Move TRANS-Location to OVD-Loc.
           Move TRANS-Slsp-Name to OVD-Slsp.
           Move Qty-Sold-In to OVD-Qty.
           Move Unit-Price-In to OVD-Keyed.
           If WS-Prc-Found = 'Y'
               Move WS-Sale-Price to OVD-Master
           Else
               Move zero to OVD-Master
           End-If.
           Write PRICE-OVR-REC from OVR-DETAIL.

      ***** A receiving - stock goes up ***************************
       220-RECEIPT-RTN.
           Move TRANS-Location to WS-Find-Loc.
           Perform 215-FIND-INV-RTN.
           If WS-Inv-Found = 'Y'
               Move Name-In to WS-Lot-Look-Item
               Perform 286-FIND-PERISH-RTN
               If WS-Per-Found = 'Y'
                   Perform 221-RECEIVE-LOT-RTN
               End-If
               Move Qty-Sold-In to WS-Fill-Left
               Perform 225-FILL-BACKORDERS-RTN
               add WS-Fill-Left to WS-Inv-Qty(WS-Inv-Match-Idx)
               add Qty-Sold-In to WS-Inv-Rcvd(WS-Inv-Match-Idx)
               add 1 to WS-Posted-Cnt
           Else
               display 'RECEIPT FOR UNKNOWN ITEM IGNORED: ' Name-In
               add 1 to WS-Rejected-Cnt
           End-If.

      ***** A perishable receipt is a lot - the supplier's, or **
      ***** today's date when none is keyed, expiring when the **
      ***** supplier says or after the item's shelf life *******
       221-RECEIVE-LOT-RTN.
           If TRANS-Lot-No = spaces
               Move WS-Run-Date-Key to WS-New-Lot-No
           Else
               Move TRANS-Lot-No to WS-New-Lot-No
           End-If.
           evaluate true
               when TRANS-Expiry numeric and TRANS-Expiry > zero
                   Move TRANS-Expiry to WS-New-Expiry
               when WS-Per-Days(WS-Per-Match) > zero
                   compute WS-New-Expiry = function date-of-integer
                       (function integer-of-date(WS-Run-Date-Key)
                       + WS-Per-Days(WS-Per-Match))
               when other
                   Move zero to WS-New-Expiry
           end-evaluate.
           Move TRANS-Location to WS-Lot-Look-Loc.
           Move Qty-Sold-In to WS-New-Qty.
           Perform 280-ADD-LOT-RTN.

      ***** What is owed goes out before anything goes on the *****
      ***** shelf - the item's oldest open backorder first ********
       225-FILL-BACKORDERS-RTN.
           Move 'Y' to WS-Bko-Found.
           Perform until WS-Fill-Left = zero or WS-Bko-Found = 'N'
               Perform 227-FIND-OLDEST-BKO-RTN
               If WS-Bko-Found = 'Y'
                   If WS-Fill-Left < WS-Bko-Open(WS-Bko-Match)
                       Move WS-Fill-Left to WS-Fill-Qty
                   Else
                       Move WS-Bko-Open(WS-Bko-Match) to WS-Fill-Qty
                   End-If
                   subtract WS-Fill-Qty
                       from WS-Bko-Open(WS-Bko-Match)
                   subtract WS-Fill-Qty from WS-Fill-Left
                   add WS-Fill-Qty to WS-Bko-Fill-Qty
                   Move 'F' to SGL-Type
                   Move Name-In to SGL-Item
                   Move WS-Find-Loc to SGL-Location
                   Move WS-Fill-Qty to SGL-Qty
                   Move zero to SGL-Short SGL-Revenue
                   Write SALES-GL-REC
               End-If
           End-Perform.

       227-FIND-OLDEST-BKO-RTN.
           Move 'N' to WS-Bko-Found.
           Perform varying WS-Bko-Idx from 1 by 1
               until WS-Bko-Idx > WS-Bko-Count
               If WS-Bko-Item(WS-Bko-Idx) = Name-In
                   and WS-Bko-Loc(WS-Bko-Idx) = WS-Find-Loc
                   and WS-Bko-Open(WS-Bko-Idx) > zero
                   If WS-Bko-Found = 'N'
                       Move 'Y' to WS-Bko-Found
                       Move WS-Bko-Idx to WS-Bko-Match
                   Else
                       If WS-Bko-Date(WS-Bko-Idx)
                           < WS-Bko-Date(WS-Bko-Match)
                           Move WS-Bko-Idx to WS-Bko-Match
                       End-If
                   End-If
               End-If
           End-Perform.

      ***** A count adjustment - on-hand is SET to the physical ***
      ***** count and the signed variance is what the report    ***
      ***** shows                                               ***
       230-ADJUST-RTN.
           Move TRANS-Location to WS-Find-Loc.
           Perform 215-FIND-INV-RTN.
           If WS-Inv-Found = 'Y'
               compute WS-Adj-Variance =
                   Qty-Sold-In - WS-Inv-Qty(WS-Inv-Match-Idx)
               add WS-Adj-Variance to WS-Inv-Adj(WS-Inv-Match-Idx)
               move Qty-Sold-In to WS-Inv-Qty(WS-Inv-Match-Idx)
               add 1 to WS-Posted-Cnt
           Else
               display 'ADJUSTMENT FOR UNKNOWN ITEM IGNORED: '
                   Name-In
               add 1 to WS-Rejected-Cnt
           End-If.

      ***** A transfer - stock leaves the shipping location now **
      ***** and goes in transit to the receiving one.  You can ***
      ***** not ship what the shelf does not hold. ***************
       240-TRANSFER-RTN.
           Move TRANS-Location to WS-Find-Loc.
           Perform 215-FIND-INV-RTN.
           evaluate true
               when WS-Inv-Found = 'N'
                   display 'TRANSFER OF ITEM NOT STOCKED AT '
                       TRANS-Location ' IGNORED: ' Name-In
                   add 1 to WS-Rejected-Cnt
               when Qty-Sold-In > WS-Inv-Qty(WS-Inv-Match-Idx)
                   display 'TRANSFER EXCEEDS ON-HAND AT '
                       TRANS-Location ' IGNORED: ' Name-In
                   add 1 to WS-Rejected-Cnt
               when WS-Xfr-Count not < 500
                   display 'TRANSIT TABLE CAPACITY EXCEEDED AT 500 '
                       '- RUN HALTED'
                   stop run
               when other
                   Move WS-Inv-Match-Idx to WS-From-Idx
                   Move TRANS-To-Loc to WS-Find-Loc
                   Perform 215-FIND-INV-RTN
                   If WS-Inv-Found = 'N'
                       Perform 217-ADD-INV-ROW-RTN
                   End-If
                   subtract Qty-Sold-In from WS-Inv-Qty(WS-From-Idx)
                   add Qty-Sold-In to WS-Inv-Xfer-Out(WS-From-Idx)
                   add 1 to WS-Xfr-Count
                   move Name-In to WS-Xfr-Item(WS-Xfr-Count)
                   move TRANS-Location
                       to WS-Xfr-From-Loc(WS-Xfr-Count)
                   move TRANS-To-Loc to WS-Xfr-To-Loc(WS-Xfr-Count)
                   move Qty-Sold-In to WS-Xfr-Qty(WS-Xfr-Count)
                   move Qty-Sold-In to WS-Xfr-Open(WS-Xfr-Count)
                   move WS-Run-Date-Key
                       to WS-Xfr-Ship-Date(WS-Xfr-Count)
                   add 1 to WS-Posted-Cnt
           end-evaluate.

      ***** A confirmation - the receiving location says the ****
      ***** stock arrived.  It clears the oldest transfers in ***
      ***** first, and like a receiving it fills that ***********
      ***** location's backorders before going on the shelf *****
       245-CONFIRM-RTN.
           Move TRANS-Location to WS-Find-Loc.
           move zero to WS-Xfr-Open-Tot.
           Perform varying WS-Xfr-Idx from 1 by 1
               until WS-Xfr-Idx > WS-Xfr-Count
               If WS-Xfr-Item(WS-Xfr-Idx) = Name-In
                   and WS-Xfr-To-Loc(WS-Xfr-Idx) = WS-Find-Loc
                   add WS-Xfr-Open(WS-Xfr-Idx) to WS-Xfr-Open-Tot
               End-If
           End-Perform.
           evaluate true
               when WS-Xfr-Open-Tot = zero
                   display 'CONFIRMATION WITH NOTHING IN TRANSIT TO '
                       TRANS-Location ' IGNORED: ' Name-In
                   add 1 to WS-Rejected-Cnt
               when Qty-Sold-In > WS-Xfr-Open-Tot
                   display 'CONFIRMATION EXCEEDS QUANTITY IN TRANSIT '
                       'TO ' TRANS-Location ' IGNORED: ' Name-In
                   add 1 to WS-Rejected-Cnt
               when other
                   Perform 215-FIND-INV-RTN
                   If WS-Inv-Found = 'N'
                       Perform 217-ADD-INV-ROW-RTN
                   End-If
                   Move Qty-Sold-In to WS-Fill-Left
                   Perform 247-CLEAR-TRANSIT-RTN
                   Move Qty-Sold-In to WS-Fill-Left
                   Perform 225-FILL-BACKORDERS-RTN
                   add WS-Fill-Left to WS-Inv-Qty(WS-Inv-Match-Idx)
                   add Qty-Sold-In
                       to WS-Inv-Xfer-In(WS-Inv-Match-Idx)
                   add 1 to WS-Posted-Cnt
           end-evaluate.

       247-CLEAR-TRANSIT-RTN.
           Move 'Y' to WS-Xfr-Found.
           Perform until WS-Fill-Left = zero or WS-Xfr-Found = 'N'
               Perform 248-FIND-OLDEST-XFR-RTN
               If WS-Xfr-Found = 'Y'
                   If WS-Fill-Left < WS-Xfr-Open(WS-Xfr-Match)
                       Move WS-Fill-Left to WS-Fill-Qty
                   Else
                       Move WS-Xfr-Open(WS-Xfr-Match) to WS-Fill-Qty
                   End-If
                   subtract WS-Fill-Qty
                       from WS-Xfr-Open(WS-Xfr-Match)
                   subtract WS-Fill-Qty from WS-Fill-Left
               End-If
           End-Perform.

       248-FIND-OLDEST-XFR-RTN.
           Move 'N' to WS-Xfr-Found.
           Perform varying WS-Xfr-Idx from 1 by 1
               until WS-Xfr-Idx > WS-Xfr-Count
               If WS-Xfr-Item(WS-Xfr-Idx) = Name-In
                   and WS-Xfr-To-Loc(WS-Xfr-Idx) = WS-Find-Loc
                   and WS-Xfr-Open(WS-Xfr-Idx) > zero
                   If WS-Xfr-Found = 'N'
                       Move 'Y' to WS-Xfr-Found
                       Move WS-Xfr-Idx to WS-Xfr-Match
                   Else
                       If WS-Xfr-Ship-Date(WS-Xfr-Idx)
                           < WS-Xfr-Ship-Date(WS-Xfr-Match)
                           Move WS-Xfr-Idx to WS-Xfr-Match
                       End-If
                   End-If
               End-If
           End-Perform.

      ***** Find an item in the inventory table *******************
       215-FIND-INV-RTN.
           Move 'N' to WS-Inv-Found.
           Perform varying WS-Inv-Idx from 1 by 1
               until WS-Inv-Idx > WS-Inv-Count
               If WS-Inv-Name(WS-Inv-Idx) = Name-In
                   and WS-Inv-Loc(WS-Inv-Idx) = WS-Find-Loc
                   Move 'Y' to WS-Inv-Found
                   Move WS-Inv-Idx to WS-Inv-Match-Idx
                   Move WS-Inv-Count to WS-Inv-Idx
               End-If
           End-Perform.

      ***** First stock of an item at a location - the row *****
      ***** starts empty, and the reorder point stays zero *****
      ***** until Ch2ROCalc measures demand there **************
       217-ADD-INV-ROW-RTN.
           If WS-Inv-Count < 600
               add 1 to WS-Inv-Count
               move WS-Inv-Count to WS-Inv-Match-Idx
               move Name-In to WS-Inv-Name(WS-Inv-Count)
               move WS-Find-Loc to WS-Inv-Loc(WS-Inv-Count)
               move zero to WS-Inv-Qty(WS-Inv-Count)
                   WS-Inv-Reorder-Pt(WS-Inv-Count)
                   WS-Inv-Open(WS-Inv-Count)
                   WS-Inv-Sold(WS-Inv-Count)
                   WS-Inv-Rcvd(WS-Inv-Count)
                   WS-Inv-Xfer-Out(WS-Inv-Count)
                   WS-Inv-Xfer-In(WS-Inv-Count)
                   WS-Inv-Adj(WS-Inv-Count)
                   WS-Inv-Asm(WS-Inv-Count)
               display 'ITEM NOW STOCKED AT LOCATION ' WS-Find-Loc
                   ': ' Name-In
           Else
               display 'INVENTORY TABLE CAPACITY EXCEEDED AT 600 '
                   '- RUN HALTED'
               stop run
           End-If.

      ***** An assembly - kits are built ahead of time at the ****
      ***** location.  It builds all it asks for or nothing;   ****
      ***** a component short for the full quantity rejects it ***
      ***** and shows on the kit shortage list.  Built kits ******
      ***** fill the kit's backorders before the shelf. **********
       260-ASSEMBLE-RTN.
           Move TRANS-Location to WS-Find-Loc.
           Perform 262-FIND-KIT-RTN.
           If WS-Kit-Found = 'Y'
               Perform 265-KIT-BUILDABLE-RTN
           End-If.
           Move 'K' to WS-Kit-Use.
           Move Qty-Sold-In to WS-Kit-Need.
           evaluate true
               when WS-Kit-Found = 'N'
                   display 'ASSEMBLY OF ITEM WITH NO KIT STRUCTURE '
                       'IGNORED: ' Name-In
                   add 1 to WS-Rejected-Cnt
               when Qty-Sold-In > WS-Kit-Can
                   Perform 267-LOG-SHORTAGE-RTN
                   display 'ASSEMBLY SHORT OF COMPONENTS AT '
                       TRANS-Location ' IGNORED: ' Name-In
                   add 1 to WS-Rejected-Cnt
               when other
                   Perform 215-FIND-INV-RTN
                   If WS-Inv-Found = 'N'
                       Perform 217-ADD-INV-ROW-RTN
                   End-If
                   Move WS-Inv-Match-Idx to WS-Kit-Row
                   Perform 268-USE-COMPONENTS-RTN
                   Move Qty-Sold-In to WS-Fill-Left
                   Perform 225-FILL-BACKORDERS-RTN
                   add WS-Fill-Left to WS-Inv-Qty(WS-Kit-Row)
                   add Qty-Sold-In to WS-Inv-Asm(WS-Kit-Row)
                   add 1 to WS-Posted-Cnt
           end-evaluate.

      ***** Is this item a kit? **********************************
       262-FIND-KIT-RTN.
           Move 'N' to WS-Kit-Found.
           Perform varying WS-Kit-Idx from 1 by 1
               until WS-Kit-Idx > WS-Kit-Count
               If WS-Kit-Name(WS-Kit-Idx) = Name-In
                   Move 'Y' to WS-Kit-Found
                   Move WS-Kit-Count to WS-Kit-Idx
               End-If
           End-Perform.

      ***** How many kits the components on the shelf at this ****
      ***** location will build - the scarcest component sets ****
      ***** it, and a component not stocked here builds none *****
       265-KIT-BUILDABLE-RTN.
           Move 99999 to WS-Kit-Can.
           Perform varying WS-Kit-Idx from 1 by 1
               until WS-Kit-Idx > WS-Kit-Count
               If WS-Kit-Name(WS-Kit-Idx) = Name-In
                   Perform 266-FIND-COMP-RTN
                   If WS-Comp-Found = 'Y'
                       divide WS-Kit-Qty-Per(WS-Kit-Idx)
                           into WS-Inv-Qty(WS-Comp-Idx)
                           giving WS-Comp-Can
                   Else
                       Move zero to WS-Comp-Can
                   End-If
                   If WS-Comp-Can < WS-Kit-Can
                       Move WS-Comp-Can to WS-Kit-Can
                   End-If
               End-If
           End-Perform.

       266-FIND-COMP-RTN.
           Move 'N' to WS-Comp-Found.
           Perform varying WS-Inv-Idx from 1 by 1
               until WS-Inv-Idx > WS-Inv-Count
               If WS-Inv-Name(WS-Inv-Idx) = WS-Kit-Comp(WS-Kit-Idx)
                   and WS-Inv-Loc(WS-Inv-Idx) = WS-Find-Loc
                   Move 'Y' to WS-Comp-Found
                   Move WS-Inv-Idx to WS-Comp-Idx
                   Move WS-Inv-Count to WS-Inv-Idx
               End-If
           End-Perform.

      ***** Every component that will not cover WS-Kit-Need ******
      ***** kits goes on the kit shortage list *******************
       267-LOG-SHORTAGE-RTN.
           Perform varying WS-Kit-Idx from 1 by 1
               until WS-Kit-Idx > WS-Kit-Count
               If WS-Kit-Name(WS-Kit-Idx) = Name-In
                   Perform 266-FIND-COMP-RTN
                   compute WS-Comp-Need =
                       WS-Kit-Need * WS-Kit-Qty-Per(WS-Kit-Idx)
                   If WS-Comp-Found = 'Y'
                       Move WS-Inv-Qty(WS-Comp-Idx) to WS-Comp-Can
                   Else
                       Move zero to WS-Comp-Can
                   End-If
                   If WS-Comp-Need > WS-Comp-Can
                       If WS-Ksh-Count < 200
                           add 1 to WS-Ksh-Count
                           move Name-In to WS-Ksh-Kit(WS-Ksh-Count)
                           move WS-Find-Loc
                               to WS-Ksh-Loc(WS-Ksh-Count)
                           move WS-Kit-Use to WS-Ksh-Use(WS-Ksh-Count)
                           move WS-Kit-Need
                               to WS-Ksh-Kits(WS-Ksh-Count)
                           move WS-Kit-Comp(WS-Kit-Idx)
                               to WS-Ksh-Comp(WS-Ksh-Count)
                           move WS-Comp-Need
                               to WS-Ksh-Need(WS-Ksh-Count)
                           move WS-Comp-Can
                               to WS-Ksh-Have(WS-Ksh-Count)
                       Else
                           display 'KIT SHORTAGE TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
                           stop run
                       End-If
                   End-If
               End-If
           End-Perform.

      ***** Take WS-Kit-Need kits' worth of components off the ***
      ***** shelf.  Built for a sale they are component sales - **
      ***** demand that reaches their reorder points; built *****
      ***** ahead they show as assembly use *********************
       268-USE-COMPONENTS-RTN.
           Perform varying WS-Kit-Idx from 1 by 1
               until WS-Kit-Idx > WS-Kit-Count
               If WS-Kit-Name(WS-Kit-Idx) = Name-In
                   and WS-Kit-Need > zero
                   Perform 266-FIND-COMP-RTN
                   compute WS-Comp-Need =
                       WS-Kit-Need * WS-Kit-Qty-Per(WS-Kit-Idx)
                   subtract WS-Comp-Need from WS-Inv-Qty(WS-Comp-Idx)
                   If WS-Kit-Use = 'S'
                       add WS-Comp-Need to WS-Inv-Sold(WS-Comp-Idx)
                       If WS-Inv-Qty(WS-Comp-Idx)
                           < WS-Inv-Reorder-Pt(WS-Comp-Idx)
                           and LOW-STOCK-OUT = spaces
                           Move '** LOW STOCK **' to LOW-STOCK-OUT
                       End-If
                   Else
                       subtract WS-Comp-Need
                           from WS-Inv-Asm(WS-Comp-Idx)
                   End-If
               End-If
           End-Perform.

      ***** A kit sale - kits built ahead go first, the rest are *
      ***** built from the components on the spot.  What the ****
      ***** components can not cover is a kit shortage, and the **
      ***** kit goes on backorder for it.  Kits built here count **
      ***** as assembled so the kit's activity line balances ****
       270-KIT-SALE-RTN.
           Move TRANS-Location to WS-Find-Loc.
           Move 'S' to WS-Kit-Use.
           Perform 215-FIND-INV-RTN.
           If WS-Inv-Found = 'N'
               Perform 217-ADD-INV-ROW-RTN
           End-If.
           Move WS-Inv-Match-Idx to WS-Kit-Row.
           add Qty-Sold-In to WS-Inv-Sold(WS-Kit-Row).
           If Qty-Sold-In > WS-Inv-Qty(WS-Kit-Row)
               compute WS-Kit-Need = Qty-Sold-In
                   - WS-Inv-Qty(WS-Kit-Row)
               Move zero to WS-Inv-Qty(WS-Kit-Row)
           Else
               subtract Qty-Sold-In from WS-Inv-Qty(WS-Kit-Row)
               Move zero to WS-Kit-Need
           End-If.
           If WS-Kit-Need > zero
               Perform 265-KIT-BUILDABLE-RTN
               If WS-Kit-Need > WS-Kit-Can
                   Perform 267-LOG-SHORTAGE-RTN
                   compute WS-Short-Qty = WS-Kit-Need - WS-Kit-Can
                   Move WS-Kit-Can to WS-Kit-Need
                   Perform 212-ADD-BACKORDER-RTN
               End-If
               Perform 268-USE-COMPONENTS-RTN
               add WS-Kit-Need to WS-Inv-Asm(WS-Kit-Row)
           End-If.
           If WS-Inv-Qty(WS-Kit-Row) < WS-Inv-Reorder-Pt(WS-Kit-Row)
               and LOW-STOCK-OUT = spaces
               Move '** LOW STOCK **' to LOW-STOCK-OUT
           End-If.

      ***** Decrement Quantity-On-Hand For This Item ***************

       210-DECREMENT-INV-RTN.
           Move TRANS-Location to WS-Find-Loc.
           Perform 215-FIND-INV-RTN.

           If WS-Inv-Found = 'Y'
               add Qty-Sold-In to WS-Inv-Sold(WS-Inv-Match-Idx)
               If Qty-Sold-In > WS-Inv-Qty(WS-Inv-Match-Idx)
                   compute WS-Short-Qty = Qty-Sold-In
                       - WS-Inv-Qty(WS-Inv-Match-Idx)
                   Move zero to WS-Inv-Qty(WS-Inv-Match-Idx)
                   Perform 212-ADD-BACKORDER-RTN
               Else
                   subtract Qty-Sold-In
                       from WS-Inv-Qty(WS-Inv-Match-Idx)
               End-If
               Move Name-In to WS-Lot-Look-Item
               Perform 286-FIND-PERISH-RTN
               If WS-Per-Found = 'Y'
                   Move WS-Find-Loc to WS-Lot-Look-Loc
                   compute WS-Lot-Take = Qty-Sold-In - WS-Short-Qty
                   Move 'N' to WS-Lot-Expired
                   Perform 282-CONSUME-LOTS-RTN
               End-If
               If WS-Inv-Qty(WS-Inv-Match-Idx)
                   < WS-Inv-Reorder-Pt(WS-Inv-Match-Idx)
                   and LOW-STOCK-OUT = spaces
                   Move '** LOW STOCK **' to LOW-STOCK-OUT
               End-If
           End-If.

      ***** The Shortfall Is Owed, Not Lost - It Goes On the ******
      ***** Backorder File Under Today's Date ********************
       212-ADD-BACKORDER-RTN.
           If WS-Bko-Count < 500
               add 1 to WS-Bko-Count
               add 1 to WS-Bko-New-Cnt
               move Name-In to WS-Bko-Item(WS-Bko-Count)
               move WS-Short-Qty to WS-Bko-Qty(WS-Bko-Count)
               move WS-Short-Qty to WS-Bko-Open(WS-Bko-Count)
               move WS-Run-Date-Key to WS-Bko-Date(WS-Bko-Count)
               move TRANS-Location to WS-Bko-Loc(WS-Bko-Count)
               Move '** BACKORDER **' to LOW-STOCK-OUT
           Else
               display 'BACKORDER TABLE CAPACITY EXCEEDED AT 500 '
                   '- RUN HALTED'
               stop run
           End-If.

      ***** Add to a lot - the same lot received again the same **
      ***** day adds to it; otherwise it is a new lot **********
       280-ADD-LOT-RTN.
           Move 'N' to WS-Lot-Found.
           Perform varying WS-Lot-Idx from 1 by 1
               until WS-Lot-Idx > WS-Lot-Count
               If WS-Lot-Item(WS-Lot-Idx) = WS-Lot-Look-Item
                   and WS-Lot-Loc(WS-Lot-Idx) = WS-Lot-Look-Loc
                   and WS-Lot-No(WS-Lot-Idx) = WS-New-Lot-No
                   and WS-Lot-Rcpt(WS-Lot-Idx) = WS-Run-Date-Key
                   and WS-Lot-Expiry(WS-Lot-Idx) = WS-New-Expiry
                   Move 'Y' to WS-Lot-Found
                   Move WS-Lot-Idx to WS-Lot-Match
                   Move WS-Lot-Count to WS-Lot-Idx
               End-If
           End-Perform.
           evaluate true
               when WS-Lot-Found = 'Y'
                   add WS-New-Qty to WS-Lot-Qty(WS-Lot-Match)
                   add WS-New-Qty to WS-Lot-Open(WS-Lot-Match)
               when WS-Lot-Count < 1000
                   add 1 to WS-Lot-Count
                   move WS-Lot-Look-Item to WS-Lot-Item(WS-Lot-Count)
                   move WS-Lot-Look-Loc to WS-Lot-Loc(WS-Lot-Count)
                   move WS-New-Lot-No to WS-Lot-No(WS-Lot-Count)
                   move WS-Run-Date-Key to WS-Lot-Rcpt(WS-Lot-Count)
                   move WS-New-Expiry to WS-Lot-Expiry(WS-Lot-Count)
                   move WS-New-Qty to WS-Lot-Qty(WS-Lot-Count)
                   move WS-New-Qty to WS-Lot-Open(WS-Lot-Count)
               when other
                   display 'LOT TABLE CAPACITY EXCEEDED AT 1000 '
                       '- RUN HALTED'
                   stop run
           end-evaluate.

      ***** Take WS-Lot-Take off the item's lots at the *********
      ***** location, oldest received first - only the expired **
      ***** ones when WS-Lot-Expired is 'Y' ********************
       282-CONSUME-LOTS-RTN.
           Move 'Y' to WS-Lot-Found.
           Perform until WS-Lot-Take = zero or WS-Lot-Found = 'N'
               Perform 284-FIND-OLDEST-LOT-RTN
               If WS-Lot-Found = 'Y'
                   If WS-Lot-Take < WS-Lot-Open(WS-Lot-Match)
                       Move WS-Lot-Take to WS-Lot-Use
                   Else
                       Move WS-Lot-Open(WS-Lot-Match) to WS-Lot-Use
                   End-If
                   subtract WS-Lot-Use from WS-Lot-Open(WS-Lot-Match)
                   subtract WS-Lot-Use from WS-Lot-Take
               End-If
           End-Perform.

       284-FIND-OLDEST-LOT-RTN.
           Move 'N' to WS-Lot-Found.
           Perform varying WS-Lot-Idx from 1 by 1
               until WS-Lot-Idx > WS-Lot-Count
               If WS-Lot-Item(WS-Lot-Idx) = WS-Lot-Look-Item
                   and WS-Lot-Loc(WS-Lot-Idx) = WS-Lot-Look-Loc
                   and WS-Lot-Open(WS-Lot-Idx) > zero
                   and (WS-Lot-Expired = 'N'
                       or (WS-Lot-Expiry(WS-Lot-Idx) > zero
                       and WS-Lot-Expiry(WS-Lot-Idx) < WS-Run-Date-Key))
                   If WS-Lot-Found = 'N'
                       Move 'Y' to WS-Lot-Found
                       Move WS-Lot-Idx to WS-Lot-Match
                   Else
                       If WS-Lot-Rcpt(WS-Lot-Idx)
                           < WS-Lot-Rcpt(WS-Lot-Match)
                           or (WS-Lot-Rcpt(WS-Lot-Idx)
                               = WS-Lot-Rcpt(WS-Lot-Match)
                           and WS-Lot-Expiry(WS-Lot-Idx)
                               < WS-Lot-Expiry(WS-Lot-Match))
                           Move WS-Lot-Idx to WS-Lot-Match
                       End-If
                   End-If
               End-If
           End-Perform.

      ***** Is this item lot tracked? ****************************
       286-FIND-PERISH-RTN.
           Move 'N' to WS-Per-Found.
           Perform varying WS-Per-Idx from 1 by 1
               until WS-Per-Idx > WS-Per-Count
               If WS-Per-Item(WS-Per-Idx) = WS-Lot-Look-Item
                   Move 'Y' to WS-Per-Found
                   Move WS-Per-Idx to WS-Per-Match
                   Move WS-Per-Count to WS-Per-Idx
               End-If
           End-Perform.

      ***** An expired-stock disposal - out of the lot named, ****
      ***** or the oldest expired lots when none is.  Stock *****
      ***** that has not reached its date can be thrown out of **
      ***** a named lot (it spoiled) and is noted as such.  The **
      ***** loss shows as an adjustment on the activity report **
      ***** and goes on the count audit trail. *****************
       288-DISPOSE-RTN.
           Move TRANS-Location to WS-Find-Loc.
           Perform 215-FIND-INV-RTN.
           Move Name-In to WS-Lot-Look-Item.
           Move TRANS-Location to WS-Lot-Look-Loc.
           Perform 286-FIND-PERISH-RTN.
           Move spaces to WS-Lot-Msg.
           Move zero to WS-Lot-Sum.
           Move 'N' to WS-Lot-Found.
           If TRANS-Lot-No not = spaces
               Perform varying WS-Lot-Idx from 1 by 1
                   until WS-Lot-Idx > WS-Lot-Count
                   If WS-Lot-Item(WS-Lot-Idx) = Name-In
                       and WS-Lot-Loc(WS-Lot-Idx) = TRANS-Location
                       and WS-Lot-No(WS-Lot-Idx) = TRANS-Lot-No
                       and WS-Lot-Open(WS-Lot-Idx) > zero
                       Move 'Y' to WS-Lot-Found
                       Move WS-Lot-Idx to WS-Lot-Match
                       add WS-Lot-Open(WS-Lot-Idx) to WS-Lot-Sum
                   End-If
               End-Perform
           Else
               Perform varying WS-Lot-Idx from 1 by 1
                   until WS-Lot-Idx > WS-Lot-Count
                   If WS-Lot-Item(WS-Lot-Idx) = Name-In
                       and WS-Lot-Loc(WS-Lot-Idx) = TRANS-Location
                       and WS-Lot-Expiry(WS-Lot-Idx) > zero
                       and WS-Lot-Expiry(WS-Lot-Idx) < WS-Run-Date-Key
                       add WS-Lot-Open(WS-Lot-Idx) to WS-Lot-Sum
                   End-If
               End-Perform
           End-If.
           evaluate true
               when WS-Inv-Found = 'N'
                   move 'DISPOSAL OF ITEM NOT STOCKED AT LOCATION'
                       to WS-Lot-Msg
               when WS-Per-Found = 'N'
                   move 'DISPOSAL OF ITEM NOT LOT TRACKED'
                       to WS-Lot-Msg
               when TRANS-Lot-No not = spaces
                   and WS-Lot-Found = 'N'
                   move 'DISPOSAL FROM NO SUCH OPEN LOT' to WS-Lot-Msg
               when Qty-Sold-In = zero
                   move 'DISPOSAL OF NO QUANTITY' to WS-Lot-Msg
               when Qty-Sold-In > WS-Lot-Sum
                   move 'DISPOSAL EXCEEDS EXPIRED LOT QUANTITY'
                       to WS-Lot-Msg
               when Qty-Sold-In > WS-Inv-Qty(WS-Inv-Match-Idx)
                   move 'DISPOSAL EXCEEDS ON-HAND' to WS-Lot-Msg
               when WS-Dsp-Count not < 200
                   display 'DISPOSAL TABLE CAPACITY EXCEEDED AT 200 '
                       '- RUN HALTED'
                   stop run
           end-evaluate.
           If WS-Lot-Msg not = spaces
               display WS-Lot-Msg ' - IGNORED: ' Name-In ' '
                   TRANS-Location ' ' TRANS-Lot-No
               add 1 to WS-Rejected-Cnt
           Else
               add 1 to WS-Dsp-Count
               move Name-In to WS-Dsp-Item(WS-Dsp-Count)
               move TRANS-Location to WS-Dsp-Loc(WS-Dsp-Count)
               move TRANS-Lot-No to WS-Dsp-Lot(WS-Dsp-Count)
               move Qty-Sold-In to WS-Dsp-Qty(WS-Dsp-Count)
               move WS-Inv-Qty(WS-Inv-Match-Idx)
                   to WS-Dsp-Old(WS-Dsp-Count)
               move 'N' to WS-Dsp-Early(WS-Dsp-Count)
               If TRANS-Lot-No not = spaces
                   If WS-Lot-Expiry(WS-Lot-Match) = zero
                       or WS-Lot-Expiry(WS-Lot-Match)
                           not < WS-Run-Date-Key
                       move 'Y' to WS-Dsp-Early(WS-Dsp-Count)
                   End-If
                   subtract Qty-Sold-In
                       from WS-Lot-Open(WS-Lot-Match)
               Else
                   Move Qty-Sold-In to WS-Lot-Take
                   Move 'Y' to WS-Lot-Expired
                   Perform 282-CONSUME-LOTS-RTN
               End-If
               subtract Qty-Sold-In from WS-Inv-Qty(WS-Inv-Match-Idx)
               subtract Qty-Sold-In from WS-Inv-Adj(WS-Inv-Match-Idx)
               move WS-Inv-Qty(WS-Inv-Match-Idx)
                   to WS-Dsp-New(WS-Dsp-Count)
               add 1 to WS-Posted-Cnt
           End-If.

      ***** Returned goods go back on the shelf as an upward *****
      ***** adjustment at the location they came back to (the ***
      ***** main store when none is given).  The file is ********
      ***** emptied so they are posted once. *********************
       290-POST-RETURNS-RTN.
           Open Input RETURN-STOCK-FILE.
           If WS-Rst-File-Stat not = '00'
               Move 'YES' to WS-Rst-EOF
           End-If.
           Perform until WS-Rst-EOF = 'YES'
               Read RETURN-STOCK-FILE
                   At End
                       Move 'YES' to WS-Rst-EOF
                   Not At End
                       Perform 292-RETURN-ONE-RTN
               End-Read
           End-Perform.
           If WS-Rst-File-Stat = '00' or WS-Rst-File-Stat = '10'
               Close RETURN-STOCK-FILE
               Open Output RETURN-STOCK-FILE
               Close RETURN-STOCK-FILE
           End-If.

       292-RETURN-ONE-RTN.
           evaluate true
               when RST-Item = spaces
                   continue
               when RST-Qty not numeric or RST-Qty = zero
                   display 'RETURNED STOCK QTY INVALID - IGNORED: '
                       RST-Item ' MEMO ' RST-Memo-No
               when WS-Rst-Count not < 200
                   display 'RETURNED STOCK TABLE CAPACITY EXCEEDED '
                       'AT 200 - RUN HALTED'
                   stop run
               when other
                   Move RST-Item to Name-In
                   If RST-Location = spaces
                       Move WS-Main-Store-Loc to TRANS-Location
                   Else
                       Move RST-Location to TRANS-Location
                   End-If
                   Move TRANS-Location to WS-Find-Loc
                   Perform 215-FIND-INV-RTN
                   If WS-Inv-Found = 'N'
                       Perform 217-ADD-INV-ROW-RTN
                   End-If
                   add RST-Qty to WS-Inv-Qty(WS-Inv-Match-Idx)
                   add RST-Qty to WS-Inv-Adj(WS-Inv-Match-Idx)
                   add 1 to WS-Rst-Count
                   move RST-Item to WS-Rst-Item(WS-Rst-Count)
                   move TRANS-Location to WS-Rst-Loc(WS-Rst-Count)
                   move RST-Qty to WS-Rst-Qty(WS-Rst-Count)
                   move RST-Memo-No to WS-Rst-Memo(WS-Rst-Count)
           end-evaluate.

      ***** Print the Run Total Trailer Line **********************
       300-CLOSE-RTN.
           Move WS-Rec-Cnt to Trlr-Rec-Cnt.
           Perform varying WS-Inv-Idx from 1 by 1
               until WS-Inv-Idx > WS-Inv-Count
               move WS-Inv-Name(WS-Inv-Idx) to ACT-Name
               move WS-Inv-Loc(WS-Inv-Idx) to ACT-Loc
               move WS-Inv-Open(WS-Inv-Idx) to ACT-Open
               move WS-Inv-Sold(WS-Inv-Idx) to ACT-Sold
               move WS-Inv-Rcvd(WS-Inv-Idx) to ACT-Rcvd
               move WS-Inv-Xfer-Out(WS-Inv-Idx) to ACT-Xfer-Out
               move WS-Inv-Xfer-In(WS-Inv-Idx) to ACT-Xfer-In
               move WS-Inv-Adj(WS-Inv-Idx) to ACT-Adj
               move WS-Inv-Asm(WS-Inv-Idx) to ACT-Asm
               move WS-Inv-Qty(WS-Inv-Idx) to ACT-Close
               Write ACTIVITY-REC from ACT-LINE
           End-Perform.
           Move spaces to ACTIVITY-REC.
           Write ACTIVITY-REC.
           Write ACTIVITY-REC from ACT-XFR-HDR.
           Perform varying WS-Xfr-Idx from 1 by 1
               until WS-Xfr-Idx > WS-Xfr-Count
               if WS-Xfr-Open(WS-Xfr-Idx) > zero
                   move WS-Xfr-Item(WS-Xfr-Idx) to AXL-Item
                   move WS-Xfr-From-Loc(WS-Xfr-Idx) to AXL-From-Loc
                   move WS-Xfr-To-Loc(WS-Xfr-Idx) to AXL-To-Loc
                   move WS-Xfr-Ship-Date(WS-Xfr-Idx)
                       to WS-Bko-Date-Split
                   move WBD-MM to AXL-MM
                   move WBD-DD to AXL-DD
                   move WBD-YYYY to AXL-YYYY
                   move WS-Xfr-Open(WS-Xfr-Idx) to AXL-Open
                   Write ACTIVITY-REC from ACT-XFR-LINE
               end-if
           End-Perform.
           Move spaces to ACTIVITY-REC.
           Write ACTIVITY-REC.
           Write ACTIVITY-REC from ACT-KSH-HDR.
           Perform varying WS-Ksh-Idx from 1 by 1
               until WS-Ksh-Idx > WS-Ksh-Count
               move WS-Ksh-Kit(WS-Ksh-Idx) to AKL-Kit
               move WS-Ksh-Loc(WS-Ksh-Idx) to AKL-Loc
               if WS-Ksh-Use(WS-Ksh-Idx) = 'K'
                   move '  assembly' to AKL-Use
               else
                   move '  sale    ' to AKL-Use
               end-if
               move WS-Ksh-Kits(WS-Ksh-Idx) to AKL-Kits
               move WS-Ksh-Comp(WS-Ksh-Idx) to AKL-Comp
               move WS-Ksh-Need(WS-Ksh-Idx) to AKL-Need
               move WS-Ksh-Have(WS-Ksh-Idx) to AKL-Have
               Write ACTIVITY-REC from ACT-KSH-LINE
           End-Perform.
           If WS-Dsp-Count > zero
               Move spaces to ACTIVITY-REC
               Write ACTIVITY-REC
               Write ACTIVITY-REC from ACT-DSP-HDR
               Perform varying WS-Dsp-Idx from 1 by 1
                   until WS-Dsp-Idx > WS-Dsp-Count
                   move WS-Dsp-Item(WS-Dsp-Idx) to ADL-Item
                   move WS-Dsp-Loc(WS-Dsp-Idx) to ADL-Loc
                   if WS-Dsp-Lot(WS-Dsp-Idx) = spaces
                       move 'EXPIRED' to ADL-Lot
                   else
                       move WS-Dsp-Lot(WS-Dsp-Idx) to ADL-Lot
                   end-if
                   move WS-Dsp-Qty(WS-Dsp-Idx) to ADL-Qty
                   if WS-Dsp-Early(WS-Dsp-Idx) = 'Y'
                       move 'spoiled before its expiry' to ADL-Note
                   else
                       move spaces to ADL-Note
                   end-if
                   Write ACTIVITY-REC from ACT-DSP-LINE
               End-Perform
           End-If.
           If WS-Rst-Count > zero
               Move spaces to ACTIVITY-REC
               Write ACTIVITY-REC
               Write ACTIVITY-REC from ACT-RST-HDR
               Perform varying WS-Rst-Idx from 1 by 1
                   until WS-Rst-Idx > WS-Rst-Count
                   move WS-Rst-Item(WS-Rst-Idx) to ARL-Item
                   move WS-Rst-Loc(WS-Rst-Idx) to ARL-Loc
                   move WS-Rst-Qty(WS-Rst-Idx) to ARL-Qty
                   move WS-Rst-Memo(WS-Rst-Idx) to ARL-Memo
                   Write ACTIVITY-REC from ACT-RST-LINE
               End-Perform
           End-If.

      ***** Append Each Sold Item's Demand to the History File ****
      ***** - a component's demand includes what assembly used ****
       315-WRITE-DEMAND-RTN.
           Accept WS-Date from date.
           Compute WS-Run-YYYYMM =
           If WS-Dmd-File-Stat = '00' or WS-Dmd-File-Stat = '05'
               Perform varying WS-Inv-Idx from 1 by 1
                   until WS-Inv-Idx > WS-Inv-Count
                   move WS-Inv-Sold(WS-Inv-Idx) to WS-Dmd-Qty
                   if WS-Inv-Asm(WS-Inv-Idx) < zero
                       subtract WS-Inv-Asm(WS-Inv-Idx) from WS-Dmd-Qty
                   end-if
                   if WS-Dmd-Qty > zero
                       move WS-Inv-Name(WS-Inv-Idx) to DMH-Item
                       move WS-Run-YYYYMM to DMH-YYYYMM
                       move WS-Dmd-Qty to DMH-Qty
                       move WS-Inv-Loc(WS-Inv-Idx) to DMH-Location
                       write DEMAND-HIST-REC
                   end-if
               End-Perform
               move WS-Inv-Name(WS-Inv-Idx) to INVO-Name
               move WS-Inv-Qty(WS-Inv-Idx) to INVO-Qty-On-Hand
               move WS-Inv-Reorder-Pt(WS-Inv-Idx) to INVO-Reorder-Pt
               move WS-Inv-Loc(WS-Inv-Idx) to INVO-Location
               write INV-REC-OUT
           End-Perform.
           Close INV-MASTER-OUT.

      ***** Write the Backorders Still Open - Filled Ones Drop ****
       340-WRITE-BACKORDER-RTN.
           Open Output BACKORDER-OUT.
           Perform varying WS-Bko-Idx from 1 by 1
               until WS-Bko-Idx > WS-Bko-Count
               if WS-Bko-Open(WS-Bko-Idx) > zero
                   move WS-Bko-Item(WS-Bko-Idx) to BKOO-Item
                   move WS-Bko-Qty(WS-Bko-Idx) to BKOO-Qty
                   move WS-Bko-Open(WS-Bko-Idx) to BKOO-Open-Qty
                   move WS-Bko-Date(WS-Bko-Idx) to BKOO-Date
                   move WS-Bko-Loc(WS-Bko-Idx) to BKOO-Location
                   write BKO-REC-OUT
               end-if
           End-Perform.
           Close BACKORDER-OUT.

      ***** Write the Transfers Still in Transit - Confirmed ****
      ***** Ones Drop ********************************************
       345-WRITE-TRANSIT-RTN.
           Open Output TRANSIT-OUT.
           Perform varying WS-Xfr-Idx from 1 by 1
               until WS-Xfr-Idx > WS-Xfr-Count
               if WS-Xfr-Open(WS-Xfr-Idx) > zero
                   move WS-Xfr-Item(WS-Xfr-Idx) to XFRO-Item
                   move WS-Xfr-From-Loc(WS-Xfr-Idx) to XFRO-From-Loc
                   move WS-Xfr-To-Loc(WS-Xfr-Idx) to XFRO-To-Loc
                   move WS-Xfr-Qty(WS-Xfr-Idx) to XFRO-Qty
                   move WS-Xfr-Open(WS-Xfr-Idx) to XFRO-Open-Qty
                   move WS-Xfr-Ship-Date(WS-Xfr-Idx)
                       to XFRO-Ship-Date
                   write XFR-REC-OUT
               end-if
           End-Perform.
           Close TRANSIT-OUT.

      ***** The lots must account for what is on the shelf and **
      ***** no more.  Whatever took stock out other than a sale **
      ***** or a disposal (a fill, a transfer, a count, a kit) **
      ***** used the oldest lots; stock that came in without a **
      ***** receipt - or was there before the item was lot ******
      ***** tracked - becomes an UNLOTTED lot dated today. ******
       335-RECONCILE-LOTS-RTN.
           Perform varying WS-Inv-Idx from 1 by 1
               until WS-Inv-Idx > WS-Inv-Count
               Move WS-Inv-Name(WS-Inv-Idx) to WS-Lot-Look-Item
               Perform 286-FIND-PERISH-RTN
               If WS-Per-Found = 'Y'
                   Move WS-Inv-Loc(WS-Inv-Idx) to WS-Lot-Look-Loc
                   Move zero to WS-Lot-Sum
                   Perform varying WS-Lot-Idx from 1 by 1
                       until WS-Lot-Idx > WS-Lot-Count
                       If WS-Lot-Item(WS-Lot-Idx) = WS-Lot-Look-Item
                           and WS-Lot-Loc(WS-Lot-Idx)
                               = WS-Lot-Look-Loc
                           add WS-Lot-Open(WS-Lot-Idx) to WS-Lot-Sum
                       End-If
                   End-Perform
                   evaluate true
                       when WS-Lot-Sum > WS-Inv-Qty(WS-Inv-Idx)
                           compute WS-Lot-Take = WS-Lot-Sum
                               - WS-Inv-Qty(WS-Inv-Idx)
                           Move 'N' to WS-Lot-Expired
                           Perform 282-CONSUME-LOTS-RTN
                       when WS-Lot-Sum < WS-Inv-Qty(WS-Inv-Idx)
                           compute WS-New-Qty =
                               WS-Inv-Qty(WS-Inv-Idx) - WS-Lot-Sum
                           Move 'UNLOTTED' to WS-New-Lot-No
                           If WS-Per-Days(WS-Per-Match) > zero
                               compute WS-New-Expiry =
                                   function date-of-integer
                                   (function integer-of-date
                                   (WS-Run-Date-Key)
                                   + WS-Per-Days(WS-Per-Match))
                           Else
                               Move zero to WS-New-Expiry
                           End-If
                           Perform 280-ADD-LOT-RTN
                   end-evaluate
               End-If
           End-Perform.

      ***** Write the Lots Still Open - Used-Up Ones Drop *******
       347-WRITE-LOTS-RTN.
           Open Output LOT-OUT.
           Perform varying WS-Lot-Idx from 1 by 1
               until WS-Lot-Idx > WS-Lot-Count
               if WS-Lot-Open(WS-Lot-Idx) > zero
                   move WS-Lot-Item(WS-Lot-Idx) to LOTO-Item
                   move WS-Lot-Loc(WS-Lot-Idx) to LOTO-Location
                   move WS-Lot-No(WS-Lot-Idx) to LOTO-Lot-No
                   move WS-Lot-Rcpt(WS-Lot-Idx) to LOTO-Rcpt-Date
                   move WS-Lot-Expiry(WS-Lot-Idx) to LOTO-Expiry
                   move WS-Lot-Qty(WS-Lot-Idx) to LOTO-Qty
                   move WS-Lot-Open(WS-Lot-Idx) to LOTO-Open-Qty
                   write LOT-REC-OUT
               end-if
           End-Perform.
           Close LOT-OUT.

      ***** Append the Disposals to the Count Audit Trail *******
       348-WRITE-DISPOSAL-AUDIT-RTN.
           If WS-Dsp-Count > zero
               Open Extend COUNT-AUDIT-FILE
               If WS-Aud-File-Stat = '35'
                   Open Output COUNT-AUDIT-FILE
               End-If
               If WS-Aud-File-Stat = '00' or WS-Aud-File-Stat = '05'
                   Perform varying WS-Dsp-Idx from 1 by 1
                       until WS-Dsp-Idx > WS-Dsp-Count
                       move WS-Dsp-Item(WS-Dsp-Idx) to CAU-Item
                       move WS-Dsp-Old(WS-Dsp-Idx) to CAU-Old-Qty
                       move WS-Dsp-New(WS-Dsp-Idx) to CAU-New-Qty
                       move 'EXP' to CAU-Team
                       move WS-Run-Date-Key to CAU-Date
                       move WS-Dsp-Loc(WS-Dsp-Idx) to CAU-Location
                       write COUNT-AUDIT-REC
                   End-Perform
                   Close COUNT-AUDIT-FILE
               Else
                   display 'COUNT AUDIT FILE NOT AVAILABLE, STATUS: '
                       WS-Aud-File-Stat ' - DISPOSALS NOT RECORDED'
               End-If
           End-If.

      ***** Backorder Aging - Item by Item in Master Order, Each **
      ***** Backorder Aged on the Banker's 360-Day Convention *****
       350-BACKORDER-AGING-RTN.
           Open Output BACKORDER-REPORT.
           move WS-MM to BKT-MM.
           move WS-DD to BKT-DD.
           move WS-Run-YYYY to BKT-YYYY.
           Write BKO-RPT-REC from BKO-TITLE.
           Move spaces to BKO-RPT-REC.
           Write BKO-RPT-REC.
           Write BKO-RPT-REC from BKO-COL-HDR.
           Move spaces to BKO-RPT-REC.
           Write BKO-RPT-REC.
           Move zero to WS-Tot-Bucket-Qty(1) WS-Tot-Bucket-Qty(2)
               WS-Tot-Bucket-Qty(3).
           Perform varying WS-Inv-Idx from 1 by 1
               until WS-Inv-Idx > WS-Inv-Count
               Perform 355-AGE-ONE-ITEM-RTN
           End-Perform.

           move 'All items' to BKA-Label.
           compute BKA-Open = WS-Tot-Bucket-Qty(1)
               + WS-Tot-Bucket-Qty(2) + WS-Tot-Bucket-Qty(3).
           move WS-Tot-Bucket-Qty(1) to BKA-Age1.
           move WS-Tot-Bucket-Qty(2) to BKA-Age2.
           move WS-Tot-Bucket-Qty(3) to BKA-Age3.
           Write BKO-RPT-REC from BKO-AGE-LINE.
           Move spaces to BKO-RPT-REC.
           Write BKO-RPT-REC.
           move 'Backorders taken this run:' to BKN-Label.
           move WS-Bko-New-Cnt to BKN-Count.
           Write BKO-RPT-REC from BKO-NOTE-LINE.
           move 'Quantity filled from stock received:'
               to BKN-Label.
           move WS-Bko-Fill-Qty to BKN-Count.
           Write BKO-RPT-REC from BKO-NOTE-LINE.
           Close BACKORDER-REPORT.

       355-AGE-ONE-ITEM-RTN.
           Move zero to WS-Item-Bko-Cnt WS-Bucket-Qty(1)
               WS-Bucket-Qty(2) WS-Bucket-Qty(3).
           Perform varying WS-Bko-Idx from 1 by 1
               until WS-Bko-Idx > WS-Bko-Count
               if WS-Bko-Item(WS-Bko-Idx) = WS-Inv-Name(WS-Inv-Idx)
                   and WS-Bko-Loc(WS-Bko-Idx) = WS-Inv-Loc(WS-Inv-Idx)
                   and WS-Bko-Open(WS-Bko-Idx) > zero
                   add 1 to WS-Item-Bko-Cnt
                   move WS-Bko-Date(WS-Bko-Idx) to WS-Bko-Date-Split
                   compute WS-Age-Days = WS-Run-Day-Key
                       - ((WBD-YYYY * 360) + (WBD-MM * 30) + WBD-DD)
                   evaluate true
                       when WS-Age-Days > 60
                           move 3 to WS-Bucket-Idx
                       when WS-Age-Days > 30
                           move 2 to WS-Bucket-Idx
                       when other
                           move 1 to WS-Bucket-Idx
                   end-evaluate
                   add WS-Bko-Open(WS-Bko-Idx)
                       to WS-Bucket-Qty(WS-Bucket-Idx)
                       WS-Tot-Bucket-Qty(WS-Bucket-Idx)
                   move WS-Bko-Item(WS-Bko-Idx) to BKD-Item
                   move WS-Bko-Loc(WS-Bko-Idx) to BKD-Loc
                   move WBD-MM to BKD-MM
                   move WBD-DD to BKD-DD
                   move WBD-YYYY to BKD-YYYY
                   move WS-Bko-Qty(WS-Bko-Idx) to BKD-Qty
                   move WS-Bko-Open(WS-Bko-Idx) to BKD-Open
                   move WS-Age-Days to BKD-Age
                   Write BKO-RPT-REC from BKO-DETAIL
               end-if
           End-Perform.
           if WS-Item-Bko-Cnt > zero
               move 'Item total' to BKA-Label
               compute BKA-Open = WS-Bucket-Qty(1)
                   + WS-Bucket-Qty(2) + WS-Bucket-Qty(3)
               move WS-Bucket-Qty(1) to BKA-Age1
               move WS-Bucket-Qty(2) to BKA-Age2
               move WS-Bucket-Qty(3) to BKA-Age3
               Write BKO-RPT-REC from BKO-AGE-LINE
               Move spaces to BKO-RPT-REC
               Write BKO-RPT-REC
           end-if.

      ***** Price Override Totals - the difference is what the ***
      ***** keyed prices would have charged over the master's ****
       360-PRICE-OVR-TOTALS-RTN.
           If WS-Prc-Master = 'Y'
               Move spaces to PRICE-OVR-REC
               Write PRICE-OVR-REC
               move 'Keyed prices overridden (keyed less master):'
                   to OVN-Label
               move WS-Ovr-Cnt to OVN-Count
               move WS-Ovr-Diff to OVN-Amount
               Write PRICE-OVR-REC from OVR-NOTE-LINE
               move 'Items sold with no master price (as keyed):'
                   to OVN-Label
               move WS-NoPrc-Cnt to OVN-Count
               move zero to OVN-Amount
               Write PRICE-OVR-REC from OVR-NOTE-LINE
           End-If.

      ***** Append This Run's Counts for the Nightly Driver *******
       330-WRITE-STATS-RTN.
           Open Extend RUN-STATS-FILE.
           If WS-Stats-File-Stat = '35'
               Open Output RUN-STATS-FILE
           End-If.
           If WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '05'
               move 'PROGRAM2' to STAT-PROGRAM
               move WS-Rec-Cnt to STAT-READ
               move WS-Posted-Cnt to STAT-WRITTEN
               move WS-Rejected-Cnt to STAT-REJECTED
               move zero to STAT-OTHER
               write RUN-STATS-REC
               Close RUN-STATS-FILE
           End-If.

       end program Program2.
