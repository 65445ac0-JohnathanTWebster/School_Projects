       identification division.
       program-id. Ch2APMat.
      *******************************************
      * Vendor invoice three-way match.  Each    *
      * invoice line names the PO it bills; the  *
      * line is checked against the PO the       *
      * vendor was issued - the unit cost we     *
      * agreed to and the quantity Ch2POIss      *
      * says actually arrived - within the       *
      * tolerances on the AP control file.  An   *
      * invoice whose every line matches becomes *
      * an approved voucher, due on the vendor's *
      * terms.  One bad line holds the whole     *
      * invoice: it goes on the hold report and  *
      * carries forward to be matched again, so  *
      * an invoice that beat the goods in clears *
      * itself once the receiving posts.  Ends   *
      * with the open payables listing.          *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Invoice-File
               assign to 'C:\Data\Data-In\Ch2_Invoice.dat'
               organization is line sequential
               file status is WS-Ivc-File-Stat.
           select Invoice-Sort-File
               assign to 'sortwk1'.
           select Invoice-Sorted
               assign to 'C:\Data\Data-Work\Ch2_Invoice.srt'
               organization is line sequential.
           select Invoice-Held
               assign to 'C:\Data\Data-Out\Ch2_Invoice.dat'
               organization is line sequential.
           select PO-Master
               assign to 'C:\Data\Data-Out\Ch2_POMast.dat'
               organization is line sequential
               file status is WS-PO-File-Stat.
           select Terms-File
               assign to 'C:\Data\Data-In\Ch2_VenTerms.dat'
               organization is line sequential
               file status is WS-Terms-File-Stat.
           select AP-Ctl-File
               assign to 'C:\Data\Data-In\Ch2_APCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Voucher-In
               assign to 'C:\Data\Data-In\Ch2_Voucher.dat'
               organization is line sequential
               file status is WS-Vch-File-Stat.
           select Voucher-Out
               assign to 'C:\Data\Data-Out\Ch2_Voucher.dat'
               organization is line sequential.
           select Voucher-No-File
               assign to 'C:\Data\Data-Work\Ch2_VchNo.dat'
               organization is line sequential
               file status is WS-VchNo-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Open-Sort-File
               assign to 'sortwk2'.
           select Match-Report
               assign to 'C:\Data\Data-Out\Ch2_APMatch.rpt'
               organization is line sequential.
           select Hold-Report
               assign to 'C:\Data\Data-Out\Ch2_APHold.rpt'
               organization is line sequential.
           select Open-Report
               assign to 'C:\Data\Data-Out\Ch2_APOpen.rpt'
               organization is line sequential.

       data division.
       file section.
      *********************************************
      * Vendor invoices as keyed from the paper - *
      * one record per invoice line, each line    *
      * billing one PO.  The lines of an invoice  *
      * share the vendor, invoice number and      *
      * invoice date.                             *
      *********************************************
       FD Invoice-File.
       01 INVOICE-REC.
         05 IVC-Vendor         pic x(20).
         05 IVC-Inv-No         pic x(12).
         05 IVC-Inv-Date       pic 9(08).
         05 IVC-PO-No          pic 9(06).
         05 IVC-Qty            pic 9(05).
         05 IVC-Unit-Price     pic 9(03)v99.

       SD Invoice-Sort-File.
       01 ISK-REC.
         05 ISK-Vendor         pic x(20).
         05 ISK-Inv-No         pic x(12).
         05 ISK-Inv-Date       pic 9(08).
         05 ISK-PO-No          pic 9(06).
         05 ISK-Qty            pic 9(05).
         05 ISK-Unit-Price     pic 9(03)v99.

       FD Invoice-Sorted.
       01 INVOICE-SORTED-REC.
         05 ISO-Vendor         pic x(20).
         05 ISO-Inv-No         pic x(12).
         05 ISO-Inv-Date       pic 9(08).
         05 ISO-PO-No          pic 9(06).
         05 ISO-Qty            pic 9(05).
         05 ISO-Unit-Price     pic 9(03)v99.

       FD Invoice-Held.
       01 INVOICE-HELD-REC.
         05 IVH-Vendor         pic x(20).
         05 IVH-Inv-No         pic x(12).
         05 IVH-Inv-Date       pic 9(08).
         05 IVH-PO-No          pic 9(06).
         05 IVH-Qty            pic 9(05).
         05 IVH-Unit-Price     pic 9(03)v99.

       FD PO-Master.
       01 PO-REC.
         05 PO-No              pic 9(06).
         05 PO-Item            pic x(20).
         05 PO-Vendor          pic x(20).
         05 PO-Qty             pic 9(05).
         05 PO-Rcvd            pic 9(05).
         05 PO-Unit-Cost       pic 9(03)v99.
         05 PO-Issue-Date      pic 9(08).
         05 PO-Close-Date      pic 9(08).
         05 PO-Lead-Days       pic 9(03).
         05 PO-Status          pic x(01).
         05 PO-Location        pic x(02).

      *********************************************
      * Vendor payment terms - net days from the  *
      * invoice date, and the early-payment       *
      * discount (2% in 10 is 0200 010).  A       *
      * vendor with no row is net 30, no          *
      * discount.                                 *
      *********************************************
       FD Terms-File.
       01 TERMS-REC.
         05 VTM-Vendor         pic x(20).
         05 VTM-Net-Days       pic 9(03).
         05 VTM-Disc-Pct       pic 9(02)v99.
         05 VTM-Disc-Days      pic 9(03).

      *********************************************
      * Match tolerances - how far over the PO    *
      * unit cost, and over the quantity          *
      * received, an invoice line may bill and    *
      * still match - and how many days ahead the *
      * payment run looks.  No file runs at 2% on *
      * price, nothing over received, 7 days.     *
      *********************************************
       FD AP-Ctl-File.
       01 AP-CTL-REC.
         05 APC-Price-Tol-Pct  pic 9(02)v99.
         05 APC-Qty-Tol-Pct    pic 9(02)v99.
         05 APC-Pay-Days       pic 9(03).

      *********************************************
      * The voucher master - one row per approved *
      * invoice line, the lines of an invoice     *
      * under one voucher number.  'A' approved   *
      * and unpaid, 'P' paid on VCH-Pay-Date.     *
      * Paid vouchers stay on file so the same    *
      * invoice can never be vouchered twice.     *
      *********************************************
       FD Voucher-In.
       01 VOUCHER-REC-IN.
         05 VCHI-No            pic 9(06).
         05 VCHI-Vendor        pic x(20).
         05 VCHI-Inv-No        pic x(12).
         05 VCHI-Inv-Date      pic 9(08).
         05 VCHI-PO-No         pic 9(06).
         05 VCHI-Qty           pic 9(05).
         05 VCHI-Amount        pic 9(07)v99.
         05 VCHI-Due-Date      pic 9(08).
         05 VCHI-Disc-Date     pic 9(08).
         05 VCHI-Disc-Pct      pic 9(02)v99.
         05 VCHI-Status        pic x(01).
         05 VCHI-Pay-Date      pic 9(08).

       FD Voucher-Out.
       01 VOUCHER-REC-OUT.
         05 VCHO-No            pic 9(06).
         05 VCHO-Vendor        pic x(20).
         05 VCHO-Inv-No        pic x(12).
         05 VCHO-Inv-Date      pic 9(08).
         05 VCHO-PO-No         pic 9(06).
         05 VCHO-Qty           pic 9(05).
         05 VCHO-Amount        pic 9(07)v99.
         05 VCHO-Due-Date      pic 9(08).
         05 VCHO-Disc-Date     pic 9(08).
         05 VCHO-Disc-Pct      pic 9(02)v99.
         05 VCHO-Status        pic x(01).
         05 VCHO-Pay-Date      pic 9(08).

       FD Voucher-No-File.
       01 VCHNO-REC.
         05 VCHNO-NEXT         pic 9(06).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       SD Open-Sort-File.
       01 OSK-REC.
         05 OSK-Vendor         pic x(20).
         05 OSK-Due-Date       pic 9(08).
         05 OSK-No             pic 9(06).
         05 OSK-Inv-No         pic x(12).
         05 OSK-Inv-Date       pic 9(08).
         05 OSK-Disc-Date      pic 9(08).
         05 OSK-Amount         pic 9(07)v99.

       FD Match-Report.
       01 Report-Rec           pic x(100).

       FD Hold-Report.
       01 Hold-Rec             pic x(100).

       FD Open-Report.
       01 Open-Rec             pic x(100).

       working-storage section.
       01 Assorted-Flags.
         05 More-Records       pic x(03) value 'YES'.
         05 WS-Ivc-File-Stat   pic x(02) value '00'.
         05 WS-PO-File-Stat    pic x(02) value '00'.
         05 WS-Terms-File-Stat pic x(02) value '00'.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-Vch-File-Stat   pic x(02) value '00'.
         05 WS-VchNo-File-Stat pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-PO-EOF          pic x(03) value 'NO '.
         05 WS-Terms-EOF       pic x(03) value 'NO '.
         05 WS-Vch-EOF         pic x(03) value 'NO '.
         05 WS-Price-Tol-Pct   pic 9(02)v99 value 2.00.
         05 WS-Qty-Tol-Pct     pic 9(02)v99 value zero.
         05 WS-Next-Vch-No     pic 9(06) value 1.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Run-Day-Num     pic 9(07) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).

       01 WS-Count-Fields.
         05 WS-Ivc-Read-Count  pic 9(05) value zero.
         05 WS-Approved-Count  pic 9(05) value zero.
         05 WS-Held-Count      pic 9(05) value zero.
         05 WS-Approved-Amt    pic 9(09)v99 value zero.
         05 WS-Held-Amt        pic 9(09)v99 value zero.

      *    The invoice being matched, one line per PO billed.
       01 WS-Invoice-Area.
         05 WS-Hold-Vendor     pic x(20) value spaces.
         05 WS-Hold-Inv-No     pic x(12) value spaces.
         05 WS-Hold-Inv-Date   pic 9(08) value zero.
         05 WS-Inv-Date-Split redefines WS-Hold-Inv-Date.
           10 WID-YYYY         pic 9(04).
           10 WID-MM           pic 9(02).
           10 WID-DD           pic 9(02).
         05 WS-Inv-Held        pic x(01) value 'N'.
         05 WS-Inv-Reason      pic x(24) value spaces.
         05 WS-Inv-Total       pic 9(07)v99 value zero.
         05 WS-Line-Count      pic 9(02) value zero.
         05 WS-Line-Table      occurs 50 times.
           10 WL-PO-No          pic 9(06).
           10 WL-Qty            pic 9(05).
           10 WL-Price          pic 9(03)v99.
           10 WL-Amount         pic 9(07)v99.
           10 WL-PO-Idx         pic 9(03).
           10 WL-Reason         pic x(24).
         05 WS-Line-Idx        pic 9(02) value zero.
         05 WS-Prior-Idx       pic 9(02) value zero.

       01 WS-Match-Fields.
         05 WS-Price-Var       pic s9(03)v99 value zero.
         05 WS-Price-Limit     pic 9(03)v99 value zero.
         05 WS-Billed-Qty      pic 9(07) value zero.
         05 WS-Qty-Limit       pic 9(07) value zero.
         05 WS-Net-Days        pic 9(03) value zero.
         05 WS-Disc-Pct        pic 9(02)v99 value zero.
         05 WS-Disc-Days       pic 9(03) value zero.
         05 WS-Inv-Day-Num     pic 9(07) value zero.
         05 WS-Due-Date        pic 9(08) value zero.
         05 WS-Disc-Date       pic 9(08) value zero.

       01 WS-PO-Table-Area.
         05 WS-PO-Count        pic 9(03) value zero.
         05 WS-PO-Table        occurs 500 times.
           10 WP-No             pic 9(06).
           10 WP-Vendor         pic x(20).
           10 WP-Item           pic x(20).
           10 WP-Rcvd           pic 9(05).
           10 WP-Unit-Cost      pic 9(03)v99.
           10 WP-Billed         pic 9(07).
         05 WS-PO-Idx          pic 9(03) value zero.
         05 WS-PO-Match        pic 9(03) value zero.
         05 WS-Find-PO-No      pic 9(06) value zero.

       01 WS-Terms-Table-Area.
         05 WS-Terms-Count     pic 9(03) value zero.
         05 WS-Terms-Table     occurs 200 times.
           10 WT-Vendor         pic x(20).
           10 WT-Net-Days       pic 9(03).
           10 WT-Disc-Pct       pic 9(02)v99.
           10 WT-Disc-Days      pic 9(03).
         05 WS-Terms-Idx       pic 9(03) value zero.

       01 WS-Vch-Table-Area.
         05 WS-Vch-Count       pic 9(04) value zero.
         05 WS-Vch-Table       occurs 2000 times.
           10 WV-No             pic 9(06).
           10 WV-Vendor         pic x(20).
           10 WV-Inv-No         pic x(12).
           10 WV-Inv-Date       pic 9(08).
           10 WV-PO-No          pic 9(06).
           10 WV-Qty            pic 9(05).
           10 WV-Amount         pic 9(07)v99.
           10 WV-Due-Date       pic 9(08).
           10 WV-Disc-Date      pic 9(08).
           10 WV-Disc-Pct       pic 9(02)v99.
           10 WV-Status         pic x(01).
           10 WV-Pay-Date       pic 9(08).
         05 WS-Vch-Idx         pic 9(04) value zero.

      *    The open payables listing, a voucher at a time.
       01 WS-Open-Fields.
         05 WS-Open-Vendor     pic x(20) value spaces.
         05 WS-Open-No         pic 9(06) value zero.
         05 WS-Open-Amt        pic 9(07)v99 value zero.
         05 WS-Open-Inv-No     pic x(12) value spaces.
         05 WS-Open-Inv-Date   pic 9(08) value zero.
         05 WS-Open-Due-Date   pic 9(08) value zero.
         05 WS-Open-Disc-Date  pic 9(08) value zero.
         05 WS-Ven-Open-Amt    pic 9(09)v99 value zero.
         05 WS-Tot-Open-Amt    pic 9(09)v99 value zero.
         05 WS-Past-Due-Amt    pic 9(09)v99 value zero.
         05 WS-Open-Vch-Count  pic 9(05) value zero.
         05 WS-Past-Due-Count  pic 9(05) value zero.
         05 WS-Days-To-Due     pic s9(05) value zero.
         05 WS-Edit-Date       pic 9(08) value zero.
         05 WS-Edit-Date-Split redefines WS-Edit-Date.
           10 WED-YYYY         pic 9(04).
           10 WED-MM           pic 9(02).
           10 WED-DD           pic 9(02).

       01 Blank-Line           pic x(100) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(20) value spaces.
         05 RPT-Title-Text     pic x(36) value
              'Vendor Invoice Three-Way Match      '.
         05 Filler             pic x(02) value spaces.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(32) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             pic x(03) value spaces.
         05 RSH-Text           pic x(97).

       01 RPT-VCH-LINE.
         05 Filler             pic x(03) value spaces.
         05 RVL-No             pic 9(06).
         05 Filler             pic x(02) value spaces.
         05 RVL-Vendor         pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RVL-Inv-No         pic x(12).
         05 Filler             pic x(02) value spaces.
         05 RVL-Lines          pic z9.
         05 Filler             pic x(08) value ' lines  '.
         05 RVL-Amount         pic $$,$$$,$$9.99.
         05 Filler             pic x(07) value '   due '.
         05 RVL-Due            pic x(10).
         05 Filler             pic x(14) value spaces.

       01 RPT-HOLD-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(33) value
              'Vendor               Invoice     '.
         05 Filler             pic x(32) value
              'PO No  Billed   Rcvd  Price  PO '.
         05 Filler             pic x(32) value
              'Cst  Reason                     '.

       01 RPT-HOLD-LINE.
         05 Filler             pic x(03) value spaces.
         05 RHL-Vendor         pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RHL-Inv-No         pic x(12).
         05 Filler             pic x(01) value spaces.
         05 RHL-PO-No          pic 9(06).
         05 Filler             pic x(01) value spaces.
         05 RHL-Qty            pic zz,zz9.
         05 Filler             pic x(01) value spaces.
         05 RHL-Rcvd           pic zz,zz9.
         05 Filler             pic x(01) value spaces.
         05 RHL-Price          pic zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RHL-PO-Cost        pic zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RHL-Reason         pic x(24).
         05 Filler             pic x(02) value spaces.

       01 RPT-TOT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(34).
         05 RTL-Count          pic zzzz9.
         05 Filler             pic x(04) value spaces.
         05 RTL-Amount         pic $$$,$$$,$$9.99.
         05 Filler             pic x(40) value spaces.

       01 OPN-COL-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(36) value
              'Vendor               Voucher Invoice'.
         05 Filler             pic x(36) value
              '        Inv Date    Disc By     Due '.
         05 Filler             pic x(25) value
              '          Amount  Days   '.

       01 OPN-LINE.
         05 Filler             pic x(03) value spaces.
         05 OPL-Vendor         pic x(20).
         05 Filler             pic x(01) value spaces.
         05 OPL-No             pic 9(06).
         05 Filler             pic x(02) value spaces.
         05 OPL-Inv-No         pic x(12).
         05 Filler             pic x(01) value spaces.
         05 OPL-Inv-Date       pic x(10).
         05 Filler             pic x(02) value spaces.
         05 OPL-Disc-Date      pic x(10).
         05 Filler             pic x(02) value spaces.
         05 OPL-Due-Date       pic x(10).
         05 Filler             pic x(01) value spaces.
         05 OPL-Amount         pic $$,$$$,$$9.99.
         05 Filler             pic x(01) value spaces.
         05 OPL-Days           pic ----9.
         05 Filler             pic x(01) value spaces.

       01 OPN-VEN-TOT.
         05 Filler             pic x(06) value spaces.
         05 Filler             pic x(11) value 'Total for  '.
         05 OVT-Vendor         pic x(20).
         05 Filler             pic x(41) value spaces.
         05 OVT-Amount         pic $$$,$$$,$$9.99.
         05 Filler             pic x(08) value spaces.

       01 OPN-EDIT-DATE.
         05 OED-MM             pic 9(02).
         05 Filler             pic x(01) value '/'.
         05 OED-DD             pic 9(02).
         05 Filler             pic x(01) value '/'.
         05 OED-YYYY           pic 9(04).

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-POs-Rtn.
           perform 130-Load-Terms-Rtn.
           perform 140-Load-Vouchers-Rtn.
           perform 200-Match-Rtn.
           perform 400-Write-Vouchers-Rtn.
           perform 500-Open-Payables-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - run date (the payroll      *
      * override if there is one), tolerances,    *
      * and the next voucher number               *
      *********************************************
       110-Startup-Module.
           open output Invoice-Held
                       Match-Report
                       Hold-Report
                       Open-Report.

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
           compute WS-Run-Day-Num =
               function integer-of-date(WS-Run-Date-Key).

           open input AP-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read AP-Ctl-File
                   not at end
                       if APC-Price-Tol-Pct numeric
                           move APC-Price-Tol-Pct to WS-Price-Tol-Pct
                       end-if
                       if APC-Qty-Tol-Pct numeric
                           move APC-Qty-Tol-Pct to WS-Qty-Tol-Pct
                       end-if
               end-read
               close AP-Ctl-File
           end-if.

           open input Voucher-No-File.
           if WS-VchNo-File-Stat = '00'
               read Voucher-No-File
                   not at end
                       move VCHNO-NEXT to WS-Next-Vch-No
               end-read
               close Voucher-No-File
           end-if.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move 'Invoices On Hold - Variances       ' to
               RPT-Title-Text.
           write Hold-Rec from RPT-TITLE.
           write Hold-Rec from Blank-Line.
           write Hold-Rec from RPT-HOLD-HDR.
           write Hold-Rec from Blank-Line.

      *    The POs as Ch2POIss last wrote them - open and closed,
      *    since a closed PO is the one most likely billed.
       120-Load-POs-Rtn.
           open input PO-Master.
           if WS-PO-File-Stat not = '00'
               display 'PO MASTER NOT AVAILABLE, STATUS: '
                   WS-PO-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-PO-EOF = 'YES'
               read PO-Master
                   at end
                       move 'YES' to WS-PO-EOF
                   not at end
                       if WS-PO-Count < 500
                           add 1 to WS-PO-Count
                           move PO-No to WP-No(WS-PO-Count)
                           move PO-Vendor to WP-Vendor(WS-PO-Count)
                           move PO-Item to WP-Item(WS-PO-Count)
                           move PO-Rcvd to WP-Rcvd(WS-PO-Count)
                           move PO-Unit-Cost
                               to WP-Unit-Cost(WS-PO-Count)
                           move zero to WP-Billed(WS-PO-Count)
                       else
                           display 'PO TABLE CAPACITY EXCEEDED AT '
                               '500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close PO-Master.

       130-Load-Terms-Rtn.
           open input Terms-File.
           if WS-Terms-File-Stat not = '00'
               move 'YES' to WS-Terms-EOF
           end-if.
           perform until WS-Terms-EOF = 'YES'
               read Terms-File
                   at end
                       move 'YES' to WS-Terms-EOF
                   not at end
                       if WS-Terms-Count < 200
                           add 1 to WS-Terms-Count
                           move VTM-Vendor
                               to WT-Vendor(WS-Terms-Count)
                           move VTM-Net-Days
                               to WT-Net-Days(WS-Terms-Count)
                           move VTM-Disc-Pct
                               to WT-Disc-Pct(WS-Terms-Count)
                           move VTM-Disc-Days
                               to WT-Disc-Days(WS-Terms-Count)
                       end-if
               end-read
           end-perform.
           if WS-Terms-File-Stat = '00' or WS-Terms-File-Stat = '10'
               close Terms-File
           end-if.

      *    Every voucher on file - what each PO has already been
      *    billed for, and which invoices are already vouchered.
       140-Load-Vouchers-Rtn.
           open input Voucher-In.
           if WS-Vch-File-Stat not = '00'
               move 'YES' to WS-Vch-EOF
           end-if.
           perform until WS-Vch-EOF = 'YES'
               read Voucher-In
                   at end
                       move 'YES' to WS-Vch-EOF
                   not at end
                       if WS-Vch-Count < 2000
                           add 1 to WS-Vch-Count
                           move VOUCHER-REC-IN
                               to WS-Vch-Table(WS-Vch-Count)
                           move VCHI-PO-No to WS-Find-PO-No
                           perform 145-Find-PO-Rtn
                           if WS-PO-Match > zero
                               add VCHI-Qty to WP-Billed(WS-PO-Match)
                           end-if
                       else
                           display 'VOUCHER TABLE CAPACITY EXCEEDED '
                               'AT 2000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Vch-File-Stat = '00' or WS-Vch-File-Stat = '10'
               close Voucher-In
           end-if.

       145-Find-PO-Rtn.
           move zero to WS-PO-Match.
           perform varying WS-PO-Idx from 1 by 1
               until WS-PO-Idx > WS-PO-Count
               if WP-No(WS-PO-Idx) = WS-Find-PO-No
                   move WS-PO-Idx to WS-PO-Match
                   move WS-PO-Count to WS-PO-Idx
               end-if
           end-perform.

      *********************************************
      * The invoices, a whole invoice at a time - *
      * vendor and invoice number order           *
      *********************************************
       200-Match-Rtn.
           move 'APPROVED VOUCHERS' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           open input Invoice-File.
           if WS-Ivc-File-Stat = '00'
               close Invoice-File
               sort Invoice-Sort-File
                   on ascending key ISK-Vendor ISK-Inv-No ISK-PO-No
                   using Invoice-File
                   giving Invoice-Sorted
               open input Invoice-Sorted
               perform until More-Records = 'NO '
                   read Invoice-Sorted
                       at end
                           move 'NO ' to More-Records
                       not at end
                           add 1 to WS-Ivc-Read-Count
                           perform 210-Collect-Line-Rtn
                   end-read
               end-perform
               close Invoice-Sorted
               if WS-Line-Count > zero
                   perform 250-Match-Invoice-Rtn
               end-if
           end-if.

       210-Collect-Line-Rtn.
           if ISO-Vendor not = WS-Hold-Vendor
               or ISO-Inv-No not = WS-Hold-Inv-No
               if WS-Line-Count > zero
                   perform 250-Match-Invoice-Rtn
               end-if
               move ISO-Vendor to WS-Hold-Vendor
               move ISO-Inv-No to WS-Hold-Inv-No
               move ISO-Inv-Date to WS-Hold-Inv-Date
               move zero to WS-Line-Count
           end-if.
           if WS-Line-Count < 50
               add 1 to WS-Line-Count
               move ISO-PO-No to WL-PO-No(WS-Line-Count)
               move ISO-Qty to WL-Qty(WS-Line-Count)
               move ISO-Unit-Price to WL-Price(WS-Line-Count)
               move spaces to WL-Reason(WS-Line-Count)
               move zero to WL-PO-Idx(WS-Line-Count)
           else
               display 'INVOICE LINE CAPACITY EXCEEDED AT 50 - '
                   'RUN HALTED'
               stop run
           end-if.

       250-Match-Invoice-Rtn.
           move 'N' to WS-Inv-Held.
           move spaces to WS-Inv-Reason.
           move zero to WS-Inv-Total.
           evaluate true
               when WS-Hold-Inv-Date not numeric
                   or WID-MM < 1 or WID-MM > 12
                   or WID-DD < 1 or WID-DD > 31
                   move 'BAD INVOICE DATE' to WS-Inv-Reason
               when other
                   perform varying WS-Vch-Idx from 1 by 1
                       until WS-Vch-Idx > WS-Vch-Count
                       if WV-Vendor(WS-Vch-Idx) = WS-Hold-Vendor
                           and WV-Inv-No(WS-Vch-Idx) = WS-Hold-Inv-No
                           move 'DUPLICATE - NOT CARRIED'
                               to WS-Inv-Reason
                           move WS-Vch-Count to WS-Vch-Idx
                       end-if
                   end-perform
           end-evaluate.
           perform varying WS-Line-Idx from 1 by 1
               until WS-Line-Idx > WS-Line-Count
               if WS-Inv-Reason not = spaces
                   move WS-Inv-Reason to WL-Reason(WS-Line-Idx)
                   move WL-PO-No(WS-Line-Idx) to WS-Find-PO-No
                   perform 145-Find-PO-Rtn
                   move WS-PO-Match to WL-PO-Idx(WS-Line-Idx)
               else
                   perform 260-Check-Line-Rtn
               end-if
               compute WL-Amount(WS-Line-Idx) =
                   WL-Qty(WS-Line-Idx) * WL-Price(WS-Line-Idx)
               add WL-Amount(WS-Line-Idx) to WS-Inv-Total
               if WL-Reason(WS-Line-Idx) not = spaces
                   move 'Y' to WS-Inv-Held
               end-if
           end-perform.
           if WS-Inv-Held = 'N'
               perform 270-Voucher-Rtn
           else
               perform 280-Hold-Rtn
           end-if.

      *********************************************
      * One line against its PO - the vendor the  *
      * PO went to, the unit cost within the      *
      * price tolerance, and everything billed    *
      * on the PO so far (this invoice's earlier  *
      * lines included) within what arrived       *
      *********************************************
       260-Check-Line-Rtn.
           move WL-PO-No(WS-Line-Idx) to WS-Find-PO-No.
           perform 145-Find-PO-Rtn.
           if WS-PO-Match = zero
               move 'NO SUCH PO' to WL-Reason(WS-Line-Idx)
           else
               move WS-PO-Match to WL-PO-Idx(WS-Line-Idx)
               compute WS-Price-Var = WL-Price(WS-Line-Idx)
                   - WP-Unit-Cost(WS-PO-Match)
               compute WS-Price-Limit rounded =
                   WP-Unit-Cost(WS-PO-Match) * WS-Price-Tol-Pct / 100
               compute WS-Billed-Qty = WP-Billed(WS-PO-Match)
                   + WL-Qty(WS-Line-Idx)
               perform varying WS-Prior-Idx from 1 by 1
                   until WS-Prior-Idx not < WS-Line-Idx
                   if WL-PO-No(WS-Prior-Idx) = WL-PO-No(WS-Line-Idx)
                       add WL-Qty(WS-Prior-Idx) to WS-Billed-Qty
                   end-if
               end-perform
               compute WS-Qty-Limit = WP-Rcvd(WS-PO-Match)
                   + (WP-Rcvd(WS-PO-Match) * WS-Qty-Tol-Pct / 100)
               evaluate true
                   when WP-Vendor(WS-PO-Match) not = WS-Hold-Vendor
                       move 'PO ISSUED TO ANOTHER VENDOR'
                           to WL-Reason(WS-Line-Idx)
                   when WS-Price-Var > WS-Price-Limit
                       move 'PRICE OVER PO COST'
                           to WL-Reason(WS-Line-Idx)
                   when WS-Price-Var < zero
                       and (zero - WS-Price-Var) > WS-Price-Limit
                       move 'PRICE UNDER PO COST'
                           to WL-Reason(WS-Line-Idx)
                   when WS-Billed-Qty > WS-Qty-Limit
                       move 'QTY OVER QTY RECEIVED'
                           to WL-Reason(WS-Line-Idx)
                   when other
                       continue
               end-evaluate
           end-if.

      *********************************************
      * Every line matched - the invoice becomes  *
      * an approved voucher due on the vendor's   *
      * terms, and the POs carry what it billed   *
      *********************************************
       270-Voucher-Rtn.
           move 30 to WS-Net-Days.
           move zero to WS-Disc-Pct WS-Disc-Days.
           perform varying WS-Terms-Idx from 1 by 1
               until WS-Terms-Idx > WS-Terms-Count
               if WT-Vendor(WS-Terms-Idx) = WS-Hold-Vendor
                   move WT-Net-Days(WS-Terms-Idx) to WS-Net-Days
                   move WT-Disc-Pct(WS-Terms-Idx) to WS-Disc-Pct
                   move WT-Disc-Days(WS-Terms-Idx) to WS-Disc-Days
                   move WS-Terms-Count to WS-Terms-Idx
               end-if
           end-perform.
           compute WS-Inv-Day-Num =
               function integer-of-date(WS-Hold-Inv-Date).
           compute WS-Due-Date =
               function date-of-integer(WS-Inv-Day-Num + WS-Net-Days).
           if WS-Disc-Pct > zero
               compute WS-Disc-Date = function
                   date-of-integer(WS-Inv-Day-Num + WS-Disc-Days)
           else
               move zero to WS-Disc-Date
           end-if.

           perform varying WS-Line-Idx from 1 by 1
               until WS-Line-Idx > WS-Line-Count
               if WS-Vch-Count < 2000
                   add 1 to WS-Vch-Count
               else
                   display 'VOUCHER TABLE CAPACITY EXCEEDED '
                       'AT 2000 - RUN HALTED'
                   stop run
               end-if
               move WS-Next-Vch-No to WV-No(WS-Vch-Count)
               move WS-Hold-Vendor to WV-Vendor(WS-Vch-Count)
               move WS-Hold-Inv-No to WV-Inv-No(WS-Vch-Count)
               move WS-Hold-Inv-Date to WV-Inv-Date(WS-Vch-Count)
               move WL-PO-No(WS-Line-Idx) to WV-PO-No(WS-Vch-Count)
               move WL-Qty(WS-Line-Idx) to WV-Qty(WS-Vch-Count)
               move WL-Amount(WS-Line-Idx)
                   to WV-Amount(WS-Vch-Count)
               move WS-Due-Date to WV-Due-Date(WS-Vch-Count)
               move WS-Disc-Date to WV-Disc-Date(WS-Vch-Count)
               move WS-Disc-Pct to WV-Disc-Pct(WS-Vch-Count)
               move 'A' to WV-Status(WS-Vch-Count)
               move zero to WV-Pay-Date(WS-Vch-Count)
               add WL-Qty(WS-Line-Idx)
                   to WP-Billed(WL-PO-Idx(WS-Line-Idx))
           end-perform.

           add 1 to WS-Approved-Count.
           add WS-Inv-Total to WS-Approved-Amt.
           move WS-Next-Vch-No to RVL-No.
           move WS-Hold-Vendor to RVL-Vendor.
           move WS-Hold-Inv-No to RVL-Inv-No.
           move WS-Line-Count to RVL-Lines.
           move WS-Inv-Total to RVL-Amount.
           move WS-Due-Date to WS-Edit-Date.
           perform 550-Edit-Date-Rtn.
           move OPN-EDIT-DATE to RVL-Due.
           write Report-Rec from RPT-VCH-LINE.
           add 1 to WS-Next-Vch-No.

      *********************************************
      * Held - every line goes on the hold report *
      * with what it billed against what the PO   *
      * allows, and carries forward to be         *
      * matched again next run.  An invoice       *
      * already vouchered is reported but not     *
      * carried - it would never clear.           *
      *********************************************
       280-Hold-Rtn.
           add 1 to WS-Held-Count.
           add WS-Inv-Total to WS-Held-Amt.
           perform varying WS-Line-Idx from 1 by 1
               until WS-Line-Idx > WS-Line-Count
               move WS-Hold-Vendor to IVH-Vendor
               move WS-Hold-Inv-No to IVH-Inv-No
               move WS-Hold-Inv-Date to IVH-Inv-Date
               move WL-PO-No(WS-Line-Idx) to IVH-PO-No
               move WL-Qty(WS-Line-Idx) to IVH-Qty
               move WL-Price(WS-Line-Idx) to IVH-Unit-Price
               if WS-Inv-Reason not = 'DUPLICATE - NOT CARRIED'
                   write INVOICE-HELD-REC
               end-if
               move WS-Hold-Vendor to RHL-Vendor
               move WS-Hold-Inv-No to RHL-Inv-No
               move WL-PO-No(WS-Line-Idx) to RHL-PO-No
               move WL-Qty(WS-Line-Idx) to RHL-Qty
               move WL-Price(WS-Line-Idx) to RHL-Price
               if WL-PO-Idx(WS-Line-Idx) > zero
                   move WP-Rcvd(WL-PO-Idx(WS-Line-Idx)) to RHL-Rcvd
                   move WP-Unit-Cost(WL-PO-Idx(WS-Line-Idx))
                       to RHL-PO-Cost
               else
                   move zero to RHL-Rcvd RHL-PO-Cost
               end-if
               if WL-Reason(WS-Line-Idx) = spaces
                   move 'LINE OK - INVOICE HELD' to RHL-Reason
               else
                   move WL-Reason(WS-Line-Idx) to RHL-Reason
               end-if
               write Hold-Rec from RPT-HOLD-LINE
           end-perform.
           write Hold-Rec from Blank-Line.

       400-Write-Vouchers-Rtn.
           open output Voucher-Out.
           perform varying WS-Vch-Idx from 1 by 1
               until WS-Vch-Idx > WS-Vch-Count
               move WS-Vch-Table(WS-Vch-Idx) to VOUCHER-REC-OUT
               write VOUCHER-REC-OUT
           end-perform.
           close Voucher-Out.

      *********************************************
      * Open payables - every approved voucher    *
      * not yet paid, by vendor and due date,     *
      * with the days left to the due date        *
      * (negative is past due)                    *
      *********************************************
       500-Open-Payables-Rtn.
           move 'Open Payables by Vendor             ' to
               RPT-Title-Text.
           write Open-Rec from RPT-TITLE.
           write Open-Rec from Blank-Line.
           write Open-Rec from OPN-COL-HDR.
           write Open-Rec from Blank-Line.
           sort Open-Sort-File
               on ascending key OSK-Vendor OSK-Due-Date OSK-No
               input procedure 510-Release-Open-Rtn
               output procedure 520-List-Open-Rtn.

       510-Release-Open-Rtn.
           perform varying WS-Vch-Idx from 1 by 1
               until WS-Vch-Idx > WS-Vch-Count
               if WV-Status(WS-Vch-Idx) = 'A'
                   move WV-Vendor(WS-Vch-Idx) to OSK-Vendor
                   move WV-Due-Date(WS-Vch-Idx) to OSK-Due-Date
                   move WV-No(WS-Vch-Idx) to OSK-No
                   move WV-Inv-No(WS-Vch-Idx) to OSK-Inv-No
                   move WV-Inv-Date(WS-Vch-Idx) to OSK-Inv-Date
                   move WV-Disc-Date(WS-Vch-Idx) to OSK-Disc-Date
                   move WV-Amount(WS-Vch-Idx) to OSK-Amount
                   release OSK-REC
               end-if
           end-perform.

       520-List-Open-Rtn.
           move 'YES' to More-Records.
           perform until More-Records = 'NO '
               return Open-Sort-File
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 530-Open-Line-Rtn
               end-return
           end-perform.
           if WS-Open-No not = zero
               perform 540-Print-Open-Rtn
               perform 545-Vendor-Total-Rtn
           end-if.
           write Open-Rec from Blank-Line.
           move 'Open vouchers:' to RTL-Label.
           move WS-Open-Vch-Count to RTL-Count.
           move WS-Tot-Open-Amt to RTL-Amount.
           write Open-Rec from RPT-TOT-LINE.
           move 'Past due:' to RTL-Label.
           move WS-Past-Due-Count to RTL-Count.
           move WS-Past-Due-Amt to RTL-Amount.
           write Open-Rec from RPT-TOT-LINE.

       530-Open-Line-Rtn.
           if OSK-No not = WS-Open-No
               if WS-Open-No not = zero
                   perform 540-Print-Open-Rtn
               end-if
               if OSK-Vendor not = WS-Open-Vendor
                   if WS-Open-Vendor not = spaces
                       perform 545-Vendor-Total-Rtn
                   end-if
                   move OSK-Vendor to WS-Open-Vendor
               end-if
               move OSK-No to WS-Open-No
               move OSK-Inv-No to WS-Open-Inv-No
               move OSK-Inv-Date to WS-Open-Inv-Date
               move OSK-Due-Date to WS-Open-Due-Date
               move OSK-Disc-Date to WS-Open-Disc-Date
               move zero to WS-Open-Amt
           end-if.
           add OSK-Amount to WS-Open-Amt.

       540-Print-Open-Rtn.
           add 1 to WS-Open-Vch-Count.
           add WS-Open-Amt to WS-Ven-Open-Amt WS-Tot-Open-Amt.
           move WS-Open-Vendor to OPL-Vendor.
           move WS-Open-No to OPL-No.
           move WS-Open-Inv-No to OPL-Inv-No.
           move WS-Open-Inv-Date to WS-Edit-Date.
           perform 550-Edit-Date-Rtn.
           move OPN-EDIT-DATE to OPL-Inv-Date.
           if WS-Open-Disc-Date = zero
               move spaces to OPL-Disc-Date
           else
               move WS-Open-Disc-Date to WS-Edit-Date
               perform 550-Edit-Date-Rtn
               move OPN-EDIT-DATE to OPL-Disc-Date
           end-if.
           move WS-Open-Due-Date to WS-Edit-Date.
           perform 550-Edit-Date-Rtn.
           move OPN-EDIT-DATE to OPL-Due-Date.
           move WS-Open-Amt to OPL-Amount.
           compute WS-Days-To-Due =
               function integer-of-date(WS-Open-Due-Date)
               - WS-Run-Day-Num.
           move WS-Days-To-Due to OPL-Days.
           if WS-Days-To-Due < zero
               add 1 to WS-Past-Due-Count
               add WS-Open-Amt to WS-Past-Due-Amt
           end-if.
           write Open-Rec from OPN-LINE.

       545-Vendor-Total-Rtn.
           move WS-Open-Vendor to OVT-Vendor.
           move WS-Ven-Open-Amt to OVT-Amount.
           write Open-Rec from OPN-VEN-TOT.
           write Open-Rec from Blank-Line.
           move zero to WS-Ven-Open-Amt.

       550-Edit-Date-Rtn.
           move WED-MM to OED-MM.
           move WED-DD to OED-DD.
           move WED-YYYY to OED-YYYY.

       900-Close-Module.
           write Report-Rec from Blank-Line.
           move 'Invoice lines read:' to RTL-Label.
           move WS-Ivc-Read-Count to RTL-Count.
           move zero to RTL-Amount.
           write Report-Rec from RPT-TOT-LINE.
           move 'Invoices approved as vouchers:' to RTL-Label.
           move WS-Approved-Count to RTL-Count.
           move WS-Approved-Amt to RTL-Amount.
           write Report-Rec from RPT-TOT-LINE.
           move 'Invoices held:' to RTL-Label.
           move WS-Held-Count to RTL-Count.
           move WS-Held-Amt to RTL-Amount.
           write Report-Rec from RPT-TOT-LINE.

           close Invoice-Held
                 Match-Report
                 Hold-Report
                 Open-Report.

           open output Voucher-No-File.
           move WS-Next-Vch-No to VCHNO-NEXT.
           write VCHNO-REC.
           close Voucher-No-File.

           display 'INVOICE MATCH COMPLETE - APPROVED: '
               WS-Approved-Count ' HELD: ' WS-Held-Count.

       end program Ch2APMat.
