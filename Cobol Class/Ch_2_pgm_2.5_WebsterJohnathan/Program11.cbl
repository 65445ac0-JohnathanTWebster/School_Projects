       identification division.
       program-id. Ch2APPay.
      *******************************************
      * Payment selection.  Picks the approved   *
      * vouchers that should be paid this run -  *
      * everything due within the payment        *
      * horizon on the AP control file, and      *
      * anything whose early-payment discount    *
      * would lapse inside it - takes the        *
      * discount wherever the discount date has  *
      * not passed, and marks them paid.  Writes *
      * the payment register and one payment     *
      * record per vendor for the cheque run.    *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Voucher-In
               assign to 'C:\Data\Data-In\Ch2_Voucher.dat'
               organization is line sequential
               file status is WS-Vch-File-Stat.
           select Voucher-Out
               assign to 'C:\Data\Data-Out\Ch2_Voucher.dat'
               organization is line sequential.
           select AP-Ctl-File
               assign to 'C:\Data\Data-In\Ch2_APCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Payment-File
               assign to 'C:\Data\Data-Out\Ch2_APPay.dat'
               organization is line sequential.
           select Pay-Register
               assign to 'C:\Data\Data-Out\Ch2_APPay.rpt'
               organization is line sequential.

       data division.
       file section.
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

       FD AP-Ctl-File.
       01 AP-CTL-REC.
         05 APC-Price-Tol-Pct  pic 9(02)v99.
         05 APC-Qty-Tol-Pct    pic 9(02)v99.
         05 APC-Pay-Days       pic 9(03).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

      *********************************************
      * One payment per vendor per run - what the *
      * cheque is written for                     *
      *********************************************
       FD Payment-File.
       01 PAYMENT-REC.
         05 PAY-Vendor         pic x(20).
         05 PAY-Date           pic 9(08).
         05 PAY-Vouchers       pic 9(04).
         05 PAY-Gross          pic 9(07)v99.
         05 PAY-Discount       pic 9(07)v99.
         05 PAY-Net            pic 9(07)v99.

       FD Pay-Register.
       01 Report-Rec           pic x(100).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Vch-File-Stat   pic x(02) value '00'.
         05 WS-Ctl-File-Stat   pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Vch-EOF         pic x(03) value 'NO '.
         05 WS-Pay-Days        pic 9(03) value 7.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Horizon-Date    pic 9(08) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).

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
         05 WS-First-Idx       pic 9(04) value zero.
         05 WS-Line-Idx        pic 9(04) value zero.

      *    The voucher being decided - its lines run together on
      *    the master from WS-First-Idx.
       01 WS-Select-Fields.
         05 WS-Sel-Gross       pic 9(07)v99 value zero.
         05 WS-Sel-Disc        pic 9(07)v99 value zero.
         05 WS-Sel-Net         pic 9(07)v99 value zero.
         05 WS-Sel-Pay         pic x(01) value 'N'.
         05 WS-Sel-Take-Disc   pic x(01) value 'N'.

       01 WS-Ven-Table-Area.
         05 WS-Ven-Count       pic 9(03) value zero.
         05 WS-Ven-Table       occurs 200 times.
           10 WN-Vendor         pic x(20).
           10 WN-Vouchers       pic 9(04).
           10 WN-Gross          pic 9(07)v99.
           10 WN-Discount       pic 9(07)v99.
           10 WN-Net            pic 9(07)v99.
         05 WS-Ven-Idx         pic 9(03) value zero.
         05 WS-Ven-Found       pic 9(03) value zero.

       01 WS-Total-Fields.
         05 WS-Open-Count      pic 9(05) value zero.
         05 WS-Paid-Count      pic 9(05) value zero.
         05 WS-Disc-Count      pic 9(05) value zero.
         05 WS-Tot-Gross       pic 9(09)v99 value zero.
         05 WS-Tot-Disc        pic 9(09)v99 value zero.
         05 WS-Tot-Net         pic 9(09)v99 value zero.
         05 WS-Edit-Date       pic 9(08) value zero.
         05 WS-Edit-Date-Split redefines WS-Edit-Date.
           10 WED-YYYY         pic 9(04).
           10 WED-MM           pic 9(02).
           10 WED-DD           pic 9(02).

       01 Blank-Line           pic x(100) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(20) value spaces.
         05 Filler             pic x(36) value
              'Payables Payment Register           '.
         05 Filler             pic x(02) value spaces.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(32) value spaces.

       01 RPT-HORIZON.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(38) value
              'Paying vouchers due or discount by:   '.
         05 RHZ-Date           pic x(10).
         05 Filler             pic x(49) value spaces.

       01 RPT-COL-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(36) value
              'Vendor               Voucher Invoice'.
         05 Filler             pic x(36) value
              '        Due Date            Gross   '.
         05 Filler             pic x(25) value
              ' Discount         Net    '.

       01 RPT-PAY-LINE.
         05 Filler             pic x(03) value spaces.
         05 RPL-Vendor         pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RPL-No             pic 9(06).
         05 Filler             pic x(02) value spaces.
         05 RPL-Inv-No         pic x(12).
         05 Filler             pic x(01) value spaces.
         05 RPL-Due-Date       pic x(10).
         05 Filler             pic x(01) value spaces.
         05 RPL-Gross          pic $$,$$$,$$9.99.
         05 Filler             pic x(01) value spaces.
         05 RPL-Disc           pic $$$$,$$9.99.
         05 Filler             pic x(01) value spaces.
         05 RPL-Net            pic $$,$$$,$$9.99.
         05 Filler             pic x(05) value spaces.

       01 RPT-VEN-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(36) value
              'Payments by vendor                  '.
         05 Filler             pic x(61) value spaces.

       01 RPT-VEN-LINE.
         05 Filler             pic x(03) value spaces.
         05 RVN-Vendor         pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RVN-Vouchers       pic zzz9.
         05 Filler             pic x(10) value ' vouchers '.
         05 Filler             pic x(18) value spaces.
         05 RVN-Gross          pic $$,$$$,$$9.99.
         05 Filler             pic x(01) value spaces.
         05 RVN-Disc           pic $$$$,$$9.99.
         05 Filler             pic x(01) value spaces.
         05 RVN-Net            pic $$,$$$,$$9.99.
         05 Filler             pic x(05) value spaces.

       01 RPT-TOT-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(34).
         05 RTL-Count          pic zzzz9.
         05 Filler             pic x(04) value spaces.
         05 RTL-Amount         pic $$$,$$$,$$9.99.
         05 Filler             pic x(40) value spaces.

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
           perform 120-Load-Vouchers-Rtn.
           perform 200-Select-Rtn.
           perform 300-Write-Payments-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - run date (the payroll      *
      * override if there is one) and how far     *
      * ahead this run pays                       *
      *********************************************
       110-Startup-Module.
           open output Payment-File
                       Pay-Register.

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

           open input AP-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read AP-Ctl-File
                   not at end
                       if APC-Pay-Days numeric
                           move APC-Pay-Days to WS-Pay-Days
                       end-if
               end-read
               close AP-Ctl-File
           end-if.
           compute WS-Horizon-Date = function date-of-integer(
               function integer-of-date(WS-Run-Date-Key)
               + WS-Pay-Days).

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move WS-Horizon-Date to WS-Edit-Date.
           perform 250-Edit-Date-Rtn.
           move RPT-EDIT-DATE to RHZ-Date.
           write Report-Rec from RPT-HORIZON.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.

       120-Load-Vouchers-Rtn.
           open input Voucher-In.
           if WS-Vch-File-Stat not = '00'
               display 'VOUCHER MASTER NOT AVAILABLE, STATUS: '
                   WS-Vch-File-Stat ' - RUN HALTED'
               stop run
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
                       else
                           display 'VOUCHER TABLE CAPACITY EXCEEDED '
                               'AT 2000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Voucher-In.

      *********************************************
      * A voucher at a time - its lines are       *
      * together on the master                    *
      *********************************************
       200-Select-Rtn.
           move 1 to WS-First-Idx.
           perform varying WS-Vch-Idx from 1 by 1
               until WS-Vch-Idx > WS-Vch-Count
               if WS-Vch-Idx = WS-Vch-Count
                   or WV-No(WS-Vch-Idx + 1) not = WV-No(WS-Vch-Idx)
                   perform 210-Decide-Voucher-Rtn
                   compute WS-First-Idx = WS-Vch-Idx + 1
               end-if
           end-perform.

      *********************************************
      * Paid this run if due by the horizon, or   *
      * if the discount runs out by then - in     *
      * which case paying now keeps it.  The      *
      * discount is taken on any voucher paid on  *
      * or before its discount date.              *
      *********************************************
       210-Decide-Voucher-Rtn.
           if WV-Status(WS-First-Idx) not = 'A'
               move 'N' to WS-Sel-Pay
           else
               add 1 to WS-Open-Count
               move 'N' to WS-Sel-Pay
               move 'N' to WS-Sel-Take-Disc
               if WV-Disc-Pct(WS-First-Idx) > zero
                   and WV-Disc-Date(WS-First-Idx)
                       not < WS-Run-Date-Key
                   move 'Y' to WS-Sel-Take-Disc
               end-if
               if WV-Due-Date(WS-First-Idx) not > WS-Horizon-Date
                   move 'Y' to WS-Sel-Pay
               end-if
               if WS-Sel-Take-Disc = 'Y'
                   and WV-Disc-Date(WS-First-Idx)
                       not > WS-Horizon-Date
                   move 'Y' to WS-Sel-Pay
               end-if
           end-if.
           if WS-Sel-Pay = 'Y'
               perform 220-Pay-Voucher-Rtn
           end-if.

       220-Pay-Voucher-Rtn.
           move zero to WS-Sel-Gross.
           perform varying WS-Line-Idx from WS-First-Idx by 1
               until WS-Line-Idx > WS-Vch-Idx
               add WV-Amount(WS-Line-Idx) to WS-Sel-Gross
               move 'P' to WV-Status(WS-Line-Idx)
               move WS-Run-Date-Key to WV-Pay-Date(WS-Line-Idx)
           end-perform.
           if WS-Sel-Take-Disc = 'Y'
               compute WS-Sel-Disc rounded =
                   WS-Sel-Gross * WV-Disc-Pct(WS-First-Idx) / 100
           else
               move zero to WS-Sel-Disc
           end-if.
           compute WS-Sel-Net = WS-Sel-Gross - WS-Sel-Disc.
           if WS-Sel-Disc > zero
               add 1 to WS-Disc-Count
           end-if.

           add 1 to WS-Paid-Count.
           add WS-Sel-Gross to WS-Tot-Gross.
           add WS-Sel-Disc to WS-Tot-Disc.
           add WS-Sel-Net to WS-Tot-Net.

           move zero to WS-Ven-Found.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               if WN-Vendor(WS-Ven-Idx) = WV-Vendor(WS-First-Idx)
                   move WS-Ven-Idx to WS-Ven-Found
                   move WS-Ven-Count to WS-Ven-Idx
               end-if
           end-perform.
           if WS-Ven-Found = zero
               if WS-Ven-Count < 200
                   add 1 to WS-Ven-Count
                   move WS-Ven-Count to WS-Ven-Found
                   move WV-Vendor(WS-First-Idx)
                       to WN-Vendor(WS-Ven-Found)
                   move zero to WN-Vouchers(WS-Ven-Found)
                       WN-Gross(WS-Ven-Found)
                       WN-Discount(WS-Ven-Found)
                       WN-Net(WS-Ven-Found)
               else
                   display 'VENDOR TABLE CAPACITY EXCEEDED AT 200 '
                       '- RUN HALTED'
                   stop run
               end-if
           end-if.
           add 1 to WN-Vouchers(WS-Ven-Found).
           add WS-Sel-Gross to WN-Gross(WS-Ven-Found).
           add WS-Sel-Disc to WN-Discount(WS-Ven-Found).
           add WS-Sel-Net to WN-Net(WS-Ven-Found).

           move WV-Vendor(WS-First-Idx) to RPL-Vendor.
           move WV-No(WS-First-Idx) to RPL-No.
           move WV-Inv-No(WS-First-Idx) to RPL-Inv-No.
           move WV-Due-Date(WS-First-Idx) to WS-Edit-Date.
           perform 250-Edit-Date-Rtn.
           move RPT-EDIT-DATE to RPL-Due-Date.
           move WS-Sel-Gross to RPL-Gross.
           move WS-Sel-Disc to RPL-Disc.
           move WS-Sel-Net to RPL-Net.
           write Report-Rec from RPT-PAY-LINE.

       250-Edit-Date-Rtn.
           move WED-MM to RED-MM.
           move WED-DD to RED-DD.
           move WED-YYYY to RED-YYYY.

      *********************************************
      * One payment record per vendor, the        *
      * vendor summary, and the voucher master    *
      * back out with this run's payments marked  *
      *********************************************
       300-Write-Payments-Rtn.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-VEN-HDR.
           write Report-Rec from Blank-Line.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               move WN-Vendor(WS-Ven-Idx) to PAY-Vendor
               move WS-Run-Date-Key to PAY-Date
               move WN-Vouchers(WS-Ven-Idx) to PAY-Vouchers
               move WN-Gross(WS-Ven-Idx) to PAY-Gross
               move WN-Discount(WS-Ven-Idx) to PAY-Discount
               move WN-Net(WS-Ven-Idx) to PAY-Net
               write PAYMENT-REC
               move WN-Vendor(WS-Ven-Idx) to RVN-Vendor
               move WN-Vouchers(WS-Ven-Idx) to RVN-Vouchers
               move WN-Gross(WS-Ven-Idx) to RVN-Gross
               move WN-Discount(WS-Ven-Idx) to RVN-Disc
               move WN-Net(WS-Ven-Idx) to RVN-Net
               write Report-Rec from RPT-VEN-LINE
           end-perform.

           open output Voucher-Out.
           perform varying WS-Vch-Idx from 1 by 1
               until WS-Vch-Idx > WS-Vch-Count
               move WS-Vch-Table(WS-Vch-Idx) to VOUCHER-REC-OUT
               write VOUCHER-REC-OUT
           end-perform.
           close Voucher-Out.

       900-Close-Module.
           write Report-Rec from Blank-Line.
           move 'Open vouchers considered:' to RTL-Label.
           move WS-Open-Count to RTL-Count.
           move zero to RTL-Amount.
           write Report-Rec from RPT-TOT-LINE.
           move 'Vouchers paid - gross:' to RTL-Label.
           move WS-Paid-Count to RTL-Count.
           move WS-Tot-Gross to RTL-Amount.
           write Report-Rec from RPT-TOT-LINE.
           move 'Discounts taken:' to RTL-Label.
           move WS-Disc-Count to RTL-Count.
           move WS-Tot-Disc to RTL-Amount.
           write Report-Rec from RPT-TOT-LINE.
           move 'Net paid - vendor payments:' to RTL-Label.
           move WS-Ven-Count to RTL-Count.
           move WS-Tot-Net to RTL-Amount.
           write Report-Rec from RPT-TOT-LINE.

           close Payment-File
                 Pay-Register.

           display 'PAYMENT SELECTION COMPLETE - VOUCHERS PAID: '
               WS-Paid-Count.

       end program Ch2APPay.
