         05 PO-Close-Date      pic 9(08).
         05 PO-Lead-Days       pic 9(03).
         05 PO-Status          pic x(01).
         05 PO-Location        pic x(02).

       FD Score-Report.
       01 Report-Rec           pic x(100).
