         05 TXD-TAXABLE         pic 9(07)v99.
         05 TXD-FICA            pic 9(06)v99.
         05 TXD-FED             pic 9(06)v99.
         05 TXD-PRETAX          pic 9(06)v99.
         05 TXD-FICA-WAGES      pic 9(07)v99.

       FD Qtr-Report.
       01 Report-Rec            pic x(80).
           10 WS-Qtr-Taxable     pic 9(11)v99.
           10 WS-Qtr-FICA        pic 9(10)v99.
           10 WS-Qtr-Fed         pic 9(10)v99.
           10 WS-Qtr-Pretax      pic 9(10)v99.
           10 WS-Qtr-Fica-Wages  pic 9(11)v99.
           10 WS-Qtr-Emp-Count   pic 9(05).

       01 WS-Emp-Table-Area.
           add TXD-TAXABLE to WS-Qtr-Taxable(WS-Qtr).
           add TXD-FICA to WS-Qtr-FICA(WS-Qtr).
           add TXD-FED to WS-Qtr-Fed(WS-Qtr).
      *    Rows posted before the cafeteria plan carry neither
      *    the pre-tax premium nor the FICA wage base.
           if TXD-PRETAX numeric
               add TXD-PRETAX to WS-Qtr-Pretax(WS-Qtr)
           end-if.
           if TXD-FICA-WAGES numeric
               add TXD-FICA-WAGES to WS-Qtr-Fica-Wages(WS-Qtr)
           end-if.
           perform 210-Count-Employee-Rtn.

       210-Count-Employee-Rtn.
           move WS-Qtr-Taxable(WS-Qtr) to RQL-Amount.
           write Report-Rec from RPT-QTR-LINE.

           if WS-Qtr-Pretax(WS-Qtr) > zero
               move 'Section 125 premiums excluded     ' to RQL-Label
               move WS-Qtr-Pretax(WS-Qtr) to RQL-Amount
               write Report-Rec from RPT-QTR-LINE
           end-if.

           if WS-Qtr-Fica-Wages(WS-Qtr) > zero
               move 'Social security/medicare wages    ' to RQL-Label
               move WS-Qtr-Fica-Wages(WS-Qtr) to RQL-Amount
               write Report-Rec from RPT-QTR-LINE
           end-if.

           move 'Federal income tax withheld       ' to RQL-Label.
           move WS-Qtr-Fed(WS-Qtr) to RQL-Amount.
           write Report-Rec from RPT-QTR-LINE.
