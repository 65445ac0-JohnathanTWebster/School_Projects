         05 YTDA-FICA           pic 9(06)v99.
         05 YTDA-NET            pic 9(07)v99.
         05 YTDA-COMPANY        pic x(02).
         05 YTDA-SEC125         pic 9(06)v99.
         05 YTDA-IMPUTED        pic 9(06)v99.

       FD TaxDep-File.
       01 TAXDEP-REC.
         05 TXD-TAXABLE         pic 9(07)v99.
         05 TXD-FICA            pic 9(06)v99.
         05 TXD-FED             pic 9(06)v99.
         05 TXD-PRETAX          pic 9(06)v99.
         05 TXD-FICA-WAGES      pic 9(07)v99.

       FD UITax-File.
       01 UITAX-REC.
         05 PH-FICA            pic 9(06)v99.
         05 PH-NET             pic 9(06)v99.
         05 PH-METHOD          pic x(01).
         05 PH-STATE           pic x(02).
         05 PH-JOB-CODE        pic x(02).
         05 PH-PAY-DATE        pic 9(08).
         05 PH-OT-PREM         pic 9(06)v99.
         05 PH-HOURS           pic 9(03)v99.
         05 PH-COMM            pic 9(06)v99.

       FD Ctl-File.
       01 CTL-REC.
