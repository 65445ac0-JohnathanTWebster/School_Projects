         05 PH-FICA            pic 9(06)v99.
         05 PH-NET             pic 9(06)v99.
         05 PH-METHOD          pic x(01).
         05 PH-STATE           pic x(02).
         05 PH-JOB-CODE        pic x(02).
         05 PH-PAY-DATE        pic 9(08).
         05 PH-OT-PREM         pic 9(06)v99.
         05 PH-HOURS           pic 9(03)v99.
         05 PH-COMM            pic 9(06)v99.

      *********************************************
      * One employee number per record - who       *
