       identification division.
       program-id. Ch3TaxRm.
      *******************************************
      * Monthly sales tax remittance by          *
      * jurisdiction.  Ch3pgm7 charges sales tax *
      * on the net of every sale at the          *
      * customer's jurisdiction rate - unless    *
      * the customer holds an exemption          *
      * certificate still in force - gives it    *
      * back on a credit memo in the same        *
      * proportion, and puts every invoice and   *
      * credit memo on the tax history.  This    *
      * run takes the history since the last     *
      * remittance through the run date and      *
      * shows, for each jurisdiction, the        *
      * taxable sales, the exempt sales, the     *
      * sales not taxed at all (no jurisdiction  *
      * on the customer, or none on the rate     *
      * table - the exposure to clear up) and    *
      * the tax collected to remit, credit memos *
      * netted off.  It finishes with the        *
      * customers whose exemption certificate    *
      * has run out - their sales are taxed      *
      * until a renewal is on file.  The         *
      * remittance control moves up to the run   *
      * date, so a period is never remitted      *
      * twice.                                   *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select TAX-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_TaxHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           Select TAX-RATE-FILE
               assign to 'C:\Data\Data-In\Ch3_TaxRate.dat'
               organization is line sequential
               file status is WS-Rate-File-Stat.
           Select NAME-MASTER
               assign to 'C:\Data\Data-Out\Ch3_CustName.dat'
               organization is line sequential
               file status is WS-Name-File-Stat.
           Select TAX-CTL-FILE
               assign to 'C:\Data\Data-Work\Ch3_TaxCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           Select RUN-DATE-FILE
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           Select REMIT-REPORT
               assign to 'C:\Data\Data-Out\Ch3_TaxRem.rpt'
               organization is line sequential.

       data division.
       File Section.
       FD TAX-HIST-FILE.
       01 TAX-HIST-REC.
           COPY TAXHIST.

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
           COPY TAXRATE.

      ***********_Customer_Name/Address_Master_(Ch3NmMnt)_*********
       FD NAME-MASTER.
       01 NAME-REC.
         05 NM-Ident           Pic x(05).
         05 NM-Name            Pic x(25).
         05 NM-Street          Pic x(25).
         05 NM-City            Pic x(15).
         05 NM-State           Pic x(02).
         05 NM-Zip             Pic x(05).
         05 NM-Tax-Juris       Pic x(02).
         05 NM-Exempt-Cert     Pic x(10).
         05 NM-Cert-Expiry     Pic 9(08).

      *********************************************
      * What has already been remitted - the tax  *
      * history through this date.  No file is    *
      * the first remittance: everything on the   *
      * history through the run date is in it.    *
      *********************************************
       FD TAX-CTL-FILE.
       01 TAX-CTL-REC.
         05 TXC-Remit-Thru     Pic 9(08).

       FD RUN-DATE-FILE.
       01 RUN-DATE-REC.
         05 OVR-MM             Pic 9(02).
         05 OVR-DD             Pic 9(02).
         05 OVR-YYYY           Pic 9(04).

       FD REMIT-REPORT.
       01 Report-Rec           Pic x(100).

       working-storage section.
       01 WS-Hist-File-Stat    Pic X(02) value '00'.
       01 WS-Rate-File-Stat    Pic X(02) value '00'.
       01 WS-Name-File-Stat    Pic X(02) value '00'.
       01 WS-Ctl-File-Stat     Pic X(02) value '00'.
       01 WS-RunDate-File-Stat Pic X(02) value '00'.
       01 WS-Hist-EOF          Pic X(03) value 'NO '.
       01 WS-Rate-EOF          Pic X(03) value 'NO '.
       01 WS-Name-EOF          Pic X(03) value 'NO '.
       01 WS-Run-YYYY          Pic 9(04) value zero.
       01 WS-Run-Date-Key      Pic 9(08) value zero.
       01 WS-Remit-Thru        Pic 9(08) value zero.
       01 WS-Doc-Count         Pic 9(05) value zero.
       01 WS-Expired-Count     Pic 9(05) value zero.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).
       01 WS-Date-Hold         Pic 9(08) value zero.
       01 WS-Date-Parts redefines WS-Date-Hold.
         05 WS-Hold-YYYY       Pic 9(04).
         05 WS-Hold-MM         Pic 9(02).
         05 WS-Hold-DD         Pic 9(02).

      *    One row per jurisdiction on the rate table, then one
      *    for every code the history carries that the table
      *    does not have, and one for sales with no jurisdiction.
       01 WS-Juris-Table-Area.
         05 WS-Juris-Count     Pic 9(03) value zero.
         05 WS-Juris-Table     occurs 100 times.
           10 WS-Jur-Code       Pic x(02).
           10 WS-Jur-Desc       Pic x(20).
           10 WS-Jur-Rate       Pic 9(02)v999.
           10 WS-Jur-Taxable    Pic s9(09)v99.
           10 WS-Jur-Exempt     Pic s9(09)v99.
           10 WS-Jur-Untaxed    Pic s9(09)v99.
           10 WS-Jur-Tax        Pic s9(09)v99.
         05 WS-Jur-Idx         Pic 9(03) value zero.
         05 WS-Jur-Match       Pic 9(03) value zero.
         05 WS-Jur-Found       Pic x(01) value 'N'.

       01 WS-Total-Fields.
         05 WS-Tot-Taxable     Pic s9(09)v99 value zero.
         05 WS-Tot-Exempt      Pic s9(09)v99 value zero.
         05 WS-Tot-Untaxed     Pic s9(09)v99 value zero.
         05 WS-Tot-Tax         Pic s9(09)v99 value zero.
         05 WS-Hist-Net        Pic s9(07)v99 value zero.
         05 WS-Hist-Tax        Pic s9(07)v99 value zero.

       01 Blank-Line           Pic x(100) value spaces.

       01 RPT-TITLE.
         05 Filler             Pic x(26) value spaces.
         05 Filler             Pic x(40) value
              'Sales Tax Remittance By Jurisdiction    '.
         05 RPT-Date.
           10 RPT-MO           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RPT-DY           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RPT-YR           Pic 9(04).
         05 Filler             Pic x(24) value spaces.

       01 WS-From-Edit.
         05 WFE-MM             Pic 9(02).
         05 Filler             Pic x value '/'.
         05 WFE-DD             Pic 9(02).
         05 Filler             Pic x value '/'.
         05 WFE-YYYY           Pic 9(04).
       01 WS-Tot-Tax-Edit      Pic $$$,$$$,$$9.99-.

       01 RPT-SECT-HDR.
         05 Filler             Pic x(03) value spaces.
         05 RSH-Text           Pic x(97).

       01 RPT-COL-HDR.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(24) value 'Jurisdiction'.
         05 Filler             Pic x(07) value '  Rate%'.
         05 Filler             Pic x(15) value '       Taxable '.
         05 Filler             Pic x(15) value '        Exempt '.
         05 Filler             Pic x(15) value '     Not Taxed '.
         05 Filler             Pic x(15) value ' Tax Collected '.
         05 Filler             Pic x(06) value spaces.

       01 RPT-JUR-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RJ-Juris           Pic x(02).
         05 Filler             Pic x(02) value spaces.
         05 RJ-Desc            Pic x(20).
         05 Filler             Pic x(01) value spaces.
         05 RJ-Rate            Pic z9.999 blank when zero.
         05 Filler             Pic x(01) value spaces.
         05 RJ-Taxable         Pic $$,$$$,$$9.99-.
         05 Filler             Pic x(01) value spaces.
         05 RJ-Exempt          Pic $$,$$$,$$9.99-.
         05 Filler             Pic x(01) value spaces.
         05 RJ-Untaxed         Pic $$,$$$,$$9.99-.
         05 Filler             Pic x(01) value spaces.
         05 RJ-Tax             Pic $$,$$$,$$9.99-.
         05 Filler             Pic x(06) value spaces.

       01 RPT-CERT-HDR.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(34) value
              'Account  Name                     '.
         05 Filler             Pic x(30) value
              'Jur  Certificate  Expired     '.
         05 Filler             Pic x(33) value spaces.

       01 RPT-CERT-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RC-Ident           Pic x(05).
         05 Filler             Pic x(04) value spaces.
         05 RC-Name            Pic x(25).
         05 Filler             Pic x(01) value spaces.
         05 RC-Juris           Pic x(02).
         05 Filler             Pic x(03) value spaces.
         05 RC-Cert            Pic x(10).
         05 Filler             Pic x(01) value spaces.
         05 RC-Expiry.
           10 RC-MM            Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RC-DD            Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RC-YYYY          Pic 9(04).
         05 Filler             Pic x(36) value spaces.

       01 RPT-MSG-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RM-Text            Pic x(97).

       procedure division.

      ************_MAIN_********

       100-MAIN-MODULE.
           perform 110-OPEN-RTN.
           perform 120-LOAD-RATES-RTN.
           perform 130-LOAD-CONTROL-RTN.
           perform 200-HISTORY-RTN.
           perform 300-REMIT-REPORT-RTN.
           perform 400-EXPIRED-CERT-RTN.
           perform 900-CLOSE-RTN.
           goback.

      ***********_Run_Date_-_The_Payroll_Override_If_Any_*********

       110-OPEN-RTN.
           Open Output REMIT-REPORT.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           Open Input RUN-DATE-FILE.
           If WS-RunDate-File-Stat = '00'
               Read RUN-DATE-FILE
                   Not At End
                       move OVR-MM to WS-MM
                       move OVR-DD to WS-DD
                       move OVR-YYYY to WS-Run-YYYY
               End-Read
               Close RUN-DATE-FILE
           End-If.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           write Report-Rec from RPT-TITLE.

       120-LOAD-RATES-RTN.
           Open Input TAX-RATE-FILE.
           If WS-Rate-File-Stat not = '00'
               Move 'YES' to WS-Rate-EOF
               display 'TAX RATE TABLE NOT AVAILABLE, STATUS: '
                   WS-Rate-File-Stat ' - JURISDICTIONS BY CODE ONLY'
           End-If.
           Perform until WS-Rate-EOF = 'YES'
               Read TAX-RATE-FILE
                   At End
                       Move 'YES' to WS-Rate-EOF
                   Not At End
                       if WS-Juris-Count < 100
                           add 1 to WS-Juris-Count
                           move TXR-Juris
                               to WS-Jur-Code(WS-Juris-Count)
                           move TXR-Desc
                               to WS-Jur-Desc(WS-Juris-Count)
                           move TXR-Rate
                               to WS-Jur-Rate(WS-Juris-Count)
                           move zero
                               to WS-Jur-Taxable(WS-Juris-Count)
                                  WS-Jur-Exempt(WS-Juris-Count)
                                  WS-Jur-Untaxed(WS-Juris-Count)
                                  WS-Jur-Tax(WS-Juris-Count)
                       else
                           display 'JURISDICTION TABLE CAPACITY '
                               'EXCEEDED AT 100 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Rate-File-Stat = '00' or WS-Rate-File-Stat = '10'
               Close TAX-RATE-FILE
           End-If.

       130-LOAD-CONTROL-RTN.
           Open Input TAX-CTL-FILE.
           If WS-Ctl-File-Stat = '00'
               Read TAX-CTL-FILE
                   Not At End
                       move TXC-Remit-Thru to WS-Remit-Thru
               End-Read
               Close TAX-CTL-FILE
           End-If.

           move spaces to RM-Text.
           If WS-Remit-Thru = zero
               string 'All activity through ' RPT-Date
                   delimited by size into RM-Text
           Else
               move WS-Remit-Thru to WS-Date-Hold
               move WS-Hold-MM to WFE-MM
               move WS-Hold-DD to WFE-DD
               move WS-Hold-YYYY to WFE-YYYY
               string 'Activity after ' WS-From-Edit ' through '
                   RPT-Date delimited by size into RM-Text
           End-If.
           write Report-Rec from RPT-MSG-LINE.
           write Report-Rec from Blank-Line.

      ***********_Invoices_And_Credit_Memos_Since_Last_Remitted_***

      *    A credit memo gives back sales and tax already counted,
      *    so it comes off the same jurisdiction and column.
       200-HISTORY-RTN.
           Open Input TAX-HIST-FILE.
           If WS-Hist-File-Stat not = '00'
               Move 'YES' to WS-Hist-EOF
           End-If.
           Perform until WS-Hist-EOF = 'YES'
               Read TAX-HIST-FILE
                   At End
                       Move 'YES' to WS-Hist-EOF
                   Not At End
                       if TXH-Date > WS-Remit-Thru
                           and TXH-Date not > WS-Run-Date-Key
                           perform 210-ADD-HISTORY-RTN
                       end-if
               End-Read
           End-Perform.
           If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               Close TAX-HIST-FILE
           End-If.

       210-ADD-HISTORY-RTN.
           add 1 to WS-Doc-Count.
           perform 220-FIND-JURIS-RTN.
           move TXH-Net to WS-Hist-Net.
           move TXH-Tax to WS-Hist-Tax.
           if TXH-Type = 'C'
               subtract TXH-Net from zero giving WS-Hist-Net
               subtract TXH-Tax from zero giving WS-Hist-Tax
           end-if.
           evaluate TXH-Status
               when 'T'
                   add WS-Hist-Net to WS-Jur-Taxable(WS-Jur-Match)
               when 'E'
                   add WS-Hist-Net to WS-Jur-Exempt(WS-Jur-Match)
               when other
                   add WS-Hist-Net to WS-Jur-Untaxed(WS-Jur-Match)
           end-evaluate.
           add WS-Hist-Tax to WS-Jur-Tax(WS-Jur-Match).

       220-FIND-JURIS-RTN.
           Move 'N' to WS-Jur-Found.
           Perform varying WS-Jur-Idx from 1 by 1
               until WS-Jur-Idx > WS-Juris-Count
               If WS-Jur-Code(WS-Jur-Idx) = TXH-Juris
                   Move 'Y' to WS-Jur-Found
                   Move WS-Jur-Idx to WS-Jur-Match
                   Move WS-Juris-Count to WS-Jur-Idx
               End-If
           End-Perform.
           If WS-Jur-Found = 'N'
               if WS-Juris-Count < 100
                   add 1 to WS-Juris-Count
                   move WS-Juris-Count to WS-Jur-Match
                   move TXH-Juris to WS-Jur-Code(WS-Jur-Match)
                   if TXH-Juris = spaces
                       move 'NO JURISDICTION'
                           to WS-Jur-Desc(WS-Jur-Match)
                   else
                       move '** NOT ON RATE TABLE'
                           to WS-Jur-Desc(WS-Jur-Match)
                   end-if
                   move zero to WS-Jur-Rate(WS-Jur-Match)
                       WS-Jur-Taxable(WS-Jur-Match)
                       WS-Jur-Exempt(WS-Jur-Match)
                       WS-Jur-Untaxed(WS-Jur-Match)
                       WS-Jur-Tax(WS-Jur-Match)
               else
                   display 'JURISDICTION TABLE CAPACITY EXCEEDED '
                       'AT 100 - RUN HALTED'
                   stop run
               end-if
           End-If.

      ***********_The_Remittance_By_Jurisdiction_*****************

       300-REMIT-REPORT-RTN.
           move 'SALES AND TAX BY JURISDICTION' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.
           Perform varying WS-Jur-Idx from 1 by 1
               until WS-Jur-Idx > WS-Juris-Count
               move WS-Jur-Code(WS-Jur-Idx) to RJ-Juris
               move WS-Jur-Desc(WS-Jur-Idx) to RJ-Desc
               move WS-Jur-Rate(WS-Jur-Idx) to RJ-Rate
               move WS-Jur-Taxable(WS-Jur-Idx) to RJ-Taxable
               move WS-Jur-Exempt(WS-Jur-Idx) to RJ-Exempt
               move WS-Jur-Untaxed(WS-Jur-Idx) to RJ-Untaxed
               move WS-Jur-Tax(WS-Jur-Idx) to RJ-Tax
               write Report-Rec from RPT-JUR-LINE
               add WS-Jur-Taxable(WS-Jur-Idx) to WS-Tot-Taxable
               add WS-Jur-Exempt(WS-Jur-Idx) to WS-Tot-Exempt
               add WS-Jur-Untaxed(WS-Jur-Idx) to WS-Tot-Untaxed
               add WS-Jur-Tax(WS-Jur-Idx) to WS-Tot-Tax
           End-Perform.
           write Report-Rec from Blank-Line.
           move spaces to RJ-Juris.
           move 'TOTAL TO REMIT' to RJ-Desc.
           move zero to RJ-Rate.
           move WS-Tot-Taxable to RJ-Taxable.
           move WS-Tot-Exempt to RJ-Exempt.
           move WS-Tot-Untaxed to RJ-Untaxed.
           move WS-Tot-Tax to RJ-Tax.
           write Report-Rec from RPT-JUR-LINE.
           write Report-Rec from Blank-Line.
           move spaces to RM-Text.
           string 'Invoices and credit memos in the period: '
               WS-Doc-Count delimited by size into RM-Text.
           write Report-Rec from RPT-MSG-LINE.
           If WS-Tot-Untaxed not = zero
               move 'SALES NOT TAXED - CODE A JURISDICTION ON THE '
                   & 'CUSTOMER OR ADD ITS RATE' to RM-Text
               write Report-Rec from RPT-MSG-LINE
           End-If.
           write Report-Rec from Blank-Line.

      ***********_Certificates_That_Have_Run_Out_*****************

       400-EXPIRED-CERT-RTN.
           move 'EXPIRED EXEMPTION CERTIFICATES - SALES TAXED UNTIL '
               & 'RENEWED' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-CERT-HDR.
           write Report-Rec from Blank-Line.
           Open Input NAME-MASTER.
           If WS-Name-File-Stat not = '00'
               Move 'YES' to WS-Name-EOF
               display 'CUSTOMER NAME MASTER NOT AVAILABLE, STATUS: '
                   WS-Name-File-Stat ' - CERTIFICATES NOT LISTED'
           End-If.
           Perform until WS-Name-EOF = 'YES'
               Read NAME-MASTER
                   At End
                       Move 'YES' to WS-Name-EOF
                   Not At End
                       if NM-Exempt-Cert not = spaces
                           perform 410-CHECK-CERT-RTN
                       end-if
               End-Read
           End-Perform.
           If WS-Name-File-Stat = '00' or WS-Name-File-Stat = '10'
               Close NAME-MASTER
           End-If.
           write Report-Rec from Blank-Line.
           move spaces to RM-Text.
           string 'Expired certificates: ' WS-Expired-Count
               delimited by size into RM-Text.
           write Report-Rec from RPT-MSG-LINE.

       410-CHECK-CERT-RTN.
           If NM-Cert-Expiry not numeric
               move zero to WS-Date-Hold
           Else
               move NM-Cert-Expiry to WS-Date-Hold
           End-If.
           If WS-Date-Hold < WS-Run-Date-Key
               add 1 to WS-Expired-Count
               move NM-Ident to RC-Ident
               move NM-Name to RC-Name
               move NM-Tax-Juris to RC-Juris
               move NM-Exempt-Cert to RC-Cert
               move WS-Hold-MM to RC-MM
               move WS-Hold-DD to RC-DD
               move WS-Hold-YYYY to RC-YYYY
               write Report-Rec from RPT-CERT-LINE
           End-If.

      *    The control moves forward only once the report is
      *    written.
       900-CLOSE-RTN.
           Open Output TAX-CTL-FILE.
           move WS-Run-Date-Key to TXC-Remit-Thru.
           write TAX-CTL-REC.
           Close TAX-CTL-FILE.
           Close REMIT-REPORT.
           move WS-Tot-Tax to WS-Tot-Tax-Edit.
           display 'SALES TAX REMITTANCE COMPLETE - TAX TO REMIT: '
               WS-Tot-Tax-Edit.

       end program Ch3TaxRm.
