      * saying exactly how much must be in the   *
      * account and when, reconciled against     *
      * the payment counts the cycle balancing   *
      * step proves.  Each run's figures are     *
      * also appended to Ch12_Funding.dat, the   *
      * trail the monthly operations summary     *
      * (OpsSumm) totals payroll cost from.      *
      *******************************************
       environment division.
       configuration section.
           select Funding-Report
               assign to 'C:\Data\Data-Out\Ch12_Funding.rpt'
               organization is line sequential.
           select Funding-History
               assign to 'C:\Data\Data-Work\Ch12_Funding.dat'
               organization is line sequential
               file status is WS-FundH-File-Stat.

       data division.
       file section.
         05 TXD-TAXABLE         pic 9(07)v99.
         05 TXD-FICA            pic 9(06)v99.
         05 TXD-FED             pic 9(06)v99.
         05 TXD-PRETAX          pic 9(06)v99.
         05 TXD-FICA-WAGES      pic 9(07)v99.

       FD StTax-File.
       01 STTAX-REC.
       FD Funding-Report.
       01 Report-Rec           pic x(80).

      *********************************************
      * One row per funding run, appended - the   *
      * run date (YYYYMMDD), net pay going out by *
      * ACH and check, and the federal and state  *
      * deposits the run put on the clock.  A     *
      * rerun of the same date appends a newer    *
      * row; readers take the last one.           *
      *********************************************
       FD Funding-History.
       01 FUNDH-REC.
         05 FDH-RUN-DATE        pic 9(08).
         05 FDH-NET-PAY         pic 9(10)v99.
         05 FDH-FED-DEP         pic 9(09)v99.
         05 FDH-ST-DEP          pic 9(09)v99.
         05 FDH-CASH-TOTAL      pic 9(10)v99.

       working-storage section.
       01 Assorted-Flags.
         05 WS-ACH-File-Stat   pic x(02) value '00'.
         05 WS-StTax-File-Stat pic x(02) value '00'.
         05 WS-Stats-File-Stat pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-FundH-File-Stat pic x(02) value '00'.
         05 WS-ACH-EOF         pic x(03) value 'NO '.
         05 WS-Chk-EOF         pic x(03) value 'NO '.
         05 WS-TaxDep-EOF      pic x(03) value 'NO '.
           perform 230-Total-Deposits-Rtn.
           perform 240-Read-Stats-Rtn.
           perform 300-Print-Report-Rtn.
           perform 310-Write-History-Rtn.
           close Funding-Report.
           display 'FUNDING REPORT COMPLETE - CASH NEEDED: '
               WS-Cash-Needed.
           end-if.
           write Report-Rec from RPT-RECON-LINE.

       310-Write-History-Rtn.
           open extend Funding-History.
           if WS-FundH-File-Stat = '35'
               open output Funding-History
           end-if.
           compute FDH-RUN-DATE = (WS-Run-YYYY * 10000)
               + (WS-Run-MM * 100) + WS-Run-DD.
           move WS-Cash-Needed to FDH-NET-PAY.
           move WS-Fed-Deposit to FDH-FED-DEP.
           move WS-State-Deposit to FDH-ST-DEP.
           compute FDH-CASH-TOTAL = WS-Cash-Needed + WS-Fed-Deposit
               + WS-State-Deposit.
           write FUNDH-REC.
           close Funding-History.

       end program Ch12Fund.
