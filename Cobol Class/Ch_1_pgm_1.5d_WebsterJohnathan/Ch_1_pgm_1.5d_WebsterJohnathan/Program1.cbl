           Select DRAW-STMT-FILE
               assign to 'C:\Data\Data-Out\Ch1_Draw.rpt'
               organization is line sequential.
           Select PAYEE-FILE
               assign to 'C:\Data\Data-In\Ch1_Payee.dat'
               organization is line sequential
               file status is WS-Payee-File-Stat.
           Select NEC-PAID-FILE
               assign to 'C:\Data\Data-Work\Ch1_NecPaid.dat'
               organization is line sequential
               file status is WS-NecPd-File-Stat.
           Select RUN-DATE-FILE
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           Select CHGBACK-FILE
               assign to 'C:\Data\Data-Work\Ch1_Chgback.dat'
               organization is line sequential
               file status is WS-Chb-File-Stat.
           Select COMM-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch1_CommHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           Select CHGBACK-DET-FILE
               assign to 'C:\Data\Data-Out\Ch1_ChbDet.dat'
               organization is line sequential.
       data division.
       File Section.
      ***** Each sale now carries its date, invoice and product ***
       FD DRAW-STMT-FILE.
       01 DRAW-STMT-REC        Pic X(90).

       FD PAYEE-FILE.
       01 PAYEE-REC.
           COPY PAYEE.

      ***** Every payment made by hand to a salesperson payroll ***
      ***** does not know - commission released after the draw ****
      ***** and draw advances - kept for the year-end 1099-NEC *****
      ***** run.  Type 'C' commission, 'A' draw advance.  The ******
      ***** gross is what the payee earned; the check is gross *****
      ***** less the backup withholding. ***************************
       FD NEC-PAID-FILE.
       01 NEC-PAID-REC.
         05 NPD-Name           Pic X(15).
         05 NPD-Pay-Date       Pic 9(08).
         05 NPD-Type           Pic X(01).
         05 NPD-Gross          Pic 9(06)v99.
         05 NPD-Backup-WH      Pic 9(06)v99.

       FD RUN-DATE-FILE.
       01 RUN-DATE-REC.
         05 OVR-MM             Pic 9(02).
         05 OVR-DD             Pic 9(02).
         05 OVR-YYYY           Pic 9(04).

      ***** Invoices the receivables side has credited or *********
      ***** written off since the last run - see CHGBACK **********
       FD CHGBACK-FILE.
       01 CHGBACK-REC.
           COPY CHGBACK.

      ***** Every commission credited against an invoice ('C') ****
      ***** and every amount charged back on one ('B') - what *****
      ***** was paid on an invoice, less what has already come ****
      ***** back, is what a later credit can still reverse *********
       FD COMM-HIST-FILE.
       01 COMM-HIST-REC.
         05 CMH-Type           Pic X(01).
         05 CMH-Invoice        Pic X(06).
         05 CMH-Name           Pic X(15).
         05 CMH-Date           Pic 9(08).
         05 CMH-Doc-No         Pic 9(06).
         05 CMH-Comm           Pic 9(06)v99.

      ***** This run's chargebacks, one per salesperson and *******
      ***** invoice, for the Ch1Stmt commission statements ********
       FD CHGBACK-DET-FILE.
       01 CHGBACK-DET-REC.
         05 CBD-Name           Pic X(15).
         05 CBD-Invoice        Pic X(06).
         05 CBD-Type           Pic X(01).
         05 CBD-Doc-No         Pic 9(06).
         05 CBD-Date           Pic 9(08).
         05 CBD-Orig-Comm      Pic 9(06)v99.
         05 CBD-Amount         Pic 9(06)v99.
         05 CBD-From-Comm      Pic 9(06)v99.
         05 CBD-To-Draw        Pic 9(06)v99.

       FD PRINT-FILE.
       01 PRINT-REC.
         05 Filler             Pic X(20) value SPACES.
       01 WS-Draw-Applied      Pic 9(06)v99 value 0.
       01 WS-Draw-Avail        Pic 9(06)v99 value 0.
       01 WS-Supp-Excess       Pic 9(06)v99 value 0.
       01 WS-Payee-File-Stat   Pic X(02) value '00'.
       01 WS-Payee-EOF         Pic X(03) value 'NO '.
       01 WS-NecPd-File-Stat   Pic X(02) value '00'.
       01 WS-RunDate-File-Stat Pic X(02) value '00'.
       01 WS-Run-Date-Key      Pic 9(08) value 0.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).
       01 WS-Backup-Rate       Pic 9v99 value 0.24.
       01 WS-Nec-Name          Pic X(15) value SPACES.
       01 WS-Nec-Type          Pic X(01) value SPACES.
       01 WS-Nec-Gross         Pic 9(06)v99 value 0.
       01 WS-Nec-Backup        Pic 9(06)v99 value 0.
       01 WS-Nec-Lines         Pic 9(03) value 0.
       01 WS-Nec-Xref          Pic X(01) value 'N'.
       01 WS-Chb-File-Stat     Pic X(02) value '00'.
       01 WS-Chb-EOF           Pic X(03) value 'NO '.
       01 WS-Hist-File-Stat    Pic X(02) value '00'.
       01 WS-Hist-EOF          Pic X(03) value 'NO '.
       01 WS-Chb-Left          Pic 9(06)v99 value 0.
       01 WS-Chb-Reverse       Pic 9(06)v99 value 0.
       01 WS-Chb-From-Comm     Pic 9(06)v99 value 0.
       01 WS-Chb-To-Draw       Pic 9(06)v99 value 0.
       01 WS-Chb-Total         Pic 9(07)v99 value 0.
       01 WS-Chb-Draw-Total    Pic 9(07)v99 value 0.

      ***** Commission credited this run, by invoice, so a ********
      ***** credit against a sale made today is charged back too **
       01 WS-RunC-Table-Area.
         05 WS-RunC-Count      Pic 9(03) value zero.
         05 WS-RunC-Table      occurs 500 times.
           10 WS-RunC-Invoice   Pic X(06).
           10 WS-RunC-Name      Pic X(15).
           10 WS-RunC-Comm      Pic 9(3)v99.
         05 WS-RunC-Idx        Pic 9(03) value zero.

      ***** Credit memos and write-offs waiting to be charged ******
       01 WS-Chb-Table-Area.
         05 WS-Chb-Count       Pic 9(03) value zero.
         05 WS-Chb-Table       occurs 200 times.
           10 WS-Chb-Type       Pic X(01).
           10 WS-Chb-Invoice    Pic X(06).
           10 WS-Chb-Doc-No     Pic 9(06).
           10 WS-Chb-Date       Pic 9(08).
           10 WS-Chb-Inv-Net    Pic 9(05)v99.
           10 WS-Chb-Amount     Pic 9(05)v99.
         05 WS-Chb-Idx         Pic 9(03) value zero.
         05 WS-Chb-Scan        Pic 9(03) value zero.
         05 WS-Chb-Found       Pic X(01) value 'N'.
         05 WS-Chb-Matched     Pic X(01) value 'N'.

      ***** Commission paid and charged back so far on each *******
      ***** salesperson's share of a charged invoice **************
       01 WS-Link-Table-Area.
         05 WS-Link-Count      Pic 9(03) value zero.
         05 WS-Link-Table      occurs 300 times.
           10 WS-Link-Invoice   Pic X(06).
           10 WS-Link-Name      Pic X(15).
           10 WS-Link-Comm      Pic 9(06)v99.
           10 WS-Link-Charged   Pic 9(06)v99.
         05 WS-Link-Idx        Pic 9(03) value zero.
         05 WS-Link-Match      Pic 9(03) value zero.
         05 WS-Link-Found      Pic X(01) value 'N'.
         05 WS-Link-Key-Inv    Pic X(06) value SPACES.
         05 WS-Link-Key-Name   Pic X(15) value SPACES.

      ***** The non-employee payee master - whether backup *******
      ***** withholding applies to each hand payment **************
       01 WS-Payee-Table-Area.
         05 WS-Payee-Count     Pic 9(03) value zero.
         05 WS-Payee-Table     occurs 100 times.
           10 WS-Payee-Name     Pic X(15).
           10 WS-Payee-TIN      Pic 9(09).
           10 WS-Payee-Backup   Pic X(01).
         05 WS-Payee-Idx       Pic 9(03) value zero.
         05 WS-Payee-Match-Idx Pic 9(03) value zero.
         05 WS-Payee-Found     Pic X(01) value 'N'.

       01 WS-Draw-Table-Area.
         05 WS-Draw-Count      Pic 9(03) value zero.
           10 WS-Draw-Advance   Pic 9(05)v99.
           10 WS-Draw-Repaid    Pic 9(06)v99.
           10 WS-Draw-Close     Pic 9(06)v99.
           10 WS-Draw-Chgback   Pic 9(06)v99.
         05 WS-Draw-Idx        Pic 9(03) value zero.
         05 WS-Draw-Match-Idx  Pic 9(03) value zero.
         05 WS-Draw-Found      Pic X(01) value 'N'.
         05 Filler             Pic X(12) value '     Opening'.
         05 Filler             Pic X(12) value '    Advanced'.
         05 Filler             Pic X(14) value '  Comm Applied'.
         05 Filler             Pic X(12) value '  Chargeback'.
         05 Filler             Pic X(12) value '     Closing'.
         05 Filler             Pic X(11) value SPACES.

       01 DRAW-STMT-LINE.
         05 DSL-Name           Pic X(15).
         05 Filler             Pic X(03) value SPACES.
         05 DSL-Applied        Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 DSL-Chgback        Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 DSL-Closing        Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(13) value SPACES.

       01 NEC-PAID-HDR.
         05 Filler             Pic X(03) value SPACES.
         05 Filler             Pic X(40) value
              'NON-EMPLOYEE PAYMENTS - PAY BY HAND     '.
         05 Filler             Pic X(37) value SPACES.
       01 NEC-PAID-COLS.
         05 Filler             Pic X(03) value SPACES.
         05 Filler             Pic X(17) value 'Payee'.
         05 Filler             Pic X(09) value 'Type'.
         05 Filler             Pic X(12) value '       Gross'.
         05 Filler             Pic X(12) value '   Backup WH'.
         05 Filler             Pic X(12) value '   Net Check'.
         05 Filler             Pic X(15) value SPACES.
       01 NEC-PAID-LINE.
         05 Filler             Pic X(03) value SPACES.
         05 NPL-Name           Pic X(15).
         05 Filler             Pic X(02) value SPACES.
         05 NPL-Type           Pic X(07).
         05 Filler             Pic X(02) value SPACES.
         05 NPL-Gross          Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 NPL-Backup         Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 NPL-Net            Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 NPL-Note           Pic X(15).

       01 CHB-HDR.
         05 Filler             Pic X(03) value SPACES.
         05 Filler             Pic X(48) value
              'COMMISSION CHARGEBACKS - RETURNS AND WRITE-OFFS '.
         05 Filler             Pic X(29) value SPACES.
       01 CHB-COLS.
         05 Filler             Pic X(03) value SPACES.
         05 Filler             Pic X(17) value 'Salesperson'.
         05 Filler             Pic X(08) value 'Invoice'.
         05 Filler             Pic X(11) value 'Type'.
         05 Filler             Pic X(08) value 'Doc'.
         05 Filler             Pic X(11) value '  Orig Comm'.
         05 Filler             Pic X(11) value ' Charged Bk'.
         05 Filler             Pic X(11) value SPACES.
       01 CHB-LINE.
         05 Filler             Pic X(03) value SPACES.
         05 CBL-Name           Pic X(15).
         05 Filler             Pic X(02) value SPACES.
         05 CBL-Invoice        Pic X(06).
         05 Filler             Pic X(02) value SPACES.
         05 CBL-Type           Pic X(09).
         05 Filler             Pic X(02) value SPACES.
         05 CBL-Doc-No         Pic 9(06).
         05 Filler             Pic X(02) value SPACES.
         05 CBL-Orig           Pic ZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 CBL-Amount         Pic ZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 CBL-Note           Pic X(11).
       01 CHB-TRLR.
         05 Filler             Pic X(03) value SPACES.
         05 Filler             Pic X(25) value
              'Commission charged back: '.
         05 CBT-Total          Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(20) value
              '  To draw accounts: '.
         05 CBT-Draw           Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(12) value SPACES.

       01 PRINT-SUMM-HDR.
         05 Filler             Pic X(20) value SPACES.
           Perform 120-LOAD-ACCUM-RTN.
           Perform 125-LOAD-XREF-RTN.
           Perform 130-LOAD-DRAW-RTN.
           Perform 135-LOAD-PAYEE-RTN.
           Perform 140-LOAD-CHGBACK-RTN.
           Perform 145-LOAD-COMM-HIST-RTN.
           Write PRINT-REC from PRINT-HDR.
           Move SPACES to Print-REC.

           End-PERFORM.

           PERFORM 300-CLOSE-RTN.
           PERFORM 250-CHARGEBACK-RTN.
           PERFORM 330-PRINT-SUMMARY-RTN.
           PERFORM 340-WRITE-ACCUM-RTN.
           Open Extend NEC-PAID-FILE.
           If WS-NecPd-File-Stat = '35'
               Open Output NEC-PAID-FILE
           End-If.
           PERFORM 350-WRITE-SUPP-RTN.
           PERFORM 360-WRITE-DRAW-RTN.
           Close NEC-PAID-FILE.
           PERFORM 380-WRITE-HIST-RTN.
           Close SALES-FILE
                 PRINT-FILE.
           STOP RUN.
                                   to WS-Draw-Repaid(WS-Draw-Count)
                               move zero
                                   to WS-Draw-Close(WS-Draw-Count)
                               move zero
                                 to WS-Draw-Chgback(WS-Draw-Count)
                           else
                               display 'DRAW TABLE CAPACITY '
                                   'EXCEEDED AT 100 - RUN HALTED'
               Close DRAW-FILE-IN
           End-If.

      ***** Load the Non-Employee Payee Master and the Run Date ***

       135-LOAD-PAYEE-RTN.
           Open Input PAYEE-FILE.
           If WS-Payee-File-Stat not = '00'
               Move 'YES' to WS-Payee-EOF
           End-If.
           Perform until WS-Payee-EOF = 'YES'
               Read PAYEE-FILE
                   At End
                       Move 'YES' to WS-Payee-EOF
                   Not At End
                       if WS-Payee-Count < 100
                           add 1 to WS-Payee-Count
                           move PYE-Name
                               to WS-Payee-Name(WS-Payee-Count)
                           if PYE-TIN numeric
                               move PYE-TIN
                                   to WS-Payee-TIN(WS-Payee-Count)
                           else
                               move zero
                                   to WS-Payee-TIN(WS-Payee-Count)
                           end-if
                           move PYE-Backup-WH
                               to WS-Payee-Backup(WS-Payee-Count)
                       else
                           display 'PAYEE TABLE CAPACITY '
                               'EXCEEDED AT 100 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Payee-File-Stat = '00' or WS-Payee-File-Stat = '10'
               Close PAYEE-FILE
           End-If.

           Accept WS-Date from date.
           Compute WS-Run-Date-Key = ((WS-YY + 2000) * 10000)
               + (WS-MM * 100) + WS-DD.
           Open Input RUN-DATE-FILE.
           If WS-RunDate-File-Stat = '00'
               Read RUN-DATE-FILE
                   Not At End
                       Compute WS-Run-Date-Key = (OVR-YYYY * 10000)
                           + (OVR-MM * 100) + OVR-DD
               End-Read
               Close RUN-DATE-FILE
           End-If.

      ***** Load the Credit Memos and Write-Offs to Charge Back ***

       140-LOAD-CHGBACK-RTN.
           Open Input CHGBACK-FILE.
           If WS-Chb-File-Stat not = '00'
               Move 'YES' to WS-Chb-EOF
           End-If.
           Perform until WS-Chb-EOF = 'YES'
               Read CHGBACK-FILE
                   At End
                       Move 'YES' to WS-Chb-EOF
                   Not At End
                       if WS-Chb-Count < 200
                           add 1 to WS-Chb-Count
                           move CHB-Type
                               to WS-Chb-Type(WS-Chb-Count)
                           move CHB-Invoice
                               to WS-Chb-Invoice(WS-Chb-Count)
                           move CHB-Doc-No
                               to WS-Chb-Doc-No(WS-Chb-Count)
                           move CHB-Date
                               to WS-Chb-Date(WS-Chb-Count)
                           move CHB-Inv-Net
                               to WS-Chb-Inv-Net(WS-Chb-Count)
                           move CHB-Amount
                               to WS-Chb-Amount(WS-Chb-Count)
                       else
                           display 'CHARGEBACK TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Chb-File-Stat = '00' or WS-Chb-File-Stat = '10'
               Close CHGBACK-FILE
           End-If.

      ***** What Was Paid, and Already Charged Back, on Each ******
      ***** Invoice Waiting to be Charged *************************

       145-LOAD-COMM-HIST-RTN.
           If WS-Chb-Count = zero
               Move 'YES' to WS-Hist-EOF
           Else
               Open Input COMM-HIST-FILE
               If WS-Hist-File-Stat not = '00'
                   Move 'YES' to WS-Hist-EOF
               End-If
           End-If.
           Perform until WS-Hist-EOF = 'YES'
               Read COMM-HIST-FILE
                   At End
                       Move 'YES' to WS-Hist-EOF
                   Not At End
                       Move CMH-Invoice to WS-Link-Key-Inv
                       Perform 147-FIND-CHGBACK-RTN
                       if WS-Chb-Found = 'Y'
                           move CMH-Name to WS-Link-Key-Name
                           perform 149-FIND-LINK-RTN
                           if CMH-Type = 'B'
                               add CMH-Comm
                                   to WS-Link-Charged(WS-Link-Match)
                           else
                               add CMH-Comm
                                   to WS-Link-Comm(WS-Link-Match)
                           end-if
                       end-if
               End-Read
           End-Perform.
           If WS-Chb-Count > zero
               and (WS-Hist-File-Stat = '00'
                    or WS-Hist-File-Stat = '10')
               Close COMM-HIST-FILE
           End-If.

       147-FIND-CHGBACK-RTN.
           Move 'N' to WS-Chb-Found.
           Perform varying WS-Chb-Scan from 1 by 1
               until WS-Chb-Scan > WS-Chb-Count
               if WS-Chb-Invoice(WS-Chb-Scan) = WS-Link-Key-Inv
                   move 'Y' to WS-Chb-Found
                   move WS-Chb-Count to WS-Chb-Scan
               end-if
           End-Perform.

       149-FIND-LINK-RTN.
           Move 'N' to WS-Link-Found.
           Perform varying WS-Link-Idx from 1 by 1
               until WS-Link-Idx > WS-Link-Count
               if WS-Link-Invoice(WS-Link-Idx) = WS-Link-Key-Inv
                   and WS-Link-Name(WS-Link-Idx) = WS-Link-Key-Name
                   move 'Y' to WS-Link-Found
                   move WS-Link-Idx to WS-Link-Match
                   move WS-Link-Count to WS-Link-Idx
               end-if
           End-Perform.
           If WS-Link-Found = 'N'
               if WS-Link-Count < 300
                   add 1 to WS-Link-Count
                   move WS-Link-Key-Inv
                       to WS-Link-Invoice(WS-Link-Count)
                   move WS-Link-Key-Name
                       to WS-Link-Name(WS-Link-Count)
                   move zero to WS-Link-Comm(WS-Link-Count)
                   move zero to WS-Link-Charged(WS-Link-Count)
                   move WS-Link-Count to WS-Link-Match
               else
                   display 'CHARGEBACK INVOICE TABLE CAPACITY '
                       'EXCEEDED AT 300 - RUN HALTED'
                   stop run
               end-if
           End-If.

      ***** A jointly-sold account credits both parties - each ****
      ***** share runs the tier calculation on its own, so a ******
      ***** fifty-fifty split of a big sale earns two smaller ****
           Write PRINT-REC.
           Add WS-TOT-COMM, WS-COMM giving WS-TOT-COMM.
           Perform 230-UPDATE-ACCUM-RTN.
           Perform 240-NOTE-RUN-COMM-RTN.

      ***** Carry the Commission Into the MTD/YTD Table ************

               end-if
           End-If.

      ***** Remember the Commission Credited on Each Invoice ******

       240-NOTE-RUN-COMM-RTN.
           If Invoice-No not = SPACES
               if WS-RunC-Count < 500
                   add 1 to WS-RunC-Count
                   move Invoice-No to WS-RunC-Invoice(WS-RunC-Count)
                   move WS-Credit-Name to WS-RunC-Name(WS-RunC-Count)
                   move WS-COMM to WS-RunC-Comm(WS-RunC-Count)
               else
                   display 'INVOICE COMMISSION TABLE CAPACITY '
                       'EXCEEDED AT 500 - RUN HALTED'
                   stop run
               end-if
           End-If.

      ***** A credit memo or write-off takes back the commission **
      ***** on the share of the invoice credited - from each ******
      ***** salesperson credited on it, never more than they ******
      ***** were paid on it.  The chargeback comes off the ********
      ***** MTD/YTD figures and out of this run's commission; *****
      ***** whatever this run cannot cover is added to their ******
      ***** draw account, to be repaid from later commission ******

       250-CHARGEBACK-RTN.
           Open Output CHGBACK-DET-FILE.
           If WS-Chb-Count > zero
               Perform varying WS-RunC-Idx from 1 by 1
                   until WS-RunC-Idx > WS-RunC-Count
                   move WS-RunC-Invoice(WS-RunC-Idx)
                       to WS-Link-Key-Inv
                   perform 147-FIND-CHGBACK-RTN
                   if WS-Chb-Found = 'Y'
                       move WS-RunC-Name(WS-RunC-Idx)
                           to WS-Link-Key-Name
                       perform 149-FIND-LINK-RTN
                       add WS-RunC-Comm(WS-RunC-Idx)
                           to WS-Link-Comm(WS-Link-Match)
                   end-if
               End-Perform
               Open Extend COMM-HIST-FILE
               If WS-Hist-File-Stat = '35'
                   Open Output COMM-HIST-FILE
               End-If
               Write PRINT-REC from CHB-HDR AFTER 2
               Write PRINT-REC from CHB-COLS
               Perform 255-CHARGE-INVOICE-RTN
                   varying WS-Chb-Idx from 1 by 1
                   until WS-Chb-Idx > WS-Chb-Count
               Close COMM-HIST-FILE
               Move WS-Chb-Total to CBT-Total
               Move WS-Chb-Draw-Total to CBT-Draw
               Write PRINT-REC from CHB-TRLR
           End-If.
           Close CHGBACK-DET-FILE.

       255-CHARGE-INVOICE-RTN.
           Move 'N' to WS-Chb-Matched.
           Perform varying WS-Link-Idx from 1 by 1
               until WS-Link-Idx > WS-Link-Count
               if WS-Link-Invoice(WS-Link-Idx)
                   = WS-Chb-Invoice(WS-Chb-Idx)
                   perform 260-CHARGE-LINK-RTN
               end-if
           End-Perform.
           If WS-Chb-Matched = 'N'
               move SPACES to CBL-Name
               move zero to CBL-Orig
               move zero to CBL-Amount
               move 'NOT ON FILE' to CBL-Note
               perform 270-PRINT-CHGBACK-RTN
           End-If.

       260-CHARGE-LINK-RTN.
           Move 'Y' to WS-Chb-Matched.
           If WS-Link-Charged(WS-Link-Idx) < WS-Link-Comm(WS-Link-Idx)
               compute WS-Chb-Left = WS-Link-Comm(WS-Link-Idx)
                   - WS-Link-Charged(WS-Link-Idx)
           Else
               move zero to WS-Chb-Left
           End-If.
           If WS-Chb-Inv-Net(WS-Chb-Idx) = zero
               or WS-Chb-Amount(WS-Chb-Idx)
                   not < WS-Chb-Inv-Net(WS-Chb-Idx)
               move WS-Chb-Left to WS-Chb-Reverse
           Else
               compute WS-Chb-Reverse rounded =
                   WS-Link-Comm(WS-Link-Idx)
                   * WS-Chb-Amount(WS-Chb-Idx)
                   / WS-Chb-Inv-Net(WS-Chb-Idx)
               if WS-Chb-Reverse > WS-Chb-Left
                   move WS-Chb-Left to WS-Chb-Reverse
               end-if
           End-If.

           Move WS-Link-Name(WS-Link-Idx) to CBL-Name.
           Move WS-Link-Comm(WS-Link-Idx) to CBL-Orig.
           Move WS-Chb-Reverse to CBL-Amount.
           If WS-Chb-Reverse = zero
               move 'NONE LEFT' to CBL-Note
               perform 270-PRINT-CHGBACK-RTN
           Else
               add WS-Chb-Reverse to WS-Link-Charged(WS-Link-Idx)
               perform 265-RECOVER-RTN
               if WS-Chb-To-Draw > zero
                   move 'TO DRAW' to CBL-Note
               else
                   move SPACES to CBL-Note
               end-if
               perform 270-PRINT-CHGBACK-RTN
               add WS-Chb-Reverse to WS-Chb-Total
               add WS-Chb-To-Draw to WS-Chb-Draw-Total
               move WS-Link-Name(WS-Link-Idx) to CBD-Name
               move WS-Chb-Invoice(WS-Chb-Idx) to CBD-Invoice
               move WS-Chb-Type(WS-Chb-Idx) to CBD-Type
               move WS-Chb-Doc-No(WS-Chb-Idx) to CBD-Doc-No
               move WS-Chb-Date(WS-Chb-Idx) to CBD-Date
               move WS-Link-Comm(WS-Link-Idx) to CBD-Orig-Comm
               move WS-Chb-Reverse to CBD-Amount
               move WS-Chb-From-Comm to CBD-From-Comm
               move WS-Chb-To-Draw to CBD-To-Draw
               write CHGBACK-DET-REC
               if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '05'
                   move 'B' to CMH-Type
                   move WS-Chb-Invoice(WS-Chb-Idx) to CMH-Invoice
                   move WS-Link-Name(WS-Link-Idx) to CMH-Name
                   move WS-Run-Date-Key to CMH-Date
                   move WS-Chb-Doc-No(WS-Chb-Idx) to CMH-Doc-No
                   move WS-Chb-Reverse to CMH-Comm
                   write COMM-HIST-REC
               end-if
           End-If.

       265-RECOVER-RTN.
           Move zero to WS-Chb-From-Comm.
           Move 'N' to WS-SlsPerson-Found.
           Perform varying WS-SlsPerson-Idx from 1 by 1
               until WS-SlsPerson-Idx > WS-Accum-Count
               If WS-Accum-Name(WS-SlsPerson-Idx)
                   = WS-Link-Name(WS-Link-Idx)
                   Move 'Y' to WS-SlsPerson-Found
                   Move WS-SlsPerson-Idx to WS-SlsPerson-Match-Idx
                   Move WS-Accum-Count to WS-SlsPerson-Idx
               End-If
           End-Perform.
           If WS-SlsPerson-Found = 'Y'
               if WS-Chb-Reverse > WS-Accum-MTD(WS-SlsPerson-Match-Idx)
                   move zero to WS-Accum-MTD(WS-SlsPerson-Match-Idx)
               else
                   subtract WS-Chb-Reverse
                       from WS-Accum-MTD(WS-SlsPerson-Match-Idx)
               end-if
               if WS-Chb-Reverse > WS-Accum-YTD(WS-SlsPerson-Match-Idx)
                   move zero to WS-Accum-YTD(WS-SlsPerson-Match-Idx)
               else
                   subtract WS-Chb-Reverse
                       from WS-Accum-YTD(WS-SlsPerson-Match-Idx)
               end-if
               if WS-Chb-Reverse > WS-Accum-Run(WS-SlsPerson-Match-Idx)
                   move WS-Accum-Run(WS-SlsPerson-Match-Idx)
                       to WS-Chb-From-Comm
               else
                   move WS-Chb-Reverse to WS-Chb-From-Comm
               end-if
               subtract WS-Chb-From-Comm
                   from WS-Accum-Run(WS-SlsPerson-Match-Idx)
           End-If.
           Subtract WS-Chb-From-Comm from WS-Chb-Reverse
               giving WS-Chb-To-Draw.

           If WS-Chb-To-Draw > zero
               move 'N' to WS-Draw-Found
               perform varying WS-Draw-Idx from 1 by 1
                   until WS-Draw-Idx > WS-Draw-Count
                   if WS-Draw-Name(WS-Draw-Idx)
                       = WS-Link-Name(WS-Link-Idx)
                       move 'Y' to WS-Draw-Found
                       move WS-Draw-Idx to WS-Draw-Match-Idx
                       move WS-Draw-Count to WS-Draw-Idx
                   end-if
               end-perform
               if WS-Draw-Found = 'N'
                   if WS-Draw-Count < 100
                       add 1 to WS-Draw-Count
                       move WS-Link-Name(WS-Link-Idx)
                           to WS-Draw-Name(WS-Draw-Count)
                       move zero to WS-Draw-Open(WS-Draw-Count)
                       move zero to WS-Draw-Advance(WS-Draw-Count)
                       move zero to WS-Draw-Repaid(WS-Draw-Count)
                       move zero to WS-Draw-Close(WS-Draw-Count)
                       move zero to WS-Draw-Chgback(WS-Draw-Count)
                       move WS-Draw-Count to WS-Draw-Match-Idx
                   else
                       display 'DRAW TABLE CAPACITY '
                           'EXCEEDED AT 100 - RUN HALTED'
                       stop run
                   end-if
               end-if
               add WS-Chb-To-Draw
                   to WS-Draw-Chgback(WS-Draw-Match-Idx)
           End-If.

       270-PRINT-CHGBACK-RTN.
           Move WS-Chb-Invoice(WS-Chb-Idx) to CBL-Invoice.
           If WS-Chb-Type(WS-Chb-Idx) = 'W'
               move 'WRITE-OFF' to CBL-Type
           Else
               move 'RETURN' to CBL-Type
           End-If.
           Move WS-Chb-Doc-No(WS-Chb-Idx) to CBL-Doc-No.
           Write PRINT-REC from CHB-LINE.

       300-CLOSE-RTN.
           Move WS-Rec-Cnt to Rec-Cnt.
           Move WS-TOT-COMM to Total-Comm.
                               to SUP-Commission
                           write SUPP-REC
                       else
                           move WS-Accum-Name(WS-SlsPerson-Idx)
                               to WS-Nec-Name
                           move 'C' to WS-Nec-Type
                           move WS-Supp-Excess to WS-Nec-Gross
                           perform 370-NEC-PAID-RTN
                           if WS-Payee-Found = 'N'
                               display 'NO EMPLOYEE NUMBER ON '
                                   'CROSS-REF FOR '
                                   WS-Accum-Name(WS-SlsPerson-Idx)
                                   ' - COMMISSION NOT SENT TO PAYROLL'
                           end-if
                       end-if
                   end-if
               end-if
               compute WS-Draw-Avail =
                   WS-Draw-Open(WS-Draw-Match-Idx)
                   + WS-Draw-Advance(WS-Draw-Match-Idx)
                   + WS-Draw-Chgback(WS-Draw-Match-Idx)
               if WS-Accum-Run(WS-SlsPerson-Idx) > WS-Draw-Avail
                   move WS-Draw-Avail to WS-Draw-Applied
               else
               Perform varying WS-Draw-Idx from 1 by 1
                   until WS-Draw-Idx > WS-Draw-Count
      *            An account untouched this run still closes at
      *            opening plus any advance and chargeback -
      *            nothing repaid.
                   if WS-Draw-Repaid(WS-Draw-Idx) = zero
                       compute WS-Draw-Close(WS-Draw-Idx) =
                           WS-Draw-Open(WS-Draw-Idx)
                           + WS-Draw-Advance(WS-Draw-Idx)
                           + WS-Draw-Chgback(WS-Draw-Idx)
                   end-if
                   move WS-Draw-Name(WS-Draw-Idx) to DSL-Name
                   move WS-Draw-Open(WS-Draw-Idx) to DSL-Opening
                   move WS-Draw-Advance(WS-Draw-Idx)
                       to DSL-Advanced
                   move WS-Draw-Repaid(WS-Draw-Idx) to DSL-Applied
                   move WS-Draw-Chgback(WS-Draw-Idx) to DSL-Chgback
                   move WS-Draw-Close(WS-Draw-Idx) to DSL-Closing
                   Write DRAW-STMT-REC from DRAW-STMT-LINE
                   move WS-Draw-Name(WS-Draw-Idx) to DRO-Name
                   move WS-Draw-Close(WS-Draw-Idx) to DRO-Balance
                   move zero to DRO-New-Advance
                   write DRAW-REC-OUT
                   if WS-Draw-Advance(WS-Draw-Idx) > zero
                       perform 365-NEC-ADVANCE-RTN
                   end-if
               End-Perform
               Close DRAW-FILE-OUT
                     DRAW-STMT-FILE
           End-If.

      ***** Add This Run's Commission to the Invoice History and **
      ***** Clear the Chargebacks Now They Are Posted *************

       380-WRITE-HIST-RTN.
           Open Extend COMM-HIST-FILE.
           If WS-Hist-File-Stat = '35'
               Open Output COMM-HIST-FILE
           End-If.
           If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '05'
               Perform varying WS-RunC-Idx from 1 by 1
                   until WS-RunC-Idx > WS-RunC-Count
                   move 'C' to CMH-Type
                   move WS-RunC-Invoice(WS-RunC-Idx) to CMH-Invoice
                   move WS-RunC-Name(WS-RunC-Idx) to CMH-Name
                   move WS-Run-Date-Key to CMH-Date
                   move zero to CMH-Doc-No
                   move WS-RunC-Comm(WS-RunC-Idx) to CMH-Comm
                   write COMM-HIST-REC
               End-Perform
               Close COMM-HIST-FILE
           Else
               display 'COMMISSION HISTORY NOT AVAILABLE, STATUS: '
                   WS-Hist-File-Stat ' - INVOICES NOT RECORDED'
           End-If.
           If WS-Chb-Count > zero
               Open Output CHGBACK-FILE
               Close CHGBACK-FILE
           End-If.

       355-LOOKUP-EMP-RTN.
           Move 'N' to WS-Xref-Found.
           Perform varying WS-Xref-Idx from 1 by 1
               end-if
           End-Perform.

      ***** A draw advanced to a salesperson payroll does not ****
      ***** know is paid by hand, the same as their commission ****

       365-NEC-ADVANCE-RTN.
           Move 'N' to WS-Nec-Xref.
           Perform varying WS-Xref-Idx from 1 by 1
               until WS-Xref-Idx > WS-Xref-Count
               if WS-Xref-Name(WS-Xref-Idx)
                   = WS-Draw-Name(WS-Draw-Idx)
                   move 'Y' to WS-Nec-Xref
                   move WS-Xref-Count to WS-Xref-Idx
               end-if
           End-Perform.
           If WS-Nec-Xref = 'N'
               move WS-Draw-Name(WS-Draw-Idx) to WS-Nec-Name
               move 'A' to WS-Nec-Type
               move WS-Draw-Advance(WS-Draw-Idx) to WS-Nec-Gross
               perform 370-NEC-PAID-RTN
           End-If.

      ***** Record a hand payment for the 1099-NEC and list it ****
      ***** for the check run.  Backup withholding is taken when **
      ***** the IRS has told us to, or when the payee has not *****
      ***** given us a TIN.  A name not on the payee master is ****
      ***** still recorded, so year end lists it as an exception **

       370-NEC-PAID-RTN.
           Move 'N' to WS-Payee-Found.
           Perform varying WS-Payee-Idx from 1 by 1
               until WS-Payee-Idx > WS-Payee-Count
               if WS-Payee-Name(WS-Payee-Idx) = WS-Nec-Name
                   move 'Y' to WS-Payee-Found
                   move WS-Payee-Idx to WS-Payee-Match-Idx
                   move WS-Payee-Count to WS-Payee-Idx
               end-if
           End-Perform.

           Move zero to WS-Nec-Backup.
           Move SPACES to NPL-Note.
           If WS-Payee-Found = 'Y'
               if WS-Payee-Backup(WS-Payee-Match-Idx) = 'Y'
                   or WS-Payee-TIN(WS-Payee-Match-Idx) = zero
                   compute WS-Nec-Backup rounded =
                       WS-Nec-Gross * WS-Backup-Rate
                   move 'BACKUP WITHHELD' to NPL-Note
               end-if
           Else
               move 'NO PAYEE RECORD' to NPL-Note
           End-If.

           Move WS-Nec-Name to NPD-Name.
           Move WS-Run-Date-Key to NPD-Pay-Date.
           Move WS-Nec-Type to NPD-Type.
           Move WS-Nec-Gross to NPD-Gross.
           Move WS-Nec-Backup to NPD-Backup-WH.
           Write NEC-PAID-REC.

           If WS-Nec-Lines = zero
               Move SPACES to PRINT-REC
               Write PRINT-REC
               Write PRINT-REC from NEC-PAID-HDR
               Write PRINT-REC from NEC-PAID-COLS
           End-If.
           Add 1 to WS-Nec-Lines.
           Move WS-Nec-Name to NPL-Name.
           If WS-Nec-Type = 'A'
               move 'ADVANCE' to NPL-Type
           Else
               move 'COMM' to NPL-Type
           End-If.
           Move WS-Nec-Gross to NPL-Gross.
           Move WS-Nec-Backup to NPL-Backup.
           Compute NPL-Net = WS-Nec-Gross - WS-Nec-Backup.
           Write PRINT-REC from NEC-PAID-LINE.

       end program Program1.
