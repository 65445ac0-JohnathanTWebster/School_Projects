               assign to 'C:\Data\Data-Out\Ch3_HeldTrn.dat'
               organization is line sequential.

           Select RUN-STATS-FILE
               assign to 'C:\Data\Data-Work\Ops_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.

           Select INVOICE-IN
               assign to 'C:\Data\Data-In\Ch3_Invoice.dat'
               organization is line sequential
               file status is WS-Inv-File-Stat.

           Select INVOICE-OUT
               assign to 'C:\Data\Data-Out\Ch3_Invoice.dat'
               organization is line sequential.

           Select DOC-NUMBER-FILE
               assign to 'C:\Data\Data-Work\Ch3_DocNo.dat'
               organization is line sequential
               file status is WS-DocNo-File-Stat.

           Select NAME-MASTER
               assign to 'C:\Data\Data-Out\Ch3_CustName.dat'
               organization is line sequential
               file status is WS-Name-File-Stat.

           Select CREDIT-MEMO-FILE
               assign to 'C:\Data\Data-Out\Ch3_CrMemo.rpt'
               organization is line sequential.

           Select RETURN-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_Returns.dat'
               organization is line sequential
               file status is WS-Rtn-File-Stat.

           Select RETURN-STOCK-FILE
               assign to 'C:\Data\Data-Work\Ch3_RetStock.dat'
               organization is line sequential
               file status is WS-Rst-File-Stat.

           Select CHGBACK-FILE
               assign to 'C:\Data\Data-Work\Ch1_Chgback.dat'
               organization is line sequential
               file status is WS-Chb-File-Stat.

           Select TAX-RATE-FILE
               assign to 'C:\Data\Data-In\Ch3_TaxRate.dat'
               organization is line sequential
               file status is WS-Txr-File-Stat.

           Select TAX-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_TaxHist.dat'
               organization is line sequential
               file status is WS-Txh-File-Stat.

       data division.
       File Section.
       FD CUST-TRANS.
       01 TRANS-REC.
         05 Ident-in           Pic X(05).
         05 Sale-in            Pic 9(3)v99.
      *    A return ('R') names the invoice the goods were sold on,
      *    why they came back, and - when they go back on the
      *    shelf - the inventory item, quantity and location.
      *    Sale-in is the value returned, before discount.  A
      *    blank type is a sale, as it always was.
         05 Trn-Type           Pic x(01).
         05 Trn-Orig-Inv       Pic 9(06).
         05 Trn-Reason         Pic x(02).
         05 Trn-Item           Pic x(20).
         05 Trn-Qty            Pic 9(03).
         05 Trn-Location       Pic x(02).

       FD CUST-MASTER.
       01 MSTR-REC.
         05 Sale-out           Pic 9(3)v99.
         05 Disc-Pcnt-out      Pic v99.
         05 Net-out            Pic 9(3)v99.
      *    'S' a sale on invoice Doc-No-out; 'C' credit memo
      *    Doc-No-out against invoice Ref-No-out
         05 Type-out           Pic x(01).
         05 Doc-No-out         Pic 9(06).
         05 Ref-No-out         Pic 9(06).
      *    sales tax charged on the invoice, or credited back
         05 Tax-out            Pic 9(3)v99.

       FD CUST-ACCUM-IN.
       01 ACCUM-REC-IN.

       FD CUST-REJECT.
       01 REJECT-REC.
         05 REJ-TRANS-DATA      Pic x(44).
         05 Filler              Pic x(01) value space.
         05 REJ-REASON-CODE     Pic x(02).
         05 Filler              Pic x(01) value space.
      ***********_Held_Transactions_-_The_Credit_Manager_Feeds_***
      ***********_Released_Ones_Back_As_Next_Run's_Input_*********
       FD HELD-TRANS-FILE.
       01 HELD-TRANS-REC        Pic x(44).

      ***********_Record_Counts_For_The_Nightly_Driver_**********
      ***********_Read_=_Posted_+_Rejected_+_Held_***************
       FD RUN-STATS-FILE.
       01 RUN-STATS-REC.
         05 STAT-PROGRAM        Pic x(08).
         05 STAT-READ           Pic 9(07).
         05 STAT-WRITTEN        Pic 9(07).
         05 STAT-REJECTED       Pic 9(07).
         05 STAT-OTHER          Pic 9(07).

      ***********_Invoice_Register_-_Every_Sale_Posted,_And_How_***
      ***********_Much_Of_It_Has_Come_Back_So_Far_****************
       FD INVOICE-IN.
       01 INVOICE-REC-IN.
         05 IVI-No              Pic 9(06).
         05 IVI-Ident           Pic x(05).
         05 IVI-Date            Pic 9(08).
         05 IVI-Sale            Pic 9(3)v99.
         05 IVI-Disc-Pcnt       Pic v99.
         05 IVI-Net             Pic 9(3)v99.
         05 IVI-Returned        Pic 9(3)v99.
         05 IVI-Credited        Pic 9(3)v99.
         05 IVI-Tax-Juris       Pic x(02).
         05 IVI-Tax-Status      Pic x(01).
         05 IVI-Tax             Pic 9(3)v99.
         05 IVI-Tax-Credited    Pic 9(3)v99.

       FD INVOICE-OUT.
       01 INVOICE-REC-OUT.
         05 IVO-No              Pic 9(06).
         05 IVO-Ident           Pic x(05).
         05 IVO-Date            Pic 9(08).
         05 IVO-Sale            Pic 9(3)v99.
         05 IVO-Disc-Pcnt       Pic v99.
         05 IVO-Net             Pic 9(3)v99.
         05 IVO-Returned        Pic 9(3)v99.
         05 IVO-Credited        Pic 9(3)v99.
         05 IVO-Tax-Juris       Pic x(02).
         05 IVO-Tax-Status      Pic x(01).
         05 IVO-Tax             Pic 9(3)v99.
         05 IVO-Tax-Credited    Pic 9(3)v99.

      ***********_Next_Invoice_And_Credit_Memo_Numbers_**********
       FD DOC-NUMBER-FILE.
       01 DOCNO-REC.
         05 DOCN-Next-Invoice   Pic 9(06).
         05 DOCN-Next-Memo      Pic 9(06).

      ***********_Customer_Name/Address_Master_(Ch3NmMnt)_*********
       FD NAME-MASTER.
       01 NAME-REC.
         05 NM-Ident            Pic x(05).
         05 NM-Name             Pic x(25).
         05 NM-Street           Pic x(25).
         05 NM-City             Pic x(15).
         05 NM-State            Pic x(02).
         05 NM-Zip              Pic x(05).
         05 NM-Tax-Juris        Pic x(02).
         05 NM-Exempt-Cert      Pic x(10).
         05 NM-Cert-Expiry      Pic 9(08).

       FD CREDIT-MEMO-FILE.
       01 Memo-Rec              Pic x(80).

      ***********_Every_Credit_Memo_Issued_-_The_Returns_Analysis_*
      ***********_(Ch3RetAn)_Reads_It_By_Month_*******************
       FD RETURN-HIST-FILE.
       01 RETURN-HIST-REC.
         05 RTN-Memo-No         Pic 9(06).
         05 RTN-Date            Pic 9(08).
         05 RTN-Ident           Pic x(05).
         05 RTN-Invoice         Pic 9(06).
         05 RTN-Reason          Pic x(02).
         05 RTN-Item            Pic x(20).
         05 RTN-Qty             Pic 9(05).
         05 RTN-Gross           Pic 9(3)v99.
         05 RTN-Disc-Pcnt       Pic v99.
         05 RTN-Credit          Pic 9(3)v99.

      ***********_Returned_Goods_Going_Back_On_The_Shelf_-_The_***
      ***********_Inventory_Posting_(Program2)_Picks_Them_Up_*****
       FD RETURN-STOCK-FILE.
       01 RETURN-STOCK-REC.
         05 RST-Item            Pic x(20).
         05 RST-Location        Pic x(02).
         05 RST-Qty             Pic 9(05).
         05 RST-Memo-No         Pic 9(06).

      ***********_Credit_Memos_Against_An_Invoice_-_The_Commission_*
      ***********_Run_(Pgm5d)_Charges_Back_The_Salesperson_********
       FD CHGBACK-FILE.
       01 CHGBACK-REC.
           COPY CHGBACK.

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
           COPY TAXRATE.

      ***********_Tax_On_Every_Invoice_And_Credit_Memo_-_The_*****
      ***********_Monthly_Remittance_(Ch3TaxRm)_Reads_It_*********
       FD TAX-HIST-FILE.
       01 TAX-HIST-REC.
           COPY TAXHIST.

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Credit-EOF         pic x(03) value 'NO '.
       01 WS-Credit-Held        pic x(01) value 'N'.
       01 WS-Held-Count         pic 9(04) value zero.
       01 WS-Read-Count         pic 9(05) value zero.
       01 WS-Posted-Count       pic 9(05) value zero.
       01 WS-Reject-Count       pic 9(05) value zero.
       01 WS-Stats-File-Stat    pic x(02) value '00'.
       01 WS-Ptd-Lookup         pic 9(07)v99 value zero.

       01 WS-Credit-Table-Area.
         05 WS-Rate-Found       pic x(01) value 'N'.
         05 WS-Disc-Pcnt        pic v99 value zero.

       01 WS-Inv-File-Stat      pic x(02) value '00'.
       01 WS-Inv-EOF            pic x(03) value 'NO '.
       01 WS-DocNo-File-Stat    pic x(02) value '00'.
       01 WS-Name-File-Stat     pic x(02) value '00'.
       01 WS-Name-EOF           pic x(03) value 'NO '.
       01 WS-Rtn-File-Stat      pic x(02) value '00'.
       01 WS-Rst-File-Stat      pic x(02) value '00'.
       01 WS-Chb-File-Stat      pic x(02) value '00'.
       01 WS-Txr-File-Stat      pic x(02) value '00'.
       01 WS-Txr-EOF            pic x(03) value 'NO '.
       01 WS-Txh-File-Stat      pic x(02) value '00'.
       01 WS-Next-Invoice       pic 9(06) value 1.
       01 WS-Next-Memo          pic 9(06) value 1.
       01 WS-Memo-Count         pic 9(05) value zero.
       01 WS-Restock-Count      pic 9(05) value zero.
       01 WS-Run-Date-Key       pic 9(08) value zero.
       01 WS-Date.
         05 WS-YY               pic 9(02).
         05 WS-MM               pic 9(02).
         05 WS-DD               pic 9(02).
       01 WS-Date-Hold          pic 9(08) value zero.
       01 WS-Date-Parts redefines WS-Date-Hold.
         05 WS-Hold-YYYY        pic 9(04).
         05 WS-Hold-MM          pic 9(02).
         05 WS-Hold-DD          pic 9(02).

       01 WS-Invoice-Table-Area.
         05 WS-Invoice-Count   pic 9(04) value zero.
         05 WS-Invoice-Table   occurs 3000 times.
           10 WS-Iv-No          pic 9(06).
           10 WS-Iv-Ident       pic x(05).
           10 WS-Iv-Date        pic 9(08).
           10 WS-Iv-Sale        pic 9(3)v99.
           10 WS-Iv-Disc-Pcnt   pic v99.
           10 WS-Iv-Net         pic 9(3)v99.
           10 WS-Iv-Returned    pic 9(3)v99.
           10 WS-Iv-Credited    pic 9(3)v99.
           10 WS-Iv-Tax-Juris   pic x(02).
           10 WS-Iv-Tax-Status  pic x(01).
           10 WS-Iv-Tax         pic 9(3)v99.
           10 WS-Iv-Tax-Cred    pic 9(3)v99.
         05 WS-Iv-Idx          pic 9(04) value zero.
         05 WS-Iv-Match        pic 9(04) value zero.
         05 WS-Iv-Found        pic x(01) value 'N'.

       01 WS-Return-Fields.
         05 WS-Ret-Credit       pic 9(3)v99 value zero.
         05 WS-Ret-Left         pic 9(3)v99 value zero.
         05 WS-Ret-Cr-Left      pic 9(3)v99 value zero.

       01 WS-Tax-Rate-Table-Area.
         05 WS-Txr-Count       pic 9(03) value zero.
         05 WS-Txr-Table       occurs 100 times.
           10 WS-Txr-Juris      pic x(02).
           10 WS-Txr-Rate       pic 9(02)v999.
         05 WS-Txr-Idx         pic 9(03) value zero.

       01 WS-Tax-Fields.
         05 WS-Tax-Amt          pic 9(3)v99 value zero.
         05 WS-Tax-Rate         pic 9(02)v999 value zero.
         05 WS-Tax-Juris        pic x(02) value spaces.
         05 WS-Tax-Status       pic x(01) value 'N'.
         05 WS-Tax-Cert         pic x(10) value spaces.
         05 WS-Tax-Left         pic 9(3)v99 value zero.
         05 WS-Tax-Total        pic 9(07)v99 value zero.
         05 WS-Untaxed-Count    pic 9(05) value zero.

       01 WS-Codechk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       01 WS-Name-Table-Area.
         05 WS-Name-Count      pic 9(03) value zero.
         05 WS-Name-Table      occurs 500 times.
           10 WS-Nm-Ident       pic x(05).
           10 WS-Nm-Name        pic x(25).
           10 WS-Nm-Street      pic x(25).
           10 WS-Nm-City        pic x(15).
           10 WS-Nm-State       pic x(02).
           10 WS-Nm-Zip         pic x(05).
           10 WS-Nm-Tax-Juris   pic x(02).
           10 WS-Nm-Exempt-Cert pic x(10).
           10 WS-Nm-Cert-Expiry pic 9(08).
         05 WS-Name-Idx        pic 9(03) value zero.
         05 WS-Name-Match      pic 9(03) value zero.
         05 WS-Name-Found      pic x(01) value 'N'.

      ***********_The_Credit_Memo_Document_*************************
       01 MEMO-HDR1.
         05 Filler             pic x(24) value spaces.
         05 Filler             pic x(11) value 'CREDIT MEMO'.
         05 Filler             pic x(06) value '  No. '.
         05 MH-Memo-No         pic 9(06).
         05 Filler             pic x(05) value spaces.
         05 MH-MM              pic 9(02).
         05 Filler             pic x value '/'.
         05 MH-DD              pic 9(02).
         05 Filler             pic x value '/'.
         05 MH-YYYY            pic 9(04).
         05 Filler             pic x(18) value spaces.

       01 MEMO-NAME-LINE.
         05 Filler             pic x(03) value spaces.
         05 MN-Name            pic x(25).
         05 Filler             pic x(52) value spaces.

       01 MEMO-ADDR-LINE.
         05 Filler             pic x(03) value spaces.
         05 MA-Street          pic x(25).
         05 Filler             pic x(01) value spaces.
         05 MA-City            pic x(15).
         05 Filler             pic x(01) value spaces.
         05 MA-State           pic x(02).
         05 Filler             pic x(01) value spaces.
         05 MA-Zip             pic x(05).
         05 Filler             pic x(27) value spaces.

       01 MEMO-ACCT-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(10) value 'Account:  '.
         05 MC-Ident           pic x(05).
         05 Filler             pic x(62) value spaces.

       01 MEMO-INV-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(18) value 'Original invoice: '.
         05 MI-Invoice         pic 9(06).
         05 Filler             pic x(08) value '  dated '.
         05 MI-MM              pic 9(02).
         05 Filler             pic x value '/'.
         05 MI-DD              pic 9(02).
         05 Filler             pic x value '/'.
         05 MI-YYYY            pic 9(04).
         05 Filler             pic x(35) value spaces.

       01 MEMO-REASON-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(18) value 'Reason:           '.
         05 MR-Reason          pic x(02).
         05 Filler             pic x(02) value spaces.
         05 MR-Desc            pic x(20).
         05 Filler             pic x(35) value spaces.

       01 MEMO-ITEM-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(18) value 'Goods returned:   '.
         05 MG-Item            pic x(20).
         05 Filler             pic x(06) value '  qty '.
         05 MG-Qty             pic zz9.
         05 Filler             pic x(30) value spaces.

       01 MEMO-NOGOODS-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(40) value
              'Allowance only - no goods returned      '.
         05 Filler             pic x(37) value spaces.

       01 MEMO-AMT-LINE.
         05 Filler             pic x(03) value spaces.
         05 MT-Label           pic x(34).
         05 MT-Amount          pic $$,$$9.99-.
         05 Filler             pic x(33) value spaces.

       01 MEMO-RATE-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(34) value
              'Discount rate of original sale:   '.
         05 Filler             pic x(06) value spaces.
         05 MT-Rate            pic .99.
         05 Filler             pic x(34) value spaces.

       procedure division.
     ************_MAIN_********
           
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Read-Count
                       Perform 200-CALC-DISC
               END-READ
           END-PERFORM.
           Perform 120-LOAD-ACCUM-RTN.
           Perform 130-LOAD-RATE-RTN.
           Perform 140-LOAD-CREDIT-RTN.
           Perform 145-LOAD-INVOICE-RTN.
           Perform 147-LOAD-DOCNO-RTN.
           Perform 148-LOAD-NAMES-RTN.
           Perform 149-LOAD-TAX-RATE-RTN.
           Open Output CREDIT-MEMO-FILE.
           accept WS-Date from date.
           compute WS-Run-Date-Key = ((WS-YY + 2000) * 10000)
               + (WS-MM * 100) + WS-DD.

***********_Load_The_Invoice_Register_************************

       145-LOAD-INVOICE-RTN.
           Open Input INVOICE-IN.
           If WS-Inv-File-Stat not = '00'
               Move 'YES' to WS-Inv-EOF
           End-If.
           Perform until WS-Inv-EOF = 'YES'
               Read INVOICE-IN
                   At End
                       Move 'YES' to WS-Inv-EOF
                   Not At End
                       if WS-Invoice-Count < 3000
                           add 1 to WS-Invoice-Count
                           move IVI-No
                             to WS-Iv-No(WS-Invoice-Count)
                           move IVI-Ident
                             to WS-Iv-Ident(WS-Invoice-Count)
                           move IVI-Date
                             to WS-Iv-Date(WS-Invoice-Count)
                           move IVI-Sale
                             to WS-Iv-Sale(WS-Invoice-Count)
                           move IVI-Disc-Pcnt
                             to WS-Iv-Disc-Pcnt(WS-Invoice-Count)
                           move IVI-Net
                             to WS-Iv-Net(WS-Invoice-Count)
                           move IVI-Returned
                             to WS-Iv-Returned(WS-Invoice-Count)
                           move IVI-Credited
                             to WS-Iv-Credited(WS-Invoice-Count)
                           move IVI-Tax-Juris
                             to WS-Iv-Tax-Juris(WS-Invoice-Count)
                           move IVI-Tax-Status
                             to WS-Iv-Tax-Status(WS-Invoice-Count)
                           move IVI-Tax
                             to WS-Iv-Tax(WS-Invoice-Count)
                           move IVI-Tax-Credited
                             to WS-Iv-Tax-Cred(WS-Invoice-Count)
                       else
                           display 'INVOICE TABLE CAPACITY '
                               'EXCEEDED AT 3000 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Inv-File-Stat = '00' or WS-Inv-File-Stat = '10'
               Close INVOICE-IN
           End-If.

***********_Next_Document_Numbers_-_No_File_Starts_At_1_******

       147-LOAD-DOCNO-RTN.
           Open Input DOC-NUMBER-FILE.
           If WS-DocNo-File-Stat = '00'
               Read DOC-NUMBER-FILE
                   Not At End
                       Move DOCN-Next-Invoice to WS-Next-Invoice
                       Move DOCN-Next-Memo to WS-Next-Memo
               End-Read
               Close DOC-NUMBER-FILE
           End-If.

***********_Names_For_The_Credit_Memo_Heading_****************

       148-LOAD-NAMES-RTN.
           Open Input NAME-MASTER.
           If WS-Name-File-Stat not = '00'
               Move 'YES' to WS-Name-EOF
           End-If.
           Perform until WS-Name-EOF = 'YES'
               Read NAME-MASTER
                   At End
                       Move 'YES' to WS-Name-EOF
                   Not At End
                       if WS-Name-Count < 500
                           add 1 to WS-Name-Count
                           move NM-Ident
                             to WS-Nm-Ident(WS-Name-Count)
                           move NM-Name
                             to WS-Nm-Name(WS-Name-Count)
                           move NM-Street
                             to WS-Nm-Street(WS-Name-Count)
                           move NM-City
                             to WS-Nm-City(WS-Name-Count)
                           move NM-State
                             to WS-Nm-State(WS-Name-Count)
                           move NM-Zip
                             to WS-Nm-Zip(WS-Name-Count)
                           move NM-Tax-Juris
                             to WS-Nm-Tax-Juris(WS-Name-Count)
                           move NM-Exempt-Cert
                             to WS-Nm-Exempt-Cert(WS-Name-Count)
                           move NM-Cert-Expiry
                             to WS-Nm-Cert-Expiry(WS-Name-Count)
                       else
                           display 'NAME TABLE CAPACITY EXCEEDED '
                               'AT 500 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Name-File-Stat = '00' or WS-Name-File-Stat = '10'
               Close NAME-MASTER
           End-If.

***********_Sales_Tax_Rate_By_Jurisdiction_*********************

       149-LOAD-TAX-RATE-RTN.
           Open Input TAX-RATE-FILE.
           If WS-Txr-File-Stat not = '00'
               Move 'YES' to WS-Txr-EOF
               display 'TAX RATE TABLE NOT AVAILABLE, STATUS: '
                   WS-Txr-File-Stat ' - NO SALES TAX CHARGED'
           End-If.
           Perform until WS-Txr-EOF = 'YES'
               Read TAX-RATE-FILE
                   At End
                       Move 'YES' to WS-Txr-EOF
                   Not At End
                       if WS-Txr-Count < 100
                           add 1 to WS-Txr-Count
                           move TXR-Juris
                             to WS-Txr-Juris(WS-Txr-Count)
                           move TXR-Rate
                             to WS-Txr-Rate(WS-Txr-Count)
                       else
                           display 'TAX RATE TABLE CAPACITY '
                               'EXCEEDED AT 100 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Txr-File-Stat = '00' or WS-Txr-File-Stat = '10'
               Close TAX-RATE-FILE
           End-If.

***********_Load_The_Customer_Credit_Master_************************

           Move spaces to WS-Reject-Code WS-Reject-Text.
           Perform 150-VALIDATE-TRANS-RTN.

           If Error-Flag = 'N' and Trn-Type = 'R'
               Perform 190-VALIDATE-RETURN-RTN
           End-If.

           Move 'N' to WS-Credit-Held.
           If Error-Flag = 'N' and Trn-Type not = 'R'
               Perform 180-CHECK-CREDIT-RTN
           End-If.

           Evaluate True
               When Error-Flag = 'Y'
                   Perform 230-WRITE-REJECT-RTN
               When Trn-Type = 'R'
                   Perform 210-POST-RETURN-RTN
               When WS-Credit-Held = 'Y'
                   Perform 240-WRITE-HOLD-RTN
               When Other
                   Multiply Sale-In by WS-Disc-Pcnt
                       giving WS-Disc-Amt
                   subtract WS-Disc-Amt from Sale-In giving Net-Out
                   Perform 260-CALC-TAX-RTN
                   Move WS-Tax-Amt to Tax-Out
                   Move 'S' to Type-Out
                   Move WS-Next-Invoice to Doc-No-Out
                   Move zero to Ref-No-Out
                   Perform 250-ADD-INVOICE-RTN
                   Write MSTR-REC
                   Perform 265-WRITE-TAX-HIST-RTN
                   add 1 to WS-Posted-Count
           End-Evaluate.

***********_A_Posted_Sale_Goes_On_The_Invoice_Register_*******

       250-ADD-INVOICE-RTN.
           If WS-Invoice-Count < 3000
               add 1 to WS-Invoice-Count
               move WS-Next-Invoice to WS-Iv-No(WS-Invoice-Count)
               move Ident-In to WS-Iv-Ident(WS-Invoice-Count)
               move WS-Run-Date-Key to WS-Iv-Date(WS-Invoice-Count)
               move Sale-In to WS-Iv-Sale(WS-Invoice-Count)
               move WS-Disc-Pcnt
                   to WS-Iv-Disc-Pcnt(WS-Invoice-Count)
               move Net-Out to WS-Iv-Net(WS-Invoice-Count)
               move zero to WS-Iv-Returned(WS-Invoice-Count)
                   WS-Iv-Credited(WS-Invoice-Count)
               move WS-Tax-Juris to WS-Iv-Tax-Juris(WS-Invoice-Count)
               move WS-Tax-Status
                   to WS-Iv-Tax-Status(WS-Invoice-Count)
               move WS-Tax-Amt to WS-Iv-Tax(WS-Invoice-Count)
               move zero to WS-Iv-Tax-Cred(WS-Invoice-Count)
               add 1 to WS-Next-Invoice
           Else
               display 'INVOICE TABLE CAPACITY EXCEEDED AT 3000 '
                   '- RUN HALTED'
               stop run
           End-If.

***********_Sales_Tax_On_The_Net_Of_A_Sale_*******************

      *    The customer's jurisdiction rate applies to the net
      *    unless they hold an exemption certificate that has not
      *    run out.  A customer with no jurisdiction, or one the
      *    rate table does not have, is not taxed - but the sale
      *    still goes on the tax history so the remittance report
      *    shows it.
       260-CALC-TAX-RTN.
           Move zero to WS-Tax-Amt WS-Tax-Rate.
           Move spaces to WS-Tax-Juris WS-Tax-Cert.
           Move 'N' to WS-Tax-Status.
           Move 'N' to WS-Name-Found.
           Perform varying WS-Name-Idx from 1 by 1
               until WS-Name-Idx > WS-Name-Count
               If WS-Nm-Ident(WS-Name-Idx) = Ident-In
                   Move 'Y' to WS-Name-Found
                   Move WS-Name-Idx to WS-Name-Match
                   Move WS-Name-Count to WS-Name-Idx
               End-If
           End-Perform.
           If WS-Name-Found = 'Y'
               Move WS-Nm-Tax-Juris(WS-Name-Match) to WS-Tax-Juris
           End-If.

           If WS-Tax-Juris not = spaces
               Perform varying WS-Txr-Idx from 1 by 1
                   until WS-Txr-Idx > WS-Txr-Count
                   If WS-Txr-Juris(WS-Txr-Idx) = WS-Tax-Juris
                       Move 'T' to WS-Tax-Status
                       Move WS-Txr-Rate(WS-Txr-Idx) to WS-Tax-Rate
                       Move WS-Txr-Count to WS-Txr-Idx
                   End-If
               End-Perform
           End-If.

           If WS-Tax-Juris not = spaces
               If WS-Nm-Exempt-Cert(WS-Name-Match) not = spaces
                   and WS-Nm-Cert-Expiry(WS-Name-Match) numeric
                   and WS-Nm-Cert-Expiry(WS-Name-Match)
                       not < WS-Run-Date-Key
                   Move 'E' to WS-Tax-Status
                   Move WS-Nm-Exempt-Cert(WS-Name-Match)
                       to WS-Tax-Cert
               End-If
           End-If.

           Evaluate WS-Tax-Status
               When 'T'
                   compute WS-Tax-Amt rounded =
                       Net-Out * WS-Tax-Rate / 100
               When 'N'
                   add 1 to WS-Untaxed-Count
           End-Evaluate.

      *    One record per invoice or credit memo - Type-Out and
      *    Doc-No-Out say which.
       265-WRITE-TAX-HIST-RTN.
           Open Extend TAX-HIST-FILE.
           If WS-Txh-File-Stat = '35'
               Open Output TAX-HIST-FILE
           End-If.
           If WS-Txh-File-Stat = '00' or WS-Txh-File-Stat = '05'
               Move WS-Run-Date-Key to TXH-Date
               Move WS-Tax-Juris to TXH-Juris
               Move Ident-In to TXH-Ident
               Move Type-Out to TXH-Type
               Move Doc-No-Out to TXH-Doc-No
               Move WS-Tax-Status to TXH-Status
               Move Net-Out to TXH-Net
               Move WS-Tax-Amt to TXH-Tax
               Move WS-Tax-Cert to TXH-Cert
               Write TAX-HIST-REC
               Close TAX-HIST-FILE
           Else
               display 'TAX HISTORY NOT AVAILABLE, STATUS: '
                   WS-Txh-File-Stat ' - DOCUMENT ' Doc-No-Out
                   ' NOT RECORDED'
           End-If.
           If Type-Out = 'C'
               subtract WS-Tax-Amt from WS-Tax-Total
           Else
               add WS-Tax-Amt to WS-Tax-Total
           End-If.

***********_A_Return_Has_To_Match_A_Sale_On_The_Register_*****

      *    The invoice must be this customer's, the value returned
      *    can not be more than what has not already come back,
      *    and the reason has to be one the code table knows (a
      *    table with no RTRN codes yet lets any reason through).
       190-VALIDATE-RETURN-RTN.
           Move 'N' to WS-Iv-Found.
           If Trn-Orig-Inv numeric
               Perform varying WS-Iv-Idx from 1 by 1
                   until WS-Iv-Idx > WS-Invoice-Count
                   If WS-Iv-No(WS-Iv-Idx) = Trn-Orig-Inv
                       Move 'Y' to WS-Iv-Found
                       Move WS-Iv-Idx to WS-Iv-Match
                       Move WS-Invoice-Count to WS-Iv-Idx
                   End-If
               End-Perform
           End-If.

           If WS-Iv-Found = 'N'
               Move 'Y' to Error-Flag
               If WS-Reject-Code = spaces
                   Move '04' to WS-Reject-Code
                   Move 'ORIGINAL INVOICE NOT ON FILE'
                       to WS-Reject-Text
               End-If
           Else
               If WS-Iv-Ident(WS-Iv-Match) not = Ident-In
                   Move 'Y' to Error-Flag
                   If WS-Reject-Code = spaces
                       Move '05' to WS-Reject-Code
                       Move 'INVOICE IS ANOTHER ACCOUNT''S'
                           to WS-Reject-Text
                   End-If
               End-If
               If Sale-In = zero
                   or Sale-In > WS-Iv-Sale(WS-Iv-Match)
                       - WS-Iv-Returned(WS-Iv-Match)
                   Move 'Y' to Error-Flag
                   If WS-Reject-Code = spaces
                       Move '06' to WS-Reject-Code
                       Move 'RETURN EXCEEDS INVOICE BALANCE'
                           to WS-Reject-Text
                   End-If
               End-If
           End-If.

           Move 'RTRN' to CCK-Type.
           Move Trn-Reason to CCK-Code.
           call 'CODECHK' using WS-Codechk-Parm.
           If Trn-Reason = spaces
               or CCK-Status = '10' or CCK-Status = '20'
               Move 'Y' to Error-Flag
               If WS-Reject-Code = spaces
                   Move '07' to WS-Reject-Code
                   Move 'RETURN REASON CODE INVALID' to WS-Reject-Text
               End-If
           End-If.

           If Trn-Item not = spaces
               and (Trn-Qty not numeric or Trn-Qty = zero)
               Move 'Y' to Error-Flag
               If WS-Reject-Code = spaces
                   Move '08' to WS-Reject-Code
                   Move 'RETURNED QUANTITY INVALID' to WS-Reject-Text
               End-If
           End-If.

***********_Post_A_Return_-_Credit_Memo,_Open_Items,_Stock_***

      *    The credit is the value returned less the discount the
      *    original sale was given, worked the way the sale worked
      *    it.  The last of an invoice to come back credits what
      *    is left of its net, so an invoice returned in pieces
      *    never credits more than was billed.  The credit goes on
      *    the customer master as a 'C' line - the AR run takes it
      *    off the open items, the statement shows it - and comes
      *    off the period-to-date sales.  The sales tax the
      *    invoice charged comes back in the same proportion, and
      *    the last of it comes back whole.
       210-POST-RETURN-RTN.
           Move WS-Iv-Disc-Pcnt(WS-Iv-Match) to WS-Disc-Pcnt.
           compute WS-Ret-Left = WS-Iv-Sale(WS-Iv-Match)
               - WS-Iv-Returned(WS-Iv-Match).
           compute WS-Ret-Cr-Left = WS-Iv-Net(WS-Iv-Match)
               - WS-Iv-Credited(WS-Iv-Match).
           Multiply Sale-In by WS-Disc-Pcnt giving WS-Disc-Amt.
           subtract WS-Disc-Amt from Sale-In giving WS-Ret-Credit.
           If Sale-In = WS-Ret-Left
               or WS-Ret-Credit > WS-Ret-Cr-Left
               Move WS-Ret-Cr-Left to WS-Ret-Credit
           End-If.
           Perform 212-RETURN-TAX-RTN.
           add Sale-In to WS-Iv-Returned(WS-Iv-Match).
           add WS-Ret-Credit to WS-Iv-Credited(WS-Iv-Match).
           add WS-Tax-Amt to WS-Iv-Tax-Cred(WS-Iv-Match).

           Move Ident-In to Ident-Out.
           Move Sale-In to Sale-Out.
           Move WS-Disc-Pcnt to Disc-Pcnt-Out.
           Move WS-Ret-Credit to Net-Out.
           Move 'C' to Type-Out.
           Move WS-Next-Memo to Doc-No-Out.
           Move Trn-Orig-Inv to Ref-No-Out.
           Move WS-Tax-Amt to Tax-Out.
           Write MSTR-REC.
           Perform 265-WRITE-TAX-HIST-RTN.

           Perform 215-REDUCE-ACCUM-RTN.
           Perform 220-PRINT-MEMO-RTN.
           Perform 225-WRITE-RETURN-HIST-RTN.
           If Trn-Item not = spaces
               Perform 227-WRITE-RESTOCK-RTN
           End-If.
           Perform 229-WRITE-CHGBACK-RTN.
           add 1 to WS-Memo-Count.
           add 1 to WS-Next-Memo.
           add 1 to WS-Posted-Count.

       212-RETURN-TAX-RTN.
           Move WS-Iv-Tax-Juris(WS-Iv-Match) to WS-Tax-Juris.
           Move WS-Iv-Tax-Status(WS-Iv-Match) to WS-Tax-Status.
           Move spaces to WS-Tax-Cert.
           Move zero to WS-Tax-Amt.
           If WS-Tax-Status = 'T'
               compute WS-Tax-Left = WS-Iv-Tax(WS-Iv-Match)
                   - WS-Iv-Tax-Cred(WS-Iv-Match)
               If WS-Ret-Credit = WS-Ret-Cr-Left
                   Move WS-Tax-Left to WS-Tax-Amt
               Else
                   compute WS-Tax-Amt rounded = WS-Ret-Credit
                       * WS-Iv-Tax(WS-Iv-Match)
                       / WS-Iv-Net(WS-Iv-Match)
                   If WS-Tax-Amt > WS-Tax-Left
                       Move WS-Tax-Left to WS-Tax-Amt
                   End-If
               End-If
           End-If.

       215-REDUCE-ACCUM-RTN.
           Perform varying WS-Cust-Idx from 1 by 1
               until WS-Cust-Idx > WS-Accum-Count
               If WS-Accum-Ident(WS-Cust-Idx) = Ident-In
                   If Sale-In > WS-Accum-Ptd-Sale(WS-Cust-Idx)
                       Move zero to WS-Accum-Ptd-Sale(WS-Cust-Idx)
                   Else
                       subtract Sale-In
                           from WS-Accum-Ptd-Sale(WS-Cust-Idx)
                   End-If
                   Move WS-Accum-Count to WS-Cust-Idx
               End-If
           End-Perform.

***********_The_Credit_Memo_Document_-_One_Per_Page_**********

       220-PRINT-MEMO-RTN.
           Move WS-Next-Memo to MH-Memo-No.
           Move WS-MM to MH-MM.
           Move WS-DD to MH-DD.
           add WS-YY 2000 giving MH-YYYY.
           Write Memo-Rec from MEMO-HDR1 after page.
           Move spaces to Memo-Rec.
           Write Memo-Rec.

           Move 'N' to WS-Name-Found.
           Perform varying WS-Name-Idx from 1 by 1
               until WS-Name-Idx > WS-Name-Count
               If WS-Nm-Ident(WS-Name-Idx) = Ident-In
                   Move 'Y' to WS-Name-Found
                   Move WS-Name-Idx to WS-Name-Match
                   Move WS-Name-Count to WS-Name-Idx
               End-If
           End-Perform.
           If WS-Name-Found = 'Y'
               move WS-Nm-Name(WS-Name-Match) to MN-Name
               Write Memo-Rec from MEMO-NAME-LINE
               move WS-Nm-Street(WS-Name-Match) to MA-Street
               move WS-Nm-City(WS-Name-Match) to MA-City
               move WS-Nm-State(WS-Name-Match) to MA-State
               move WS-Nm-Zip(WS-Name-Match) to MA-Zip
               Write Memo-Rec from MEMO-ADDR-LINE
               Move spaces to Memo-Rec
               Write Memo-Rec
           End-If.

           Move Ident-In to MC-Ident.
           Write Memo-Rec from MEMO-ACCT-LINE.
           Move Trn-Orig-Inv to MI-Invoice.
           Move WS-Iv-Date(WS-Iv-Match) to WS-Date-Hold.
           Move WS-Hold-MM to MI-MM.
           Move WS-Hold-DD to MI-DD.
           Move WS-Hold-YYYY to MI-YYYY.
           Write Memo-Rec from MEMO-INV-LINE.
           Move Trn-Reason to MR-Reason.
           Move CCK-Desc to MR-Desc.
           Write Memo-Rec from MEMO-REASON-LINE.
           If Trn-Item not = spaces
               Move Trn-Item to MG-Item
               Move Trn-Qty to MG-Qty
               Write Memo-Rec from MEMO-ITEM-LINE
           Else
               Write Memo-Rec from MEMO-NOGOODS-LINE
           End-If.
           Move spaces to Memo-Rec.
           Write Memo-Rec.

           Move 'Value returned:' to MT-Label.
           Move Sale-In to MT-Amount.
           Write Memo-Rec from MEMO-AMT-LINE.
           Move WS-Disc-Pcnt to MT-Rate.
           Write Memo-Rec from MEMO-RATE-LINE.
           Move 'Less discount given on the sale:' to MT-Label.
           subtract Sale-In from WS-Ret-Credit giving MT-Amount.
           Write Memo-Rec from MEMO-AMT-LINE.
           If WS-Tax-Amt > zero
               Move 'Sales tax on the goods returned:' to MT-Label
               Move WS-Tax-Amt to MT-Amount
               Write Memo-Rec from MEMO-AMT-LINE
           End-If.
           Move spaces to Memo-Rec.
           Write Memo-Rec.
           Move 'CREDIT TO YOUR ACCOUNT:' to MT-Label.
           add WS-Ret-Credit WS-Tax-Amt giving MT-Amount.
           Write Memo-Rec from MEMO-AMT-LINE.

       225-WRITE-RETURN-HIST-RTN.
           Open Extend RETURN-HIST-FILE.
           If WS-Rtn-File-Stat = '35'
               Open Output RETURN-HIST-FILE
           End-If.
           If WS-Rtn-File-Stat = '00' or WS-Rtn-File-Stat = '05'
               Move WS-Next-Memo to RTN-Memo-No
               Move WS-Run-Date-Key to RTN-Date
               Move Ident-In to RTN-Ident
               Move Trn-Orig-Inv to RTN-Invoice
               Move Trn-Reason to RTN-Reason
               Move Trn-Item to RTN-Item
               If Trn-Item = spaces
                   Move zero to RTN-Qty
               Else
                   Move Trn-Qty to RTN-Qty
               End-If
               Move Sale-In to RTN-Gross
               Move WS-Disc-Pcnt to RTN-Disc-Pcnt
               Move WS-Ret-Credit to RTN-Credit
               Write RETURN-HIST-REC
               Close RETURN-HIST-FILE
           Else
               display 'RETURNS HISTORY NOT AVAILABLE, STATUS: '
                   WS-Rtn-File-Stat ' - MEMO ' WS-Next-Memo
                   ' NOT RECORDED'
           End-If.

      *    Goods that go back on the shelf wait on this file until
      *    the next inventory posting adds them to the Ch2 master.
       227-WRITE-RESTOCK-RTN.
           Open Extend RETURN-STOCK-FILE.
           If WS-Rst-File-Stat = '35'
               Open Output RETURN-STOCK-FILE
           End-If.
           If WS-Rst-File-Stat = '00' or WS-Rst-File-Stat = '05'
               Move Trn-Item to RST-Item
               Move Trn-Location to RST-Location
               Move Trn-Qty to RST-Qty
               Move WS-Next-Memo to RST-Memo-No
               Write RETURN-STOCK-REC
               Close RETURN-STOCK-FILE
               add 1 to WS-Restock-Count
           Else
               display 'RETURNED STOCK FILE NOT AVAILABLE, STATUS: '
                   WS-Rst-File-Stat ' - MEMO ' WS-Next-Memo
                   ' GOODS NOT RESTOCKED'
           End-If.

      *    Whoever sold the invoice gives back the commission on
      *    the part credited - the commission run picks this up.
       229-WRITE-CHGBACK-RTN.
           Open Extend CHGBACK-FILE.
           If WS-Chb-File-Stat = '35'
               Open Output CHGBACK-FILE
           End-If.
           If WS-Chb-File-Stat = '00' or WS-Chb-File-Stat = '05'
               Move 'R' to CHB-Type
               Move Trn-Orig-Inv to CHB-Invoice
               Move WS-Next-Memo to CHB-Doc-No
               Move WS-Run-Date-Key to CHB-Date
               Move Ident-In to CHB-Ident
               Move WS-Iv-Net(WS-Iv-Match) to CHB-Inv-Net
               Move WS-Ret-Credit to CHB-Amount
               Write CHGBACK-REC
               Close CHGBACK-FILE
           Else
               display 'CHARGEBACK FILE NOT AVAILABLE, STATUS: '
                   WS-Chb-File-Stat ' - MEMO ' WS-Next-Memo
                   ' COMMISSION NOT CHARGED BACK'
           End-If.

***********_Credit_Check_Before_Anything_Posts_***********

      *    A customer on hold, or one this sale would push past
               End-If
           End-If.

           If Trn-Type not = space and Trn-Type not = 'R'
               Move 'Y' to Error-Flag
               If WS-Reject-Code = spaces
                   Move '03' to WS-Reject-Code
                   Move 'TRANSACTION TYPE INVALID' to WS-Reject-Text
               End-If
           End-If.

***********_Write_Rejected_Transaction_***********

       230-WRITE-REJECT-RTN.
           add 1 to WS-Reject-Count.
           Move TRANS-REC to REJ-TRANS-DATA.
           Move WS-Reject-Code to REJ-REASON-CODE.
           Move WS-Reject-Text to REJ-REASON-TEXT.

       300-CLOSE-RTN.
           Perform 320-WRITE-ACCUM-RTN.
           Perform 325-WRITE-INVOICE-RTN.
           Close CUST-TRANS
             CUST-MASTER
             CUST-REJECT
             CREDIT-HOLD-RPT
             HELD-TRANS-FILE
             CREDIT-MEMO-FILE.
           If WS-Held-Count > zero
               display 'TRANSACTIONS HELD FOR CREDIT REVIEW: '
                   WS-Held-Count ' - SEE CH3_CRHOLD.RPT'
           End-If.
           If WS-Memo-Count > zero
               display 'CREDIT MEMOS ISSUED: ' WS-Memo-Count
                   ' - GOODS TO RESTOCK: ' WS-Restock-Count
           End-If.
           If WS-Untaxed-Count > zero
               display 'SALES NOT TAXED - NO JURISDICTION OR RATE ON '
                   'FILE: ' WS-Untaxed-Count
           End-If.
           Perform 330-WRITE-STATS-RTN.

***********_Write_Updated_Accumulation_File_***********

           End-Perform.
           Close CUST-ACCUM-OUT.

***********_Rewrite_The_Invoice_Register_And_Numbers_*********

       325-WRITE-INVOICE-RTN.
           Open Output INVOICE-OUT.
           Perform varying WS-Iv-Idx from 1 by 1
               until WS-Iv-Idx > WS-Invoice-Count
               move WS-Iv-No(WS-Iv-Idx) to IVO-No
               move WS-Iv-Ident(WS-Iv-Idx) to IVO-Ident
               move WS-Iv-Date(WS-Iv-Idx) to IVO-Date
               move WS-Iv-Sale(WS-Iv-Idx) to IVO-Sale
               move WS-Iv-Disc-Pcnt(WS-Iv-Idx) to IVO-Disc-Pcnt
               move WS-Iv-Net(WS-Iv-Idx) to IVO-Net
               move WS-Iv-Returned(WS-Iv-Idx) to IVO-Returned
               move WS-Iv-Credited(WS-Iv-Idx) to IVO-Credited
               move WS-Iv-Tax-Juris(WS-Iv-Idx) to IVO-Tax-Juris
               move WS-Iv-Tax-Status(WS-Iv-Idx) to IVO-Tax-Status
               move WS-Iv-Tax(WS-Iv-Idx) to IVO-Tax
               move WS-Iv-Tax-Cred(WS-Iv-Idx) to IVO-Tax-Credited
               write INVOICE-REC-OUT
           End-Perform.
           Close INVOICE-OUT.

           Open Output DOC-NUMBER-FILE.
           Move WS-Next-Invoice to DOCN-Next-Invoice.
           Move WS-Next-Memo to DOCN-Next-Memo.
           Write DOCNO-REC.
           Close DOC-NUMBER-FILE.

***********_Append_This_Run's_Counts_For_The_Driver_***********

       330-WRITE-STATS-RTN.
           Open Extend RUN-STATS-FILE.
           If WS-Stats-File-Stat = '35'
               Open Output RUN-STATS-FILE
           End-If.
           If WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '05'
               Move 'CH3PGM7 ' to STAT-PROGRAM
               Move WS-Read-Count to STAT-READ
               Move WS-Posted-Count to STAT-WRITTEN
               Move WS-Reject-Count to STAT-REJECTED
               Move WS-Held-Count to STAT-OTHER
               Write RUN-STATS-REC
               Close RUN-STATS-FILE
           End-If.

       end program Ch3pgm7.
