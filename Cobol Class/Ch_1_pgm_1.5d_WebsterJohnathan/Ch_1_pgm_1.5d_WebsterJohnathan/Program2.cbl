      ***** payroll on the supplemental earnings file.  The *******
      ***** tier table is the same one Pgm5d applies - the ********
      ***** statement recomputes nothing differently. *************
      ***** Commission Pgm5d charged back this run, for goods *****
      ***** returned or a balance written off, prints as its ******
      ***** own section under the sales. **************************
       environment division.
       configuration section.
       Input-Output Section.
               assign to 'C:\Data\Data-In\Ch1_EmpXref.dat'
               organization is line sequential
               file status is WS-Xref-File-Stat.
           Select CHGBACK-DET-FILE
               assign to 'C:\Data\Data-Out\Ch1_ChbDet.dat'
               organization is line sequential
               file status is WS-Chb-File-Stat.
           Select STMT-FILE
               assign to 'C:\Data\Data-Out\Ch1_Stmt.rpt'
               organization is line sequential.
         05 XR-Name            Pic X(15).
         05 XR-Emp-No          Pic 9(05).

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

       FD STMT-FILE.
       01 STMT-REC             Pic X(90).

       01 WS-Share-Amt         Pic 999v99 value 0.
       01 WS-Page-Total        Pic 9(06)v99 value 0.
       01 WS-Stmt-Count        Pic 9(03) value 0.
       01 WS-Chb-File-Stat     Pic X(02) value '00'.
       01 WS-Chb-EOF           Pic X(03) value 'NO '.
       01 WS-Chb-Page-Total    Pic 9(06)v99 value 0.
       01 WS-Chb-Lines         Pic 9(03) value 0.
       01 WS-Net-Comm          Pic S9(06)v99 value 0.
       01 WS-Note-Name         Pic X(15) value SPACES.

       01 WS-Chb-Table-Area.
         05 WS-Chb-Count       Pic 9(03) value zero.
         05 WS-Chb-Table       occurs 300 times.
           10 WS-Chb-Name       Pic X(15).
           10 WS-Chb-Invoice    Pic X(06).
           10 WS-Chb-Type       Pic X(01).
           10 WS-Chb-Doc-No     Pic 9(06).
           10 WS-Chb-Date       Pic 9(08).
           10 WS-Chb-Orig       Pic 9(06)v99.
           10 WS-Chb-Amount     Pic 9(06)v99.
           10 WS-Chb-To-Draw    Pic 9(06)v99.
         05 WS-Chb-Idx         Pic 9(03) value zero.

       01 WS-Sales-Table-Area.
         05 WS-Sales-Count     Pic 9(03) value zero.
         05 STL-Total          Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(52) value SPACES.

       01 STMT-CHB-HDR.
         05 Filler             Pic X(40) value
              'Chargebacks - returns and write-offs    '.
         05 Filler             Pic X(50) value SPACES.

       01 STMT-CHB-COLS.
         05 Filler             Pic X(10) value 'Date      '.
         05 Filler             Pic X(08) value 'Invoice '.
         05 Filler             Pic X(11) value 'Type       '.
         05 Filler             Pic X(08) value 'Doc     '.
         05 Filler             Pic X(12) value ' Comm Paid  '.
         05 Filler             Pic X(14) value 'Charged Bk    '.
         05 Filler             Pic X(27) value '   To Draw'.

       01 STMT-CHB-LINE.
         05 SCL-Date           Pic 9(08).
         05 Filler             Pic X(02) value SPACES.
         05 SCL-Invoice        Pic X(06).
         05 Filler             Pic X(02) value SPACES.
         05 SCL-Type           Pic X(09).
         05 Filler             Pic X(02) value SPACES.
         05 SCL-Doc-No         Pic 9(06).
         05 Filler             Pic X(02) value SPACES.
         05 SCL-Orig           Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 SCL-Amount         Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 Filler             Pic X(04) value SPACES.
         05 SCL-To-Draw        Pic ZZZ,ZZ9.99 blank when zero.
         05 Filler             Pic X(15) value SPACES.

       01 STMT-CHB-TOTAL.
         05 Filler             Pic X(26) value
              'Commission charged back   '.
         05 Filler             Pic X(02) value ': '.
         05 SCT-Total          Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(52) value SPACES.

       01 STMT-NET-LINE.
         05 Filler             Pic X(26) value
              'Net commission this run   '.
         05 Filler             Pic X(02) value ': '.
         05 SNL-Net            Pic ZZZ,ZZ9.99-.
         05 Filler             Pic X(51) value SPACES.

       01 STMT-MTD-LINE.
         05 Filler             Pic X(10) value 'MTD comm: '.
         05 SML-MTD            Pic ZZZ,ZZ9.99.
           Perform 120-LOAD-ACCUM-RTN.
           Perform 125-LOAD-XREF-RTN.
           Perform 130-LOAD-SUPP-RTN.
           Perform 140-LOAD-CHGBACK-RTN.
           Open Output STMT-FILE.
           Perform 200-STATEMENT-RTN
               varying WS-Person-Idx from 1 by 1
               Close SUPP-EARN-FILE
           End-If.

      ***** This run's chargebacks - a salesperson charged back ***
      ***** with no sales this run still gets a statement *********

       140-LOAD-CHGBACK-RTN.
           Open Input CHGBACK-DET-FILE.
           If WS-Chb-File-Stat not = '00'
               Move 'YES' to WS-Chb-EOF
           End-If.
           Perform until WS-Chb-EOF = 'YES'
               Read CHGBACK-DET-FILE
                   At End
                       Move 'YES' to WS-Chb-EOF
                   Not At End
                       if WS-Chb-Count < 300
                           add 1 to WS-Chb-Count
                           move CBD-Name
                               to WS-Chb-Name(WS-Chb-Count)
                           move CBD-Invoice
                               to WS-Chb-Invoice(WS-Chb-Count)
                           move CBD-Type
                               to WS-Chb-Type(WS-Chb-Count)
                           move CBD-Doc-No
                               to WS-Chb-Doc-No(WS-Chb-Count)
                           move CBD-Date
                               to WS-Chb-Date(WS-Chb-Count)
                           move CBD-Orig-Comm
                               to WS-Chb-Orig(WS-Chb-Count)
                           move CBD-Amount
                               to WS-Chb-Amount(WS-Chb-Count)
                           move CBD-To-Draw
                               to WS-Chb-To-Draw(WS-Chb-Count)
                           move CBD-Name to WS-Note-Name
                           perform 145-NOTE-CHGBACK-RTN
                       else
                           display 'CHARGEBACK TABLE CAPACITY '
                               'EXCEEDED AT 300 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Chb-File-Stat = '00' or WS-Chb-File-Stat = '10'
               Close CHGBACK-DET-FILE
           End-If.

       145-NOTE-CHGBACK-RTN.
           Move 'N' to WS-Person-Found.
           Perform varying WS-Person-Scan from 1 by 1
               until WS-Person-Scan > WS-Person-Count
               if WS-Person-Name(WS-Person-Scan) = WS-Note-Name
                   move 'Y' to WS-Person-Found
                   move WS-Person-Count to WS-Person-Scan
               end-if
           End-Perform.
           If WS-Person-Found = 'N'
               if WS-Person-Count < 100
                   add 1 to WS-Person-Count
                   move WS-Note-Name to WS-Person-Name(WS-Person-Count)
               else
                   display 'SALESPERSON TABLE CAPACITY EXCEEDED '
                       'AT 100 - RUN HALTED'
                   stop run
               end-if
           End-If.

      ***** One page per salesperson - every sale they earned *****
      ***** on, each split shown with both names and shares *******

           Write STMT-REC from STMT-BLANK.
           move WS-Page-Total to STL-Total.
           Write STMT-REC from STMT-TOTAL.
           perform 260-CHGBACK-SECTION-RTN.
           perform 230-MTD-LINE-RTN.
           perform 240-SUPP-LINE-RTN.

           Write STMT-REC from STMT-LINE.
           add WS-COMM to WS-Page-Total.

      ***** Commission taken back this run - what this run's ******
      ***** commission did not cover went on the draw account *****

       260-CHGBACK-SECTION-RTN.
           move zero to WS-Chb-Page-Total.
           move zero to WS-Chb-Lines.
           Perform varying WS-Chb-Idx from 1 by 1
               until WS-Chb-Idx > WS-Chb-Count
               if WS-Chb-Name(WS-Chb-Idx)
                   = WS-Person-Name(WS-Person-Idx)
                   perform 265-CHGBACK-LINE-RTN
               end-if
           End-Perform.
           If WS-Chb-Lines > zero
               Write STMT-REC from STMT-BLANK
               move WS-Chb-Page-Total to SCT-Total
               Write STMT-REC from STMT-CHB-TOTAL
               subtract WS-Chb-Page-Total from WS-Page-Total
                   giving WS-Net-Comm
               move WS-Net-Comm to SNL-Net
               Write STMT-REC from STMT-NET-LINE
           End-If.

       265-CHGBACK-LINE-RTN.
           If WS-Chb-Lines = zero
               Write STMT-REC from STMT-BLANK
               Write STMT-REC from STMT-CHB-HDR
               Write STMT-REC from STMT-CHB-COLS
           End-If.
           add 1 to WS-Chb-Lines.
           move WS-Chb-Date(WS-Chb-Idx) to SCL-Date.
           move WS-Chb-Invoice(WS-Chb-Idx) to SCL-Invoice.
           If WS-Chb-Type(WS-Chb-Idx) = 'W'
               move 'WRITE-OFF' to SCL-Type
           Else
               move 'RETURN' to SCL-Type
           End-If.
           move WS-Chb-Doc-No(WS-Chb-Idx) to SCL-Doc-No.
           move WS-Chb-Orig(WS-Chb-Idx) to SCL-Orig.
           move WS-Chb-Amount(WS-Chb-Idx) to SCL-Amount.
           move WS-Chb-To-Draw(WS-Chb-Idx) to SCL-To-Draw.
           Write STMT-REC from STMT-CHB-LINE.
           add WS-Chb-Amount(WS-Chb-Idx) to WS-Chb-Page-Total.

       230-MTD-LINE-RTN.
           Perform varying WS-Accum-Idx from 1 by 1
               until WS-Accum-Idx > WS-Accum-Count
