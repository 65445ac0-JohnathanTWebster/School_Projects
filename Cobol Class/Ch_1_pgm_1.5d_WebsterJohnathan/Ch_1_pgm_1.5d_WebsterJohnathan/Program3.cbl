       identification division.
       program-id. Ch1Nec.
      ***** Year-end 1099-NEC run for the commission-only *********
      ***** outside salespeople - the names on Ch1_sales.dat ******
      ***** with no Ch1_EmpXref.dat entry, whose commission *******
      ***** never reaches Program12 and so never reaches a W-2. ***
      ***** Pgm5d records every hand payment made to them on ******
      ***** Ch1_NecPaid.dat as it is made - commission released **
      ***** after the draw, and draw advances - with any backup ***
      ***** withholding taken.  This run totals what was actually *
      ***** paid in the tax year per payee, applies the reporting *
      ***** threshold, and produces:                              *
      *****   the 1099-NEC forms (Ch1_1099NEC.rpt),               *
      *****   the electronic filing file (Ch1_1099NEC.dat) -      *
      *****     transmitter, payer, payee, end-of-payer and       *
      *****     end-of-transmission records, 750 bytes each,      *
      *****   the exception list (Ch1_1099Exc.rpt) - payees with  *
      *****     no TIN, names paid but not on the payee master,   *
      *****     payees with no address, and payees who are also   *
      *****     on the employee cross-reference.                  *
      ***** A payee with no TIN is still reported, TIN blank, as **
      ***** the IRS requires; one not on the payee master cannot **
      ***** be, having no legal name or address, until added. *****
      ***** Any backup withholding makes a form due whatever the **
      ***** amount paid. ******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select NEC-CTL-FILE
               assign to 'C:\Data\Data-In\Ch1_NecCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           Select PAYEE-FILE
               assign to 'C:\Data\Data-In\Ch1_Payee.dat'
               organization is line sequential
               file status is WS-Payee-File-Stat.
           Select EMP-XREF-FILE
               assign to 'C:\Data\Data-In\Ch1_EmpXref.dat'
               organization is line sequential
               file status is WS-Xref-File-Stat.
           Select NEC-PAID-FILE
               assign to 'C:\Data\Data-Work\Ch1_NecPaid.dat'
               organization is line sequential
               file status is WS-NecPd-File-Stat.
           Select RUN-DATE-FILE
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           Select FORMS-FILE
               assign to 'C:\Data\Data-Out\Ch1_1099NEC.rpt'
               organization is line sequential.
           Select EFILE-FILE
               assign to 'C:\Data\Data-Out\Ch1_1099NEC.dat'
               organization is line sequential.
           Select EXCEPT-FILE
               assign to 'C:\Data\Data-Out\Ch1_1099Exc.rpt'
               organization is line sequential.

       data division.
       File Section.
      ***** Payer and transmitter - one record.  A zero tax year **
      ***** files for the year before the run date; a zero ********
      ***** threshold takes the IRS floor for the tax year. *******
      ***** NCT-Test-Ind 'T' marks a test transmission. ***********
       FD NEC-CTL-FILE.
       01 NEC-CTL-REC.
         05 NCT-Tax-Year       Pic 9(04).
         05 NCT-Threshold      Pic 9(05)v99.
         05 NCT-Payer-TIN      Pic 9(09).
         05 NCT-Payer-Name-Ctl Pic X(04).
         05 NCT-TCC            Pic X(05).
         05 NCT-Payer-Name     Pic X(40).
         05 NCT-Payer-Address  Pic X(40).
         05 NCT-Payer-City     Pic X(40).
         05 NCT-Payer-State    Pic X(02).
         05 NCT-Payer-Zip      Pic X(09).
         05 NCT-Payer-Phone    Pic X(15).
         05 NCT-Contact-Name   Pic X(40).
         05 NCT-Contact-Email  Pic X(50).
         05 NCT-Test-Ind       Pic X(01).

       FD PAYEE-FILE.
       01 PAYEE-REC.
           COPY PAYEE.

       FD EMP-XREF-FILE.
       01 XREF-REC.
         05 XR-Name            Pic X(15).
         05 XR-Emp-No          Pic 9(05).

       FD NEC-PAID-FILE.
       01 NEC-PAID-REC.
         05 NPD-Name           Pic X(15).
         05 NPD-Pay-Date       Pic 9(08).
         05 NPD-Pay-Date-Parts redefines NPD-Pay-Date.
           10 NPD-Pay-YYYY     Pic 9(04).
           10 NPD-Pay-MMDD     Pic 9(04).
         05 NPD-Type           Pic X(01).
         05 NPD-Gross          Pic 9(06)v99.
         05 NPD-Backup-WH      Pic 9(06)v99.

       FD RUN-DATE-FILE.
       01 RUN-DATE-REC.
         05 OVR-MM             Pic 9(02).
         05 OVR-DD             Pic 9(02).
         05 OVR-YYYY           Pic 9(04).

       FD FORMS-FILE.
       01 FORMS-REC            Pic X(80).

       FD EFILE-FILE.
       01 EFILE-REC            Pic X(750).

       FD EXCEPT-FILE.
       01 EXCEPT-REC           Pic X(90).

       working-storage section.
       01 WS-Ctl-File-Stat     Pic X(02) value '00'.
       01 WS-Payee-File-Stat   Pic X(02) value '00'.
       01 WS-Xref-File-Stat    Pic X(02) value '00'.
       01 WS-NecPd-File-Stat   Pic X(02) value '00'.
       01 WS-RunDate-File-Stat Pic X(02) value '00'.
       01 WS-Payee-EOF         Pic X(03) value 'NO '.
       01 WS-Xref-EOF          Pic X(03) value 'NO '.
       01 WS-NecPd-EOF         Pic X(03) value 'NO '.
       01 WS-Ctl-Found         Pic X(01) value 'N'.
       01 WS-Tax-Year          Pic 9(04) value 0.
       01 WS-Threshold         Pic 9(05)v99 value 0.
       01 WS-Run-YYYY          Pic 9(04) value 0.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).
       01 WS-Seq-No            Pic 9(08) value 0.
       01 WS-Exc-Note          Pic X(40) value SPACES.

      ***** TIN edit - EIN as NN-NNNNNNN, SSN as XXX-XX-NNNN on *****
      ***** the recipient's copy *********************************
       01 WS-Tin-Work          Pic 9(09) value 0.
       01 WS-Ein-Parts redefines WS-Tin-Work.
         05 WS-Ein-P1          Pic 9(02).
         05 WS-Ein-P2          Pic 9(07).
       01 WS-Ssn-Parts redefines WS-Tin-Work.
         05 WS-Ssn-P1          Pic 9(03).
         05 WS-Ssn-P2          Pic 9(02).
         05 WS-Ssn-P3          Pic 9(04).
       01 WS-Tin-Edit          Pic X(12) value SPACES.

       01 WS-Payee-Table-Area.
         05 WS-Payee-Count     Pic 9(03) value zero.
         05 WS-Payee-Table     occurs 200 times.
           10 WP-Name           Pic X(15).
           10 WP-Legal-Name     Pic X(40).
           10 WP-Name-Ctl       Pic X(04).
           10 WP-TIN-Type       Pic X(01).
           10 WP-TIN            Pic 9(09).
           10 WP-Address        Pic X(40).
           10 WP-City           Pic X(25).
           10 WP-State          Pic X(02).
           10 WP-Zip            Pic X(09).
           10 WP-On-Master      Pic X(01).
           10 WP-On-Xref        Pic X(01).
           10 WP-Gross          Pic 9(07)v99.
           10 WP-Backup         Pic 9(07)v99.
           10 WP-Reportable     Pic X(01).
         05 WS-Payee-Idx       Pic 9(03) value zero.
         05 WS-Payee-Match-Idx Pic 9(03) value zero.

       01 WS-Totals.
         05 WS-Tot-Forms       Pic 9(05) value 0.
         05 WS-Tot-Box1        Pic 9(09)v99 value 0.
         05 WS-Tot-Box4        Pic 9(09)v99 value 0.
         05 WS-Tot-Under       Pic 9(05) value 0.
         05 WS-Tot-No-TIN      Pic 9(05) value 0.
         05 WS-Tot-Exc         Pic 9(05) value 0.
         05 WS-Tot-Paid-Recs   Pic 9(07) value 0.

      ***** Electronic filing records - positions follow the ******
      ***** IRS layout for each record type **********************
       01 EF-T-REC.
         05 EFT-Type           Pic X(01) value 'T'.
         05 EFT-Year           Pic 9(04).
         05 Filler             Pic X(01) value SPACES.
         05 EFT-TIN            Pic 9(09).
         05 EFT-TCC            Pic X(05).
         05 Filler             Pic X(07) value SPACES.
         05 EFT-Test-Ind       Pic X(01).
         05 Filler             Pic X(01) value SPACES.
         05 EFT-Name           Pic X(40).
         05 EFT-Name-2         Pic X(40) value SPACES.
         05 EFT-Company        Pic X(40).
         05 EFT-Company-2      Pic X(40) value SPACES.
         05 EFT-Address        Pic X(40).
         05 EFT-City           Pic X(40).
         05 EFT-State          Pic X(02).
         05 EFT-Zip            Pic X(09).
         05 Filler             Pic X(15) value SPACES.
         05 EFT-Payees         Pic 9(08).
         05 EFT-Contact        Pic X(40).
         05 EFT-Phone          Pic X(15).
         05 EFT-Email          Pic X(50).
         05 Filler             Pic X(91) value SPACES.
         05 EFT-Seq            Pic 9(08).
         05 Filler             Pic X(10) value SPACES.
         05 EFT-Vendor-Ind     Pic X(01) value 'I'.
         05 Filler             Pic X(232) value SPACES.

       01 EF-A-REC.
         05 EFA-Type           Pic X(01) value 'A'.
         05 EFA-Year           Pic 9(04).
         05 Filler             Pic X(06) value SPACES.
         05 EFA-TIN            Pic 9(09).
         05 EFA-Name-Ctl       Pic X(04).
         05 Filler             Pic X(01) value SPACES.
         05 EFA-Return-Type    Pic X(02) value 'NE'.
         05 EFA-Amount-Codes   Pic X(18) value '14'.
         05 Filler             Pic X(06) value SPACES.
         05 Filler             Pic X(01) value SPACES.
         05 EFA-Name           Pic X(40).
         05 EFA-Name-2         Pic X(40) value SPACES.
         05 EFA-Agent-Ind      Pic X(01) value '0'.
         05 EFA-Address        Pic X(40).
         05 EFA-City           Pic X(40).
         05 EFA-State          Pic X(02).
         05 EFA-Zip            Pic X(09).
         05 EFA-Phone          Pic X(15).
         05 Filler             Pic X(260) value SPACES.
         05 EFA-Seq            Pic 9(08).
         05 Filler             Pic X(243) value SPACES.

       01 EF-B-REC.
         05 EFB-Type           Pic X(01) value 'B'.
         05 EFB-Year           Pic 9(04).
         05 EFB-Corrected      Pic X(01) value SPACES.
         05 EFB-Name-Ctl       Pic X(04).
         05 EFB-TIN-Type       Pic X(01).
         05 EFB-TIN            Pic X(09).
         05 EFB-Account        Pic X(20).
         05 Filler             Pic X(14) value SPACES.
         05 EFB-Amount         Pic 9(10)v99 occurs 16 times.
         05 Filler             Pic X(01) value SPACES.
         05 EFB-Name           Pic X(40).
         05 EFB-Name-2         Pic X(40) value SPACES.
         05 EFB-Address        Pic X(40).
         05 Filler             Pic X(40) value SPACES.
         05 EFB-City           Pic X(40).
         05 EFB-State          Pic X(02).
         05 EFB-Zip            Pic X(09).
         05 Filler             Pic X(41) value SPACES.
         05 EFB-Seq            Pic 9(08).
         05 Filler             Pic X(243) value SPACES.

       01 EF-C-REC.
         05 EFC-Type           Pic X(01) value 'C'.
         05 EFC-Payees         Pic 9(08).
         05 Filler             Pic X(06) value SPACES.
         05 EFC-Total          Pic 9(16)v99 occurs 16 times.
         05 Filler             Pic X(196) value SPACES.
         05 EFC-Seq            Pic 9(08).
         05 Filler             Pic X(243) value SPACES.

       01 EF-F-REC.
         05 EFF-Type           Pic X(01) value 'F'.
         05 EFF-A-Count        Pic 9(08).
         05 EFF-Zeros          Pic 9(21) value zero.
         05 Filler             Pic X(469) value SPACES.
         05 EFF-Seq            Pic 9(08).
         05 Filler             Pic X(243) value SPACES.

       01 FORM-BLANK           Pic X(80) value SPACES.

       01 FORM-TITLE.
         05 Filler             Pic X(30) value
              'FORM 1099-NEC   NONEMPLOYEE '.
         05 Filler             Pic X(20) value 'COMPENSATION'.
         05 Filler             Pic X(10) value 'TAX YEAR '.
         05 FT-Year            Pic 9(04).
         05 Filler             Pic X(16) value SPACES.

       01 FORM-COPY-LINE.
         05 Filler             Pic X(40) value
              'Copy B - For Recipient'.
         05 Filler             Pic X(40) value SPACES.

       01 FORM-LABEL-LINE.
         05 FL-Label           Pic X(30).
         05 FL-Text            Pic X(50).

       01 FORM-AMOUNT-LINE.
         05 FA-Label           Pic X(40).
         05 Filler             Pic X(02) value '$ '.
         05 FA-Amount          Pic ZZZ,ZZZ,ZZ9.99.
         05 Filler             Pic X(24) value SPACES.

       01 FORM-COUNT-LINE.
         05 FC-Label           Pic X(40).
         05 FC-Count           Pic ZZ,ZZ9.
         05 Filler             Pic X(34) value SPACES.

       01 FORM-CSZ.
         05 FZ-City            Pic X(25).
         05 Filler             Pic X(01) value SPACES.
         05 FZ-State           Pic X(02).
         05 Filler             Pic X(01) value SPACES.
         05 FZ-Zip             Pic X(09).
         05 Filler             Pic X(12) value SPACES.

       01 EXC-TITLE.
         05 Filler             Pic X(40) value
              '1099-NEC EXCEPTIONS FOR TAX YEAR '.
         05 ET-Year            Pic 9(04).
         05 Filler             Pic X(46) value SPACES.

       01 EXC-COLS.
         05 Filler             Pic X(17) value 'Payee'.
         05 Filler             Pic X(14) value '     Paid'.
         05 Filler             Pic X(14) value '   Backup WH'.
         05 Filler             Pic X(45) value 'Exception'.

       01 EXC-LINE.
         05 EL-Name            Pic X(15).
         05 Filler             Pic X(02) value SPACES.
         05 EL-Gross           Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(02) value SPACES.
         05 EL-Backup          Pic ZZZ,ZZ9.99.
         05 Filler             Pic X(03) value SPACES.
         05 EL-Note            Pic X(40).
         05 Filler             Pic X(08) value SPACES.

       procedure division.

       100-MAIN-MODULE.
           Perform 110-LOAD-CONTROL-RTN.
           Perform 120-LOAD-PAYEE-RTN.
           Perform 125-LOAD-XREF-RTN.
           Perform 130-TOTAL-PAID-RTN.
           Open Output FORMS-FILE
                       EFILE-FILE
                       EXCEPT-FILE.
           Perform 200-DECIDE-RTN
               varying WS-Payee-Idx from 1 by 1
               until WS-Payee-Idx > WS-Payee-Count.
           Perform 300-TRANSMITTER-RTN.
           Perform 400-PAYEE-RTN
               varying WS-Payee-Idx from 1 by 1
               until WS-Payee-Idx > WS-Payee-Count.
           Perform 500-END-RTN.
           Perform 600-EXCEPTIONS-RTN.
           Close FORMS-FILE
                 EFILE-FILE
                 EXCEPT-FILE.
           Display '1099-NEC TAX YEAR ' WS-Tax-Year
               ' - FORMS: ' WS-Tot-Forms
               '  EXCEPTIONS: ' WS-Tot-Exc.
           STOP RUN.

      ***** Payer details, the tax year and the threshold *********

       110-LOAD-CONTROL-RTN.
           Open Input NEC-CTL-FILE.
           If WS-Ctl-File-Stat = '00'
               Read NEC-CTL-FILE
                   Not At End
                       Move 'Y' to WS-Ctl-Found
               End-Read
               Close NEC-CTL-FILE
           End-If.
           If WS-Ctl-Found = 'N'
               Display 'NO PAYER RECORD ON CH1_NECCTL.DAT - '
                   'RUN HALTED'
               STOP RUN
           End-If.

           Accept WS-Date from date.
           Add WS-YY 2000 giving WS-Run-YYYY.
           Open Input RUN-DATE-FILE.
           If WS-RunDate-File-Stat = '00'
               Read RUN-DATE-FILE
                   Not At End
                       Move OVR-YYYY to WS-Run-YYYY
               End-Read
               Close RUN-DATE-FILE
           End-If.

           If NCT-Tax-Year numeric and NCT-Tax-Year > zero
               Move NCT-Tax-Year to WS-Tax-Year
           Else
               Subtract 1 from WS-Run-YYYY giving WS-Tax-Year
           End-If.
      *    The floor rose from $600 to $2,000 for payments made
      *    after 2025.
           If NCT-Threshold numeric and NCT-Threshold > zero
               Move NCT-Threshold to WS-Threshold
           Else
               if WS-Tax-Year > 2025
                   Move 2000.00 to WS-Threshold
               else
                   Move 600.00 to WS-Threshold
               end-if
           End-If.

      ***** The payee master - everyone a form may go to **********

       120-LOAD-PAYEE-RTN.
           Open Input PAYEE-FILE.
           If WS-Payee-File-Stat not = '00'
               Move 'YES' to WS-Payee-EOF
           End-If.
           Perform until WS-Payee-EOF = 'YES'
               Read PAYEE-FILE
                   At End
                       Move 'YES' to WS-Payee-EOF
                   Not At End
                       if WS-Payee-Count < 200
                           add 1 to WS-Payee-Count
                           move WS-Payee-Count to WS-Payee-Match-Idx
                           perform 122-ADD-MASTER-RTN
                       else
                           display 'PAYEE TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Payee-File-Stat = '00' or WS-Payee-File-Stat = '10'
               Close PAYEE-FILE
           End-If.

       122-ADD-MASTER-RTN.
           Initialize WS-Payee-Table(WS-Payee-Match-Idx).
           Move PYE-Name to WP-Name(WS-Payee-Match-Idx).
           Move PYE-Legal-Name to WP-Legal-Name(WS-Payee-Match-Idx).
           Move PYE-Name-Ctl to WP-Name-Ctl(WS-Payee-Match-Idx).
           Move PYE-TIN-Type to WP-TIN-Type(WS-Payee-Match-Idx).
           If PYE-TIN numeric
               move PYE-TIN to WP-TIN(WS-Payee-Match-Idx)
           End-If.
           Move PYE-Address to WP-Address(WS-Payee-Match-Idx).
           Move PYE-City to WP-City(WS-Payee-Match-Idx).
           Move PYE-State to WP-State(WS-Payee-Match-Idx).
           Move PYE-Zip to WP-Zip(WS-Payee-Match-Idx).
           Move 'Y' to WP-On-Master(WS-Payee-Match-Idx).
           Move 'N' to WP-On-Xref(WS-Payee-Match-Idx).
           Move 'N' to WP-Reportable(WS-Payee-Match-Idx).

      ***** A payee also on the employee cross-reference is paid **
      ***** through payroll and belongs on a W-2, not a 1099 ******

       125-LOAD-XREF-RTN.
           Open Input EMP-XREF-FILE.
           If WS-Xref-File-Stat not = '00'
               Move 'YES' to WS-Xref-EOF
           End-If.
           Perform until WS-Xref-EOF = 'YES'
               Read EMP-XREF-FILE
                   At End
                       Move 'YES' to WS-Xref-EOF
                   Not At End
                       perform varying WS-Payee-Idx from 1 by 1
                           until WS-Payee-Idx > WS-Payee-Count
                           if WP-Name(WS-Payee-Idx) = XR-Name
                               move 'Y' to WP-On-Xref(WS-Payee-Idx)
                           end-if
                       end-perform
               End-Read
           End-Perform.
           If WS-Xref-File-Stat = '00' or WS-Xref-File-Stat = '10'
               Close EMP-XREF-FILE
           End-If.

      ***** What was actually paid in the tax year, per payee *****

       130-TOTAL-PAID-RTN.
           Open Input NEC-PAID-FILE.
           If WS-NecPd-File-Stat not = '00'
               Move 'YES' to WS-NecPd-EOF
           End-If.
           Perform until WS-NecPd-EOF = 'YES'
               Read NEC-PAID-FILE
                   At End
                       Move 'YES' to WS-NecPd-EOF
                   Not At End
                       if NPD-Pay-YYYY = WS-Tax-Year
                           add 1 to WS-Tot-Paid-Recs
                           perform 135-POST-PAID-RTN
                       end-if
               End-Read
           End-Perform.
           If WS-NecPd-File-Stat = '00' or WS-NecPd-File-Stat = '10'
               Close NEC-PAID-FILE
           End-If.

       135-POST-PAID-RTN.
           Move zero to WS-Payee-Match-Idx.
           Perform varying WS-Payee-Idx from 1 by 1
               until WS-Payee-Idx > WS-Payee-Count
               if WP-Name(WS-Payee-Idx) = NPD-Name
                   move WS-Payee-Idx to WS-Payee-Match-Idx
                   move WS-Payee-Count to WS-Payee-Idx
               end-if
           End-Perform.
           If WS-Payee-Match-Idx = zero
               if WS-Payee-Count < 200
                   add 1 to WS-Payee-Count
                   move WS-Payee-Count to WS-Payee-Match-Idx
                   initialize WS-Payee-Table(WS-Payee-Match-Idx)
                   move NPD-Name to WP-Name(WS-Payee-Match-Idx)
                   move 'N' to WP-On-Master(WS-Payee-Match-Idx)
                   move 'N' to WP-On-Xref(WS-Payee-Match-Idx)
                   move 'N' to WP-Reportable(WS-Payee-Match-Idx)
               else
                   display 'PAYEE TABLE CAPACITY '
                       'EXCEEDED AT 200 - RUN HALTED'
                   stop run
               end-if
           End-If.
           If NPD-Gross numeric
               add NPD-Gross to WP-Gross(WS-Payee-Match-Idx)
           End-If.
           If NPD-Backup-WH numeric
               add NPD-Backup-WH to WP-Backup(WS-Payee-Match-Idx)
           End-If.

      ***** A form is due at the threshold, or for any backup *****
      ***** withholding, but only for a payee on the master *******

       200-DECIDE-RTN.
           If WP-On-Master(WS-Payee-Idx) = 'Y'
               if WP-Gross(WS-Payee-Idx) not < WS-Threshold
                   or WP-Backup(WS-Payee-Idx) > zero
                   move 'Y' to WP-Reportable(WS-Payee-Idx)
                   add 1 to WS-Tot-Forms
               else
                   if WP-Gross(WS-Payee-Idx) > zero
                       add 1 to WS-Tot-Under
                   end-if
               end-if
           End-If.

      ***** Transmitter and payer records head the file **********

       300-TRANSMITTER-RTN.
           Move WS-Tax-Year to EFT-Year EFA-Year EFB-Year FT-Year
                               ET-Year.
           Move NCT-Payer-TIN to EFT-TIN EFA-TIN.
           Move NCT-TCC to EFT-TCC.
           If NCT-Test-Ind = 'T'
               Move 'T' to EFT-Test-Ind
           Else
               Move SPACES to EFT-Test-Ind
           End-If.
           Move NCT-Payer-Name to EFT-Name EFT-Company EFA-Name.
           Move NCT-Payer-Address to EFT-Address EFA-Address.
           Move NCT-Payer-City to EFT-City EFA-City.
           Move NCT-Payer-State to EFT-State EFA-State.
           Move NCT-Payer-Zip to EFT-Zip EFA-Zip.
           Move NCT-Payer-Phone to EFT-Phone EFA-Phone.
           Move NCT-Contact-Name to EFT-Contact.
           Move NCT-Contact-Email to EFT-Email.
           Move NCT-Payer-Name-Ctl to EFA-Name-Ctl.
           Move WS-Tot-Forms to EFT-Payees.
           Add 1 to WS-Seq-No.
           Move WS-Seq-No to EFT-Seq.
           Write EFILE-REC from EF-T-REC.
           Add 1 to WS-Seq-No.
           Move WS-Seq-No to EFA-Seq.
           Write EFILE-REC from EF-A-REC.

      ***** One payee record and one printed form per reportable **
      ***** payee - box 1 nonemployee compensation, box 4 the *****
      ***** backup withholding ***********************************

       400-PAYEE-RTN.
           If WP-Reportable(WS-Payee-Idx) = 'N'
               Continue
           Else
               perform 410-PAYEE-RECORD-RTN
               perform 420-PRINT-FORM-RTN
           End-If.

       410-PAYEE-RECORD-RTN.
           Move WP-Name-Ctl(WS-Payee-Idx) to EFB-Name-Ctl.
           Evaluate WP-TIN-Type(WS-Payee-Idx)
               When 'E'
                   Move '1' to EFB-TIN-Type
               When 'S'
                   Move '2' to EFB-TIN-Type
               When Other
                   Move SPACES to EFB-TIN-Type
           End-Evaluate.
           If WP-TIN(WS-Payee-Idx) = zero
               Move SPACES to EFB-TIN
               Move SPACES to EFB-TIN-Type
           Else
               Move WP-TIN(WS-Payee-Idx) to EFB-TIN
           End-If.
           Move WP-Name(WS-Payee-Idx) to EFB-Account.
           Move zero to EFB-Amount(1) EFB-Amount(2) EFB-Amount(3)
               EFB-Amount(4) EFB-Amount(5) EFB-Amount(6)
               EFB-Amount(7) EFB-Amount(8) EFB-Amount(9)
               EFB-Amount(10) EFB-Amount(11) EFB-Amount(12)
               EFB-Amount(13) EFB-Amount(14) EFB-Amount(15)
               EFB-Amount(16).
           Move WP-Gross(WS-Payee-Idx) to EFB-Amount(1).
           Move WP-Backup(WS-Payee-Idx) to EFB-Amount(4).
           Move WP-Legal-Name(WS-Payee-Idx) to EFB-Name.
           Move WP-Address(WS-Payee-Idx) to EFB-Address.
           Move WP-City(WS-Payee-Idx) to EFB-City.
           Move WP-State(WS-Payee-Idx) to EFB-State.
           Move WP-Zip(WS-Payee-Idx) to EFB-Zip.
           Add 1 to WS-Seq-No.
           Move WS-Seq-No to EFB-Seq.
           Write EFILE-REC from EF-B-REC.
           Add WP-Gross(WS-Payee-Idx) to WS-Tot-Box1.
           Add WP-Backup(WS-Payee-Idx) to WS-Tot-Box4.

       420-PRINT-FORM-RTN.
           Write FORMS-REC from FORM-TITLE after page.
           Write FORMS-REC from FORM-COPY-LINE.
           Write FORMS-REC from FORM-BLANK.
           Move 'PAYER:' to FL-Label.
           Move NCT-Payer-Name to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move SPACES to FL-Label.
           Move NCT-Payer-Address to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move SPACES to FORM-LABEL-LINE.
           String NCT-Payer-City delimited by '  '
               ' ' NCT-Payer-State ' ' NCT-Payer-Zip
               delimited by size into FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move NCT-Payer-Phone to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move NCT-Payer-TIN to WS-Tin-Work.
           Move SPACES to WS-Tin-Edit.
           String WS-Ein-P1 '-' WS-Ein-P2
               delimited by size into WS-Tin-Edit.
           Move "PAYER'S TIN:" to FL-Label.
           Move WS-Tin-Edit to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Write FORMS-REC from FORM-BLANK.

           Move WP-TIN(WS-Payee-Idx) to WS-Tin-Work.
           Move SPACES to WS-Tin-Edit.
           Evaluate true
               When WP-TIN(WS-Payee-Idx) = zero
                   Move 'NOT PROVIDED' to WS-Tin-Edit
               When WP-TIN-Type(WS-Payee-Idx) = 'E'
                   String WS-Ein-P1 '-' WS-Ein-P2
                       delimited by size into WS-Tin-Edit
               When Other
                   String 'XXX-XX-' WS-Ssn-P3
                       delimited by size into WS-Tin-Edit
           End-Evaluate.
           Move "RECIPIENT'S TIN:" to FL-Label.
           Move WS-Tin-Edit to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move 'RECIPIENT:' to FL-Label.
           Move WP-Legal-Name(WS-Payee-Idx) to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move SPACES to FL-Label.
           Move WP-Address(WS-Payee-Idx) to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move WP-City(WS-Payee-Idx) to FZ-City.
           Move WP-State(WS-Payee-Idx) to FZ-State.
           Move WP-Zip(WS-Payee-Idx) to FZ-Zip.
           Move FORM-CSZ to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Move 'ACCOUNT NUMBER:' to FL-Label.
           Move WP-Name(WS-Payee-Idx) to FL-Text.
           Write FORMS-REC from FORM-LABEL-LINE.
           Write FORMS-REC from FORM-BLANK.
           Move '1  Nonemployee compensation' to FA-Label.
           Move WP-Gross(WS-Payee-Idx) to FA-Amount.
           Write FORMS-REC from FORM-AMOUNT-LINE.
           Move '4  Federal income tax withheld' to FA-Label.
           Move WP-Backup(WS-Payee-Idx) to FA-Amount.
           Write FORMS-REC from FORM-AMOUNT-LINE.

      ***** End-of-payer and end-of-transmission records, and *****
      ***** the control page that ties the forms to the file *******

       500-END-RTN.
           Move WS-Tot-Forms to EFC-Payees.
           Move zero to EFC-Total(1) EFC-Total(2) EFC-Total(3)
               EFC-Total(4) EFC-Total(5) EFC-Total(6)
               EFC-Total(7) EFC-Total(8) EFC-Total(9)
               EFC-Total(10) EFC-Total(11) EFC-Total(12)
               EFC-Total(13) EFC-Total(14) EFC-Total(15)
               EFC-Total(16).
           Move WS-Tot-Box1 to EFC-Total(1).
           Move WS-Tot-Box4 to EFC-Total(4).
           Add 1 to WS-Seq-No.
           Move WS-Seq-No to EFC-Seq.
           Write EFILE-REC from EF-C-REC.
           Move 1 to EFF-A-Count.
           Add 1 to WS-Seq-No.
           Move WS-Seq-No to EFF-Seq.
           Write EFILE-REC from EF-F-REC.

           Write FORMS-REC from FORM-TITLE after page.
           Move SPACES to FORM-LABEL-LINE.
           Move 'CONTROL TOTALS' to FL-Label.
           Write FORMS-REC from FORM-LABEL-LINE.
           Write FORMS-REC from FORM-BLANK.
           Move 'Payments on file for the year' to FC-Label.
           Move WS-Tot-Paid-Recs to FC-Count.
           Write FORMS-REC from FORM-COUNT-LINE.
           Move 'Forms issued' to FC-Label.
           Move WS-Tot-Forms to FC-Count.
           Write FORMS-REC from FORM-COUNT-LINE.
           Move 'Payees paid under the threshold' to FC-Label.
           Move WS-Tot-Under to FC-Count.
           Write FORMS-REC from FORM-COUNT-LINE.
           Move 'Reporting threshold' to FA-Label.
           Move WS-Threshold to FA-Amount.
           Write FORMS-REC from FORM-AMOUNT-LINE.
           Move 'Total box 1 nonemployee compensation' to FA-Label.
           Move WS-Tot-Box1 to FA-Amount.
           Write FORMS-REC from FORM-AMOUNT-LINE.
           Move 'Total box 4 federal income tax withheld' to FA-Label.
           Move WS-Tot-Box4 to FA-Amount.
           Write FORMS-REC from FORM-AMOUNT-LINE.

      ***** Everything someone must chase before the filing ******
      ***** deadline *********************************************

       600-EXCEPTIONS-RTN.
           Write EXCEPT-REC from EXC-TITLE.
           Move SPACES to EXCEPT-REC.
           Write EXCEPT-REC.
           Write EXCEPT-REC from EXC-COLS.
           Move SPACES to EXCEPT-REC.
           Write EXCEPT-REC.
           Perform varying WS-Payee-Idx from 1 by 1
               until WS-Payee-Idx > WS-Payee-Count
               if WP-On-Master(WS-Payee-Idx) = 'N'
                   move 'PAID BUT NOT ON PAYEE MASTER - NO FORM'
                       to WS-Exc-Note
                   perform 610-EXC-LINE-RTN
               else
                   if WP-TIN(WS-Payee-Idx) = zero
                       add 1 to WS-Tot-No-TIN
                       if WP-Reportable(WS-Payee-Idx) = 'Y'
                           move 'NO TIN - FORM FILED WITHOUT TIN'
                               to WS-Exc-Note
                       else
                           move 'NO TIN - GET W-9, BACKUP WITHHOLD'
                               to WS-Exc-Note
                       end-if
                       perform 610-EXC-LINE-RTN
                   end-if
                   if WP-Reportable(WS-Payee-Idx) = 'Y'
                       and (WP-Address(WS-Payee-Idx) = SPACES
                         or WP-City(WS-Payee-Idx) = SPACES)
                       move 'NO MAILING ADDRESS FOR THE FORM'
                           to WS-Exc-Note
                       perform 610-EXC-LINE-RTN
                   end-if
                   if WP-On-Xref(WS-Payee-Idx) = 'Y'
                       move 'ALSO ON EMPLOYEE CROSS-REF - W-2 OR 1099'
                           to WS-Exc-Note
                       perform 610-EXC-LINE-RTN
                   end-if
               end-if
           End-Perform.
           If WS-Tot-Exc = zero
               Move 'NO EXCEPTIONS' to EXCEPT-REC
               Write EXCEPT-REC
           End-If.

       610-EXC-LINE-RTN.
           Add 1 to WS-Tot-Exc.
           Move WP-Name(WS-Payee-Idx) to EL-Name.
           Move WP-Gross(WS-Payee-Idx) to EL-Gross.
           Move WP-Backup(WS-Payee-Idx) to EL-Backup.
           Move WS-Exc-Note to EL-Note.
           Write EXCEPT-REC from EXC-LINE.

       end program Ch1Nec.
