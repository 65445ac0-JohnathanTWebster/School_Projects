      * the employer match, whose debit is its   *
      * own expense line), and net pay clearing  *
      * - the clearing credit is gross less the  *
      * withheld components plus the expense     *
      * reimbursements, which debit their own    *
      * category accounts by department - the    *
      * dollars the run actually disbursed, so   *
      * it reconciles against the ACH and        *
      * check registers.  The health premium     *
      * Program12 withholds rides the voluntary  *
      * deductions payable.  Pay for a secondary *
      * assignment is charged to that            *
      * assignment's department.  An             *
      * out-of-balance journal is never          *
      * written - the run fails loudly instead - *
      * and a posting summary by account is      *
               assign to 'C:\Data\Data-Out\Ch12_EarnGL.dat'
               organization is line sequential
               file status is WS-Earn-File-Stat.
           select Exp-Detail-File
               assign to 'C:\Data\Data-Out\Ch12_ExpGL.dat'
               organization is line sequential
               file status is WS-Exp-File-Stat.
           select Sec-Detail-File
               assign to 'C:\Data\Data-Out\Ch12_SecGL.dat'
               organization is line sequential
               file status is WS-Sec-File-Stat.
           select Payroll-Master
               assign to 'C:\Data\Data-In\Ch6_402mod.dat'
               organization is line sequential.
         05 GLI-SUTA           pic 9(05)v99.
         05 GLI-COMPANY        pic x(02).
         05 GLI-GARN           pic 9(05)v99.
         05 GLI-EXPENSE        pic 9(05)v99.
         05 GLI-SECOND         pic 9(06)v99.

      *********************************************
      * Typed earnings detail Program12 writes     *
         05 EDT-TYPE           pic x(02).
         05 EDT-AMOUNT         pic 9(06)v99.

      *********************************************
      * Expense reimbursement detail - one row     *
      * per claim Program12 paid.  The money is    *
      * not in GLI-GROSS; it adds to what the run  *
      * disbursed and debits the category's        *
      * expense account for the employee's         *
      * department.                                *
      *********************************************
       FD Exp-Detail-File.
       01 EXP-DETAIL-REC.
         05 XDT-EMP-NUM        pic 9(05).
         05 XDT-CATEGORY       pic x(02).
         05 XDT-AMOUNT         pic 9(05)v99.

      *********************************************
      * Secondary assignment detail - one row per  *
      * second job Program12 paid.  The money is   *
      * inside GLI-GROSS (and GLI-SECOND); it is   *
      * charged to the assignment's department,    *
      * not to the employee's home department.     *
      *********************************************
       FD Sec-Detail-File.
       01 SEC-DETAIL-REC.
         05 SDT-EMP-NUM        pic 9(05).
         05 SDT-DEPT           pic x(02).
         05 SDT-AMOUNT         pic 9(06)v99.

       FD Payroll-Master.
       01 Payroll-Record.
           COPY PAYMSTR.
      * tax expense.  The FU and SU liability      *
      * keys carry federal and state               *
      * unemployment payable.  'T' rows map an     *
      * earnings type code (OT, BN, RT, PR, OV,    *
      * SU) to its own expense account.  'X' rows  *
      * map an expense claim category (MI, TR,     *
      * LG, ML, OT) to its reimbursement expense   *
      * account.                                   *
      *********************************************
       FD Acct-Map-File.
       01 ACCT-MAP-REC.
         05 JRN-DC             pic x(01).
         05 JRN-AMOUNT         pic 9(09)v99.
         05 JRN-DESC           pic x(20).
         05 JRN-DATE           pic 9(08).

       FD Posting-Report.
       01 Report-Rec           pic x(80).
         05 WS-Earn-File-Stat  pic x(02) value '00'.
         05 WS-Earn-Avail      pic x(03) value 'YES'.
         05 WS-Dist-EOF        pic x(03) value 'NO '.
         05 WS-Exp-EOF         pic x(03) value 'NO '.
         05 WS-Exp-File-Stat   pic x(02) value '00'.
         05 WS-Exp-Avail       pic x(03) value 'YES'.
         05 WS-Sec-EOF         pic x(03) value 'NO '.
         05 WS-Sec-File-Stat   pic x(02) value '00'.
         05 WS-Sec-Avail       pic x(03) value 'YES'.
         05 WS-Dist-File-Stat  pic x(02) value '00'.
         05 WS-Dist-Avail      pic x(03) value 'YES'.
         05 WS-Split-Count     pic 9(05) value zero.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Jrn-Date        pic 9(08) value zero.

       01 WS-Totals.
         05 WS-Tot-Fed         pic 9(09)v99 value zero.
         05 WS-Tot-TypeDet     pic 9(09)v99 value zero.
         05 WS-Tot-FUTA        pic 9(09)v99 value zero.
         05 WS-Tot-SUTA        pic 9(09)v99 value zero.
         05 WS-Tot-Expense     pic 9(09)v99 value zero.
         05 WS-Tot-ExpDet      pic 9(09)v99 value zero.
         05 WS-Tot-Second      pic 9(09)v99 value zero.
         05 WS-Tot-SecDet      pic 9(09)v99 value zero.
         05 WS-Dept-Share      pic s9(09)v99 value zero.
         05 WS-Co-Idx          pic 9(01) value 1.

         05 WS-Type-Match      pic 9(02) value zero.
         05 WS-Type-Found      pic x(01) value 'N'.

       01 WS-XDept-Table-Area.
         05 WS-XDept-Count     pic 9(03) value zero.
         05 WS-XDept-Table     occurs 200 times.
           10 WX-Cat            pic x(02).
           10 WX-Dept           pic x(02).
           10 WX-Amount         pic 9(09)v99.
         05 WS-XDept-Idx       pic 9(03) value zero.
         05 WS-XDept-Match     pic 9(03) value zero.
         05 WS-XDept-Found     pic x(01) value 'N'.
         05 WS-Exp-Dept        pic x(02) value spaces.

       01 WS-Dept-Table-Area.
         05 WS-Dept-Count      pic 9(03) value zero.
         05 WS-Dept-Table      occurs 100 times.
         05 WS-Dept-Match      pic 9(03) value zero.
         05 WS-Dept-Found      pic x(01) value 'N'.

       01 WS-CodeChk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 RL-Desc            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RL-Amount          pic $$$,$$$,$$9.99.
         05 Filler             pic x(02) value spaces.
         05 RL-Dept-Desc       pic x(20) value spaces.
         05 Filler             pic x(07) value spaces.

       01 SPLIT-REG-TITLE.
         05 Filler             pic x(22) value spaces.
           perform 120-Load-Master-Rtn.
           perform 130-Load-Map-Rtn.
           perform 140-Load-Earn-Detail-Rtn.
           perform 170-Load-Exp-Detail-Rtn.
           perform 180-Load-Sec-Detail-Rtn.
           perform 160-Load-Dist-Rtn.
           perform until WS-Intf-EOF = 'YES'
               read GL-Intf-File
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           add WS-YY 2000 giving RPT-YR.
      *    Journal lines carry the run date, YYYYMMDD.
           compute WS-Jrn-Date = (WS-YY + 2000) * 10000
               + WS-MM * 100 + WS-DD.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
               end-if
           end-if.

      *********************************************
      * Reimbursements accumulate by category and  *
      * the employee's home department off the     *
      * master - an employee missing from the      *
      * master posts under department ??.  A       *
      * cycle with no claims paid has no file.     *
      *********************************************
       170-Load-Exp-Detail-Rtn.
           open input Exp-Detail-File.
           if WS-Exp-File-Stat not = '00'
               move 'NO ' to WS-Exp-Avail
               move 'YES' to WS-Exp-EOF
           end-if.
           perform until WS-Exp-EOF = 'YES'
               read Exp-Detail-File
                   at end
                       move 'YES' to WS-Exp-EOF
                   not at end
                       add XDT-AMOUNT to WS-Tot-ExpDet
                       perform 175-Bucket-Exp-Rtn
               end-read
           end-perform.
           if WS-Exp-Avail = 'YES'
               close Exp-Detail-File
           end-if.

       175-Bucket-Exp-Rtn.
           move '??' to WS-Exp-Dept.
           perform varying WS-Mstr-Idx from 1 by 1
               until WS-Mstr-Idx > WS-Mstr-Count
               if WM-Emp-No(WS-Mstr-Idx) = XDT-EMP-NUM
                   move WM-Dept(WS-Mstr-Idx) to WS-Exp-Dept
                   move WS-Mstr-Count to WS-Mstr-Idx
               end-if
           end-perform.
           move 'N' to WS-XDept-Found.
           perform varying WS-XDept-Idx from 1 by 1
               until WS-XDept-Idx > WS-XDept-Count
               if WX-Cat(WS-XDept-Idx) = XDT-CATEGORY
                   and WX-Dept(WS-XDept-Idx) = WS-Exp-Dept
                   move 'Y' to WS-XDept-Found
                   move WS-XDept-Idx to WS-XDept-Match
                   move WS-XDept-Count to WS-XDept-Idx
               end-if
           end-perform.
           if WS-XDept-Found = 'N'
               if WS-XDept-Count < 200
                   add 1 to WS-XDept-Count
                   move WS-XDept-Count to WS-XDept-Match
                   move XDT-CATEGORY to WX-Cat(WS-XDept-Match)
                   move WS-Exp-Dept to WX-Dept(WS-XDept-Match)
                   move zero to WX-Amount(WS-XDept-Match)
               else
                   display 'REIMBURSEMENT TABLE CAPACITY EXCEEDED '
                       'AT 200 - RUN HALTED'
                   stop run
               end-if
           end-if.
           add XDT-AMOUNT to WX-Amount(WS-XDept-Match).

      *********************************************
      * Second jobs charge their own department    *
      * straight away - the same dollars come off  *
      * the home department's share in 200 below,  *
      * so the salary debits still add to gross.   *
      *********************************************
       180-Load-Sec-Detail-Rtn.
           open input Sec-Detail-File.
           if WS-Sec-File-Stat not = '00'
               move 'NO ' to WS-Sec-Avail
               move 'YES' to WS-Sec-EOF
           end-if.
           perform until WS-Sec-EOF = 'YES'
               read Sec-Detail-File
                   at end
                       move 'YES' to WS-Sec-EOF
                   not at end
                       add SDT-AMOUNT to WS-Tot-SecDet
                       move SDT-DEPT to WS-Lookup-Key
                       move SDT-AMOUNT to WS-Bucket-Amt
                       perform 220-Bucket-Dept-Rtn
               end-read
           end-perform.
           if WS-Sec-Avail = 'YES'
               close Sec-Detail-File
           end-if.

       130-Load-Map-Rtn.
           perform until WS-Map-EOF = 'YES'
               read Acct-Map-File
           add GLI-TYPED to WS-Tot-Typed.
           add GLI-FUTA to WS-Tot-FUTA.
           add GLI-SUTA to WS-Tot-SUTA.
           add GLI-EXPENSE to WS-Tot-Expense.
           add GLI-SECOND to WS-Tot-Second.
           compute WS-Dept-Share = GLI-GROSS - GLI-TYPED
               - GLI-SECOND.

           if GLI-COMPANY = '02'
               move 2 to WS-Co-Idx
           add GLI-GROSS to WS-Co-Gross(WS-Co-Idx).
           compute WS-Co-Net(WS-Co-Idx) = WS-Co-Net(WS-Co-Idx)
               + GLI-GROSS - GLI-FED - GLI-STATE - GLI-FICA
               - GLI-VOLDED - GLI-GARN - GLI-RETIRE + GLI-EXPENSE.

           move 'N' to WS-Mstr-Found.
           perform varying WS-Mstr-Idx from 1 by 1
       400-Post-Journal-Rtn.
           compute WS-Net-Clearing = WS-Tot-Gross - WS-Tot-Fed
               - WS-Tot-State - WS-Tot-FICA - WS-Tot-VolDed
               - WS-Tot-Garn - WS-Tot-Retire + WS-Tot-Expense.

      *    Both sides of the plan land in one payable to the
      *    trustee - the employee money withheld from net and
           compute WS-Ret-Payable = WS-Tot-Retire + WS-Tot-Match.

           compute WS-Debit-Total = WS-Tot-Gross + WS-Tot-Match
               + WS-Tot-FUTA + WS-Tot-SUTA + WS-Tot-Expense.
           compute WS-Credit-Total = WS-Tot-Fed + WS-Tot-State
               + WS-Tot-FICA + WS-Tot-VolDed + WS-Tot-Garn
               + WS-Ret-Payable + WS-Tot-FUTA + WS-Tot-SUTA
               stop run
           end-if.

           if WS-Tot-Second not = WS-Tot-SecDet
               display 'SECOND JOB DETAIL ' WS-Tot-SecDet
                   ' DOES NOT MATCH INTERFACE SECOND JOB TOTAL '
                   WS-Tot-Second ' - NO JOURNAL WRITTEN, RUN HALTED'
               close GL-Intf-File Journal-File Posting-Report
               stop run
           end-if.

           if WS-Tot-Expense not = WS-Tot-ExpDet
               display 'REIMBURSEMENT DETAIL ' WS-Tot-ExpDet
                   ' DOES NOT MATCH INTERFACE EXPENSE TOTAL '
                   WS-Tot-Expense ' - NO JOURNAL WRITTEN, RUN HALTED'
               close GL-Intf-File Journal-File Posting-Report
               stop run
           end-if.

           if WS-Debit-Total not = WS-Credit-Total
               display 'GL JOURNAL OUT OF BALANCE - DEBITS '
                   WS-Debit-Total ' CREDITS ' WS-Credit-Total
               move WD-Gross(WS-Dept-Idx) to JRN-AMOUNT
               move 'SALARY EXPENSE DP   ' to JRN-DESC
               move WD-Dept(WS-Dept-Idx) to JRN-DESC(19:2)
               move WS-Jrn-Date to JRN-DATE
               write JOURNAL-REC
               move WD-Dept(WS-Dept-Idx) to CCK-Code
               perform 505-Dept-Desc-Rtn
               perform 510-Report-Line-Rtn
           end-perform.

               move WT-Amount(WS-Type-Idx) to JRN-AMOUNT
               move 'EARNINGS EXPENSE    ' to JRN-DESC
               move WT-Type(WS-Type-Idx) to JRN-DESC(19:2)
               move WS-Jrn-Date to JRN-DATE
               write JOURNAL-REC
               perform 510-Report-Line-Rtn
           end-perform.

           perform varying WS-XDept-Idx from 1 by 1
               until WS-XDept-Idx > WS-XDept-Count
               move 'X' to WS-Lookup-Type
               move WX-Cat(WS-XDept-Idx) to WS-Lookup-Key
               perform 500-Find-Account-Rtn
               move WS-Map-Acct to JRN-ACCOUNT
               move 'D' to JRN-DC
               move WX-Amount(WS-XDept-Idx) to JRN-AMOUNT
               move 'REIMB EXP    DEPT   ' to JRN-DESC
               move WX-Cat(WS-XDept-Idx) to JRN-DESC(11:2)
               move WX-Dept(WS-XDept-Idx) to JRN-DESC(19:2)
               move WS-Jrn-Date to JRN-DATE
               write JOURNAL-REC
               move WX-Dept(WS-XDept-Idx) to CCK-Code
               perform 505-Dept-Desc-Rtn
               perform 510-Report-Line-Rtn
           end-perform.

               move 'D' to JRN-DC
               move WS-Tot-Match to JRN-AMOUNT
               move 'RETIRE MATCH EXPENSE' to JRN-DESC
               move WS-Jrn-Date to JRN-DATE
               write JOURNAL-REC
               perform 510-Report-Line-Rtn
           end-if.
               move 'D' to JRN-DC
               compute JRN-AMOUNT = WS-Tot-FUTA + WS-Tot-SUTA
               move 'UNEMPLOYMENT TAX EXP' to JRN-DESC
               move WS-Jrn-Date to JRN-DATE
               write JOURNAL-REC
               perform 510-Report-Line-Rtn
           end-if.
                   WS-Lookup-Key ' - POSTED TO SUSPENSE 999999'
           end-if.

      *    The department's name off the shared code table
      *    beside its expense lines - blank when not on it.
       505-Dept-Desc-Rtn.
           move 'DEPT' to CCK-Type.
           call 'CODECHK' using WS-CodeChk-Parm.
           move CCK-Desc to RL-Dept-Desc.

       510-Report-Line-Rtn.
           move JRN-ACCOUNT to RL-Account.
           if JRN-DC = 'D'
           move JRN-DESC to RL-Desc.
           move JRN-AMOUNT to RL-Amount.
           write Report-Rec from RPT-LINE.
           move spaces to RL-Dept-Desc.

       520-Write-Credit-Rtn.
           move WS-Map-Acct to JRN-ACCOUNT.
           move 'C' to JRN-DC.
           move WS-Jrn-Date to JRN-DATE
           write JOURNAL-REC.
           perform 510-Report-Line-Rtn.

