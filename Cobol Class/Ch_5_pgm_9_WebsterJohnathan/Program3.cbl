       identification division.
       program-id. Ch5Ovld.
      *******************************************
      * Faculty overload and summer session     *
      * pay.  The faculty file carries only     *
      * base salary by rank; teaching beyond    *
      * the standard load, and summer teaching, *
      * used to come to payroll on paper and be *
      * keyed into the typed earnings by hand.  *
      * This reads the teaching assignments     *
      * (faculty, term, course, credits) and    *
      * the load table by rank (standard load   *
      * credits a regular term and the per-     *
      * credit overload rate) and pays:         *
      *   OV overload - credits taught in a     *
      *      regular term beyond the standard   *
      *      load, at the rank's rate;          *
      *   SU summer   - every credit taught in  *
      *      the summer term ('SU') at the      *
      *      rank's rate, held to the summer    *
      *      cap, a percent of base salary.     *
      * Amounts already paid for a faculty      *
      * member's term are on the paid history,  *
      * so a rerun pays nothing twice and a     *
      * course added late pays only the         *
      * difference.  The pay goes into          *
      * Ch12_Earns.dat as typed earnings for    *
      * the next Program12 run - merged in      *
      * employee number order with whatever     *
      * payroll has already keyed - under the   *
      * payroll employee number the faculty     *
      * crosswalk gives, and the approval       *
      * listing goes to each home department.   *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Employee-File
               assign to 'C:\Data\Data-In\CH5PP.DAT'
               organization is line sequential
               file status is WS-Emp-File-Stat.
           select Teach-File
               assign to 'C:\Data\Data-In\Ch5_Teach.dat'
               organization is line sequential
               file status is WS-Teach-File-Stat.
           select Load-File
               assign to 'C:\Data\Data-In\Ch5_Load.dat'
               organization is line sequential
               file status is WS-Load-File-Stat.
           select Cap-File
               assign to 'C:\Data\Data-In\Ch5_SumCap.dat'
               organization is line sequential
               file status is WS-Cap-File-Stat.
           select Fac-Pay-File
               assign to 'C:\Data\Data-In\Ch5_FacPay.dat'
               organization is line sequential
               file status is WS-FacPay-File-Stat.
           select Paid-Hist-File
               assign to 'C:\Data\Data-Work\Ch5_OvlPaid.dat'
               organization is line sequential
               file status is WS-Paid-File-Stat.
      *    Read whole and rewritten on the same path with the new
      *    lines sorted in, so Program12 finds them with no
      *    operator rename.
           select Earn-In
               assign to 'C:\Data\Data-In\Ch12_Earns.dat'
               organization is line sequential
               file status is WS-Earn-File-Stat.
           select Earn-Out
               assign to 'C:\Data\Data-In\Ch12_Earns.dat'
               organization is line sequential.
           select Earn-Sort-File
               assign to 'sortwk1'.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Overload-Report
               assign to 'C:\Data\Data-Out\Ch5_Overload.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Employee-File.
       01 Employee-Record.
         05 In-Employee-Number pic x(3).
         05 In-Employee-Last-Name pic x(20).
         05 In-Employee-First-Name pic x(10).
         05 In-Rank            pic xx.
         05 In-Salary          pic 9(6)V99.
         05 In-Rank-Date       pic 9(8).

      *********************************************
      * Teaching assignments - one row per course  *
      * a faculty member teaches in a term         *
      * (YYYYSS, 'SU' the summer term)             *
      *********************************************
       FD Teach-File.
       01 Teach-Rec.
         05 TCH-Employee-Number pic x(03).
         05 TCH-Term           pic x(06).
         05 TCH-Course         pic x(08).
         05 TCH-Credits        pic 9(02).

      *********************************************
      * Load table - per rank, the standard load   *
      * in credits for a regular term and the      *
      * per-credit rate paid beyond it and for     *
      * summer teaching                            *
      *********************************************
       FD Load-File.
       01 Load-Rec.
         05 LD-Rank            pic xx.
         05 LD-Std-Load        pic 9(02).
         05 LD-Credit-Rate     pic 9(04)v99.

      *    Summer pay cap, percent of base salary - no file holds
      *    summer pay to a third of the nine-month contract.
       FD Cap-File.
       01 Cap-Rec.
         05 CAP-Pct            pic 9(02)v9.

      *********************************************
      * Faculty to payroll crosswalk - the payroll *
      * employee number the typed earnings are     *
      * keyed to and the home department that      *
      * approves the pay                           *
      *********************************************
       FD Fac-Pay-File.
       01 Fac-Pay-Rec.
         05 FPY-Employee-Number pic x(03).
         05 FPY-Pay-Emp-Num    pic 9(05).
         05 FPY-Dept           pic x(02).

       FD Paid-Hist-File.
       01 Paid-Hist-Rec.
         05 OPH-Employee-Number pic x(03).
         05 OPH-Term           pic x(06).
         05 OPH-Type           pic x(02).
         05 OPH-Amount         pic 9(06)v99.
         05 OPH-Run-Date       pic 9(08).

       FD Earn-In.
       01 Earn-Rec-In.
         05 EI-Emp-Num         pic 9(05).
         05 EI-Type            pic x(02).
         05 EI-Amount          pic 9(06)v99.

       FD Earn-Out.
       01 Earn-Rec-Out.
         05 EO-Emp-Num         pic 9(05).
         05 EO-Type            pic x(02).
         05 EO-Amount          pic 9(06)v99.

       SD Earn-Sort-File.
       01 ESK-Rec.
         05 ESK-Emp-Num        pic 9(05).
         05 ESK-Seq            pic 9(05).
         05 ESK-Type           pic x(02).
         05 ESK-Amount         pic 9(06)v99.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Overload-Report.
       01 Out-Report-Record    pic x(80).

       working-storage section.
       01 Working-Storage-Work-Areas.
         05 WS-Emp-File-Stat   pic x(02) value '00'.
         05 WS-Teach-File-Stat pic x(02) value '00'.
         05 WS-Load-File-Stat  pic x(02) value '00'.
         05 WS-Cap-File-Stat   pic x(02) value '00'.
         05 WS-FacPay-File-Stat pic x(02) value '00'.
         05 WS-Paid-File-Stat  pic x(02) value '00'.
         05 WS-Earn-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Emp-EOF         pic x(03) value 'NO '.
         05 WS-Teach-EOF       pic x(03) value 'NO '.
         05 WS-Load-EOF        pic x(03) value 'NO '.
         05 WS-FacPay-EOF      pic x(03) value 'NO '.
         05 WS-Paid-EOF        pic x(03) value 'NO '.
         05 WS-Earn-EOF        pic x(03) value 'NO '.
         05 WS-Sort-EOF        pic x(03) value 'NO '.
         05 WS-Cap-Pct         pic 9(02)v9 value 33.3.
         05 WS-Seq             pic 9(05) value zero.
         05 WS-Credits-Paid    pic 9(03) value zero.
         05 WS-Earned          pic 9(06)v99 value zero.
         05 WS-Cap-Amount      pic 9(06)v99 value zero.
         05 WS-Prior-Paid      pic 9(06)v99 value zero.
         05 WS-Pay-Now         pic 9(06)v99 value zero.
         05 WS-Capped          pic x(01) value 'N'.
         05 WS-Pay-Type        pic x(02) value spaces.
         05 WS-Reason          pic x(30) value spaces.
         05 WS-Total-Pay       pic 9(08)v99 value zero.
         05 WS-Dept-Pay        pic 9(08)v99 value zero.
         05 WS-Lines-Written   pic 9(04) value zero.
         05 WS-Except-CNT      pic 9(04) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.

       01 WS-Fac-Table-Area.
         05 WS-Fac-Count       pic 9(03) value zero.
         05 WS-Fac-Table       occurs 500 times.
           10 WF-Emp            pic x(03).
           10 WF-Last-Name      pic x(20).
           10 WF-Rank           pic xx.
           10 WF-Salary         pic 9(06)v99.
         05 WS-Fac-Idx         pic 9(03) value zero.
         05 WS-Fac-Match       pic 9(03) value zero.

       01 WS-FacPay-Table-Area.
         05 WS-FacPay-Count    pic 9(03) value zero.
         05 WS-FacPay-Table    occurs 500 times.
           10 WX-Emp            pic x(03).
           10 WX-Pay-Emp-Num    pic 9(05).
           10 WX-Dept           pic x(02).
         05 WS-FacPay-Idx      pic 9(03) value zero.
         05 WS-FacPay-Match    pic 9(03) value zero.

       01 WS-Load-Table-Area.
         05 WS-Load-Count      pic 9(02) value zero.
         05 WS-Load-Table      occurs 20 times.
           10 WL-Rank           pic xx.
           10 WL-Std-Load       pic 9(02).
           10 WL-Credit-Rate    pic 9(04)v99.
         05 WS-Load-Idx        pic 9(02) value zero.
         05 WS-Load-Match      pic 9(02) value zero.

      *    Paid to date per faculty member, term and type.
       01 WS-Paid-Table-Area.
         05 WS-Paid-Count      pic 9(04) value zero.
         05 WS-Paid-Table      occurs 3000 times.
           10 WP-Emp            pic x(03).
           10 WP-Term           pic x(06).
           10 WP-Type           pic x(02).
           10 WP-Amount         pic 9(07)v99.
         05 WS-Paid-Idx        pic 9(04) value zero.
         05 WS-Paid-Found      pic x(01) value 'N'.

      *    Credits taught per faculty member and term.
       01 WS-Term-Table-Area.
         05 WS-Term-Count      pic 9(04) value zero.
         05 WS-Term-Table      occurs 2000 times.
           10 WT-Emp            pic x(03).
           10 WT-Term           pic x(06).
           10 WT-Credits        pic 9(03).
           10 WT-Courses        pic 9(02).
         05 WS-Term-Idx        pic 9(04) value zero.
         05 WS-Term-Match      pic 9(04) value zero.

      *    Every faculty term looked at this run - paid, nothing
      *    due, or held out - for the listing.
       01 WS-Line-Table-Area.
         05 WS-Line-Count      pic 9(04) value zero.
         05 WS-Line-Table      occurs 2000 times.
           10 WN-Emp            pic x(03).
           10 WN-Name           pic x(12).
           10 WN-Dept           pic x(02).
           10 WN-Pay-Emp-Num    pic 9(05).
           10 WN-Term           pic x(06).
           10 WN-Type           pic x(02).
           10 WN-Credits        pic 9(03).
           10 WN-Rate           pic 9(04)v99.
           10 WN-Earned         pic 9(06)v99.
           10 WN-Prior          pic 9(06)v99.
           10 WN-Pay-Now        pic 9(06)v99.
           10 WN-Capped         pic x(01).
           10 WN-Reason         pic x(30).
         05 WS-Line-Idx        pic 9(04) value zero.

       01 WS-Dept-Table-Area.
         05 WS-Dept-Count      pic 9(02) value zero.
         05 WS-Dept-Table      occurs 50 times.
           10 WD-Dept           pic x(02).
         05 WS-Dept-Idx        pic 9(02) value zero.
         05 WS-Dept-Found      pic x(01) value 'N'.

       01 Headline-Blank       pic x(80) value spaces.

       01 Headline-Header1.
         05                    pic x(14) value spaces.
         05                    pic x(44) value
              'Faculty Overload and Summer Pay - Approval  '.
         05 RPT-MM             pic 9(02).
         05                    pic x value '/'.
         05 RPT-DD             pic 9(02).
         05                    pic x value '/'.
         05 RPT-YYYY           pic 9(04).
         05                    pic x(12) value spaces.

       01 Dept-Header.
         05                    pic x(12) value 'Department: '.
         05 DH-Dept            pic x(02).
         05                    pic x(66) value spaces.

       01 Headline-Header2.
         05                    pic x(40) value
              '  Emp Name         Term   Ty Crd    Rate'.
         05                    pic x(40) value
              '     Earned      Prior    Pay now      '.

       01 Detail-Line.
         05                    pic x(02) value spaces.
         05 DL-Employee-Number pic x(03).
         05                    pic x(01) value spaces.
         05 DL-Name            pic x(12).
         05                    pic x(01) value spaces.
         05 DL-Term            pic x(06).
         05                    pic x(01) value spaces.
         05 DL-Type            pic x(02).
         05                    pic x(01) value spaces.
         05 DL-Credits         pic zz9.
         05                    pic x(01) value spaces.
         05 DL-Rate            pic $z,zz9.99.
         05                    pic x(01) value spaces.
         05 DL-Earned          pic $zz,zz9.99.
         05                    pic x(01) value spaces.
         05 DL-Prior           pic $zz,zz9.99.
         05                    pic x(01) value spaces.
         05 DL-Pay-Now         pic $zz,zz9.99.
         05                    pic x(01) value spaces.
         05 DL-Capped          pic x(03).

       01 Dept-Total-Line.
         05                    pic x(04) value spaces.
         05                    pic x(23) value
              'Department total       '.
         05 DT-Dept            pic x(02).
         05                    pic x(37) value spaces.
         05 DT-Pay             pic $zzz,zz9.99.
         05                    pic x(03) value spaces.

       01 Approve-Line.
         05                    pic x(04) value spaces.
         05                    pic x(56) value
              'Approved by chair: ____________________  Date: ________'.
         05                    pic x(20) value spaces.

       01 Except-Header.
         05                    pic x(40) value
              '  Emp Term   Ty Held out - not paid    '.
         05                    pic x(40) value spaces.

       01 Except-Line.
         05                    pic x(02) value spaces.
         05 EX-Employee-Number pic x(03).
         05                    pic x(01) value spaces.
         05 EX-Term            pic x(06).
         05                    pic x(01) value spaces.
         05 EX-Type            pic x(02).
         05                    pic x(01) value spaces.
         05 EX-Reason          pic x(30).
         05                    pic x(34) value spaces.

       01 TL-Total-Line.
         05                    pic x(04) value spaces.
         05                    pic x(29) value
              'Total to Ch12_Earns.dat      '.
         05 TL-Lines           pic zzz9.
         05                    pic x(07) value ' lines '.
         05                    pic x(22) value spaces.
         05 TL-Pay             pic $zzz,zz9.99.
         05                    pic x(03) value spaces.

       01 TL-Note-Line.
         05                    pic x(04) value spaces.
         05                    pic x(50) value
              'CAP - summer pay held to the cap of base salary:  '.
         05 TL-Cap-Pct         pic z9.9.
         05                    pic x(01) value '%'.
         05                    pic x(21) value spaces.

       procedure division.

      ******************************************
      * Main Program                           *
      ******************************************

       100-Main-Module.
           perform 110-Startup-Rtn.
           perform 120-Load-Faculty-Rtn.
           perform 130-Load-FacPay-Rtn.
           perform 140-Load-Load-Rtn.
           perform 150-Load-Paid-Rtn.
           perform 160-Load-Teach-Rtn.
           perform varying WS-Term-Idx from 1 by 1
               until WS-Term-Idx > WS-Term-Count
               perform 200-Pay-Term-Rtn
           end-perform.
           perform 300-Listing-Rtn.
           if WS-Lines-Written > zero
               perform 400-Write-Earns-Rtn
               perform 450-Write-Paid-Rtn
           end-if.
           close Overload-Report.
           display 'FACULTY OVERLOAD/SUMMER PAY COMPLETE - EARNINGS '
               'LINES: ' WS-Lines-Written ' HELD OUT: '
               WS-Except-CNT.
           goback.

       110-Startup-Rtn.
           open output Overload-Report.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-MM
                       move OVR-DD to WS-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.

           open input Cap-File.
           if WS-Cap-File-Stat = '00'
               read Cap-File
                   not at end
                       if CAP-Pct numeric and CAP-Pct > zero
                           move CAP-Pct to WS-Cap-Pct
                       end-if
               end-read
               close Cap-File
           end-if.

           move WS-MM to RPT-MM.
           move WS-DD to RPT-DD.
           move WS-Run-YYYY to RPT-YYYY.
           write Out-Report-Record from Headline-Header1.
           write Out-Report-Record from Headline-Blank.

       120-Load-Faculty-Rtn.
           open input Employee-File.
           if WS-Emp-File-Stat not = '00'
               display 'FACULTY FILE NOT AVAILABLE, STATUS: '
                   WS-Emp-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Emp-EOF = 'YES'
               read Employee-File
                   at end
                       move 'YES' to WS-Emp-EOF
                   not at end
                       if WS-Fac-Count < 500
                           add 1 to WS-Fac-Count
                           move In-Employee-Number
                               to WF-Emp(WS-Fac-Count)
                           move In-Employee-Last-Name
                               to WF-Last-Name(WS-Fac-Count)
                           move In-Rank to WF-Rank(WS-Fac-Count)
                           move In-Salary to WF-Salary(WS-Fac-Count)
                       else
                           display 'FACULTY TABLE CAPACITY EXCEEDED '
                               'AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Employee-File.

       130-Load-FacPay-Rtn.
           open input Fac-Pay-File.
           if WS-FacPay-File-Stat not = '00'
               display 'FACULTY PAYROLL CROSSWALK NOT AVAILABLE, '
                   'STATUS: ' WS-FacPay-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-FacPay-EOF = 'YES'
               read Fac-Pay-File
                   at end
                       move 'YES' to WS-FacPay-EOF
                   not at end
                       if WS-FacPay-Count < 500
                           add 1 to WS-FacPay-Count
                           move FPY-Employee-Number
                               to WX-Emp(WS-FacPay-Count)
                           move FPY-Pay-Emp-Num
                               to WX-Pay-Emp-Num(WS-FacPay-Count)
                           move FPY-Dept to WX-Dept(WS-FacPay-Count)
                       else
                           display 'CROSSWALK TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Fac-Pay-File.

       140-Load-Load-Rtn.
           open input Load-File.
           if WS-Load-File-Stat not = '00'
               display 'FACULTY LOAD TABLE NOT AVAILABLE, STATUS: '
                   WS-Load-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Load-EOF = 'YES'
               read Load-File
                   at end
                       move 'YES' to WS-Load-EOF
                   not at end
                       if WS-Load-Count < 20
                           add 1 to WS-Load-Count
                           move LD-Rank to WL-Rank(WS-Load-Count)
                           move LD-Std-Load
                               to WL-Std-Load(WS-Load-Count)
                           move LD-Credit-Rate
                               to WL-Credit-Rate(WS-Load-Count)
                       else
                           display 'LOAD TABLE CAPACITY EXCEEDED '
                               'AT 20 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Load-File.

      *    The first run finds no history - nothing paid yet.
       150-Load-Paid-Rtn.
           open input Paid-Hist-File.
           if WS-Paid-File-Stat not = '00'
               move 'YES' to WS-Paid-EOF
           end-if.
           perform until WS-Paid-EOF = 'YES'
               read Paid-Hist-File
                   at end
                       move 'YES' to WS-Paid-EOF
                   not at end
                       perform 155-Add-Paid-Rtn
               end-read
           end-perform.
           if WS-Paid-File-Stat = '00' or WS-Paid-File-Stat = '10'
               close Paid-Hist-File
           end-if.

       155-Add-Paid-Rtn.
           move 'N' to WS-Paid-Found.
           perform varying WS-Paid-Idx from 1 by 1
               until WS-Paid-Idx > WS-Paid-Count
               if WP-Emp(WS-Paid-Idx) = OPH-Employee-Number
                   and WP-Term(WS-Paid-Idx) = OPH-Term
                   and WP-Type(WS-Paid-Idx) = OPH-Type
                   add OPH-Amount to WP-Amount(WS-Paid-Idx)
                   move 'Y' to WS-Paid-Found
                   move WS-Paid-Count to WS-Paid-Idx
               end-if
           end-perform.
           if WS-Paid-Found = 'N'
               if WS-Paid-Count < 3000
                   add 1 to WS-Paid-Count
                   move OPH-Employee-Number to WP-Emp(WS-Paid-Count)
                   move OPH-Term to WP-Term(WS-Paid-Count)
                   move OPH-Type to WP-Type(WS-Paid-Count)
                   move OPH-Amount to WP-Amount(WS-Paid-Count)
               else
                   display 'PAID HISTORY TABLE CAPACITY EXCEEDED '
                       'AT 3000 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *    Credits summed per faculty member and term, in the
      *    order the assignments first name them.
       160-Load-Teach-Rtn.
           open input Teach-File.
           if WS-Teach-File-Stat not = '00'
               move 'YES' to WS-Teach-EOF
               move '   NO TEACHING ASSIGNMENTS ON FILE'
                   to Out-Report-Record
               write Out-Report-Record
           end-if.
           perform until WS-Teach-EOF = 'YES'
               read Teach-File
                   at end
                       move 'YES' to WS-Teach-EOF
                   not at end
                       perform 165-Add-Teach-Rtn
               end-read
           end-perform.
           if WS-Teach-File-Stat = '00' or WS-Teach-File-Stat = '10'
               close Teach-File
           end-if.

       165-Add-Teach-Rtn.
           move zero to WS-Term-Match.
           perform varying WS-Term-Idx from 1 by 1
               until WS-Term-Idx > WS-Term-Count
               if WT-Emp(WS-Term-Idx) = TCH-Employee-Number
                   and WT-Term(WS-Term-Idx) = TCH-Term
                   move WS-Term-Idx to WS-Term-Match
                   move WS-Term-Count to WS-Term-Idx
               end-if
           end-perform.
           if WS-Term-Match = zero
               if WS-Term-Count < 2000
                   add 1 to WS-Term-Count
                   move WS-Term-Count to WS-Term-Match
                   move TCH-Employee-Number to WT-Emp(WS-Term-Match)
                   move TCH-Term to WT-Term(WS-Term-Match)
                   move zero to WT-Credits(WS-Term-Match)
                       WT-Courses(WS-Term-Match)
               else
                   display 'TEACHING TERM TABLE CAPACITY EXCEEDED '
                       'AT 2000 - RUN HALTED'
                   stop run
               end-if
           end-if.
           if TCH-Credits numeric
               add TCH-Credits to WT-Credits(WS-Term-Match)
               add 1 to WT-Courses(WS-Term-Match)
           end-if.

      *********************************************
      * One faculty member's term - what is       *
      * earned for it, less what is already paid  *
      *********************************************
       200-Pay-Term-Rtn.
           move spaces to WS-Reason.
           move 'N' to WS-Capped.
           move zero to WS-Credits-Paid WS-Earned WS-Prior-Paid
               WS-Pay-Now WS-Fac-Match WS-FacPay-Match WS-Load-Match.
           if WT-Term(WS-Term-Idx)(5:2) = 'SU'
               move 'SU' to WS-Pay-Type
           else
               move 'OV' to WS-Pay-Type
           end-if.

           perform varying WS-Fac-Idx from 1 by 1
               until WS-Fac-Idx > WS-Fac-Count
               if WF-Emp(WS-Fac-Idx) = WT-Emp(WS-Term-Idx)
                   move WS-Fac-Idx to WS-Fac-Match
                   move WS-Fac-Count to WS-Fac-Idx
               end-if
           end-perform.
           perform varying WS-FacPay-Idx from 1 by 1
               until WS-FacPay-Idx > WS-FacPay-Count
               if WX-Emp(WS-FacPay-Idx) = WT-Emp(WS-Term-Idx)
                   move WS-FacPay-Idx to WS-FacPay-Match
                   move WS-FacPay-Count to WS-FacPay-Idx
               end-if
           end-perform.
           if WS-Fac-Match > zero
               perform varying WS-Load-Idx from 1 by 1
                   until WS-Load-Idx > WS-Load-Count
                   if WL-Rank(WS-Load-Idx) = WF-Rank(WS-Fac-Match)
                       move WS-Load-Idx to WS-Load-Match
                       move WS-Load-Count to WS-Load-Idx
                   end-if
               end-perform
           end-if.

           evaluate true
               when WS-Fac-Match = zero
                   move 'NOT ON THE FACULTY FILE' to WS-Reason
               when WS-FacPay-Match = zero
                   move 'NO PAYROLL NUMBER ON CROSSWALK' to WS-Reason
               when WS-Load-Match = zero
                   move 'NO LOAD TABLE ENTRY FOR RANK' to WS-Reason
               when other
                   perform 210-Earned-Rtn
           end-evaluate.

           if WS-Reason not = spaces
               add 1 to WS-Except-CNT
           end-if.
           perform 250-Store-Line-Rtn.

      *    Overload is the credits over the standard load; summer
      *    is every credit, up to the cap on base salary.
       210-Earned-Rtn.
           if WS-Pay-Type = 'SU'
               move WT-Credits(WS-Term-Idx) to WS-Credits-Paid
           else
               if WT-Credits(WS-Term-Idx) > WL-Std-Load(WS-Load-Match)
                   subtract WL-Std-Load(WS-Load-Match)
                       from WT-Credits(WS-Term-Idx)
                       giving WS-Credits-Paid
               end-if
           end-if.
           compute WS-Earned rounded =
               WS-Credits-Paid * WL-Credit-Rate(WS-Load-Match).
           if WS-Pay-Type = 'SU'
               compute WS-Cap-Amount rounded =
                   WF-Salary(WS-Fac-Match) * WS-Cap-Pct / 100
               if WS-Earned > WS-Cap-Amount
                   move WS-Cap-Amount to WS-Earned
                   move 'Y' to WS-Capped
               end-if
           end-if.

           perform varying WS-Paid-Idx from 1 by 1
               until WS-Paid-Idx > WS-Paid-Count
               if WP-Emp(WS-Paid-Idx) = WT-Emp(WS-Term-Idx)
                   and WP-Term(WS-Paid-Idx) = WT-Term(WS-Term-Idx)
                   and WP-Type(WS-Paid-Idx) = WS-Pay-Type
                   move WP-Amount(WS-Paid-Idx) to WS-Prior-Paid
                   move WS-Paid-Count to WS-Paid-Idx
               end-if
           end-perform.
           if WS-Earned > WS-Prior-Paid
               subtract WS-Prior-Paid from WS-Earned
                   giving WS-Pay-Now
               add 1 to WS-Lines-Written
               add WS-Pay-Now to WS-Total-Pay
           end-if.

       250-Store-Line-Rtn.
           if WS-Line-Count < 2000
               add 1 to WS-Line-Count
           else
               display 'LISTING TABLE CAPACITY EXCEEDED AT 2000 '
                   '- RUN HALTED'
               stop run
           end-if.
           move WT-Emp(WS-Term-Idx) to WN-Emp(WS-Line-Count).
           move WT-Term(WS-Term-Idx) to WN-Term(WS-Line-Count).
           move WS-Pay-Type to WN-Type(WS-Line-Count).
           move WS-Credits-Paid to WN-Credits(WS-Line-Count).
           move WS-Earned to WN-Earned(WS-Line-Count).
           move WS-Prior-Paid to WN-Prior(WS-Line-Count).
           move WS-Pay-Now to WN-Pay-Now(WS-Line-Count).
           move WS-Capped to WN-Capped(WS-Line-Count).
           move WS-Reason to WN-Reason(WS-Line-Count).
           move spaces to WN-Name(WS-Line-Count)
               WN-Dept(WS-Line-Count).
           move zero to WN-Rate(WS-Line-Count)
               WN-Pay-Emp-Num(WS-Line-Count).
           if WS-Fac-Match > zero
               move WF-Last-Name(WS-Fac-Match)
                   to WN-Name(WS-Line-Count)
           end-if.
           if WS-FacPay-Match > zero
               move WX-Dept(WS-FacPay-Match) to WN-Dept(WS-Line-Count)
               move WX-Pay-Emp-Num(WS-FacPay-Match)
                   to WN-Pay-Emp-Num(WS-Line-Count)
           end-if.
           if WS-Load-Match > zero
               move WL-Credit-Rate(WS-Load-Match)
                   to WN-Rate(WS-Line-Count)
           end-if.
           if WS-Reason = spaces
               perform 260-Note-Dept-Rtn
           end-if.

       260-Note-Dept-Rtn.
           move 'N' to WS-Dept-Found.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               if WD-Dept(WS-Dept-Idx) = WN-Dept(WS-Line-Count)
                   move 'Y' to WS-Dept-Found
                   move WS-Dept-Count to WS-Dept-Idx
               end-if
           end-perform.
           if WS-Dept-Found = 'N'
               if WS-Dept-Count < 50
                   add 1 to WS-Dept-Count
                   move WN-Dept(WS-Line-Count)
                       to WD-Dept(WS-Dept-Count)
               else
                   display 'DEPARTMENT TABLE CAPACITY EXCEEDED AT '
                       '50 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *********************************************
      * The approval listing - each department's  *
      * faculty terms with a line for the chair,  *
      * then whatever was held out                *
      *********************************************
       300-Listing-Rtn.
           perform varying WS-Dept-Idx from 1 by 1
               until WS-Dept-Idx > WS-Dept-Count
               move WD-Dept(WS-Dept-Idx) to DH-Dept DT-Dept
               write Out-Report-Record from Dept-Header
               write Out-Report-Record from Headline-Header2
               move zero to WS-Dept-Pay
               perform varying WS-Line-Idx from 1 by 1
                   until WS-Line-Idx > WS-Line-Count
                   if WN-Reason(WS-Line-Idx) = spaces
                       and WN-Dept(WS-Line-Idx) = WD-Dept(WS-Dept-Idx)
                       perform 310-Detail-Rtn
                   end-if
               end-perform
               move WS-Dept-Pay to DT-Pay
               write Out-Report-Record from Dept-Total-Line
               write Out-Report-Record from Headline-Blank
               write Out-Report-Record from Approve-Line
               write Out-Report-Record from Headline-Blank
           end-perform.

           if WS-Except-CNT > zero
               move '   HELD OUT - FIX AND RERUN' to Out-Report-Record
               write Out-Report-Record
               write Out-Report-Record from Except-Header
               perform varying WS-Line-Idx from 1 by 1
                   until WS-Line-Idx > WS-Line-Count
                   if WN-Reason(WS-Line-Idx) not = spaces
                       move WN-Emp(WS-Line-Idx) to EX-Employee-Number
                       move WN-Term(WS-Line-Idx) to EX-Term
                       move WN-Type(WS-Line-Idx) to EX-Type
                       move WN-Reason(WS-Line-Idx) to EX-Reason
                       write Out-Report-Record from Except-Line
                   end-if
               end-perform
               write Out-Report-Record from Headline-Blank
           end-if.

           move WS-Lines-Written to TL-Lines.
           move WS-Total-Pay to TL-Pay.
           write Out-Report-Record from TL-Total-Line.
           move WS-Cap-Pct to TL-Cap-Pct.
           write Out-Report-Record from TL-Note-Line.

       310-Detail-Rtn.
           move WN-Emp(WS-Line-Idx) to DL-Employee-Number.
           move WN-Name(WS-Line-Idx) to DL-Name.
           move WN-Term(WS-Line-Idx) to DL-Term.
           move WN-Type(WS-Line-Idx) to DL-Type.
           move WN-Credits(WS-Line-Idx) to DL-Credits.
           move WN-Rate(WS-Line-Idx) to DL-Rate.
           move WN-Earned(WS-Line-Idx) to DL-Earned.
           move WN-Prior(WS-Line-Idx) to DL-Prior.
           move WN-Pay-Now(WS-Line-Idx) to DL-Pay-Now.
           if WN-Capped(WS-Line-Idx) = 'Y'
               move 'CAP' to DL-Capped
           else
               move spaces to DL-Capped
           end-if.
           add WN-Pay-Now(WS-Line-Idx) to WS-Dept-Pay.
           write Out-Report-Record from Detail-Line.

      *********************************************
      * Into Ch12_Earns.dat - the lines already    *
      * keyed and the new ones, in employee number *
      * order as Program12 matches them; keyed     *
      * lines keep their order ahead of ours       *
      *********************************************
       400-Write-Earns-Rtn.
           sort Earn-Sort-File
               on ascending key ESK-Emp-Num ESK-Seq
               input procedure 410-Release-Earns-Rtn
               output procedure 420-Return-Earns-Rtn.

       410-Release-Earns-Rtn.
           open input Earn-In.
           if WS-Earn-File-Stat not = '00'
               move 'YES' to WS-Earn-EOF
           end-if.
           perform until WS-Earn-EOF = 'YES'
               read Earn-In
                   at end
                       move 'YES' to WS-Earn-EOF
                   not at end
                       add 1 to WS-Seq
                       move EI-Emp-Num to ESK-Emp-Num
                       move WS-Seq to ESK-Seq
                       move EI-Type to ESK-Type
                       move EI-Amount to ESK-Amount
                       release ESK-Rec
               end-read
           end-perform.
           if WS-Earn-File-Stat = '00' or WS-Earn-File-Stat = '10'
               close Earn-In
           end-if.
           perform varying WS-Line-Idx from 1 by 1
               until WS-Line-Idx > WS-Line-Count
               if WN-Pay-Now(WS-Line-Idx) > zero
                   add 1 to WS-Seq
                   move WN-Pay-Emp-Num(WS-Line-Idx) to ESK-Emp-Num
                   move WS-Seq to ESK-Seq
                   move WN-Type(WS-Line-Idx) to ESK-Type
                   move WN-Pay-Now(WS-Line-Idx) to ESK-Amount
                   release ESK-Rec
               end-if
           end-perform.

       420-Return-Earns-Rtn.
           open output Earn-Out.
           perform until WS-Sort-EOF = 'YES'
               return Earn-Sort-File
                   at end
                       move 'YES' to WS-Sort-EOF
                   not at end
                       move ESK-Emp-Num to EO-Emp-Num
                       move ESK-Type to EO-Type
                       move ESK-Amount to EO-Amount
                       write Earn-Rec-Out
               end-return
           end-perform.
           close Earn-Out.

      *    Paid history moves forward only once the earnings are
      *    on the file.
       450-Write-Paid-Rtn.
           open extend Paid-Hist-File.
           if WS-Paid-File-Stat not = '00'
               open output Paid-Hist-File
           end-if.
           perform varying WS-Line-Idx from 1 by 1
               until WS-Line-Idx > WS-Line-Count
               if WN-Pay-Now(WS-Line-Idx) > zero
                   move WN-Emp(WS-Line-Idx) to OPH-Employee-Number
                   move WN-Term(WS-Line-Idx) to OPH-Term
                   move WN-Type(WS-Line-Idx) to OPH-Type
                   move WN-Pay-Now(WS-Line-Idx) to OPH-Amount
                   move WS-Run-Date-Key to OPH-Run-Date
                   write Paid-Hist-Rec
               end-if
           end-perform.
           close Paid-Hist-File.

       end program Ch5Ovld.
