               Assign to 'C:\Data\Data-In\Ch4_DeptBud.dat'
               organization is line sequential
               file status is WS-Bud-File-Stat.
           Select Sec-Asgn-File
               Assign to 'C:\Data\Data-In\Pay_SecAsgn.dat'
               organization is line sequential
               file status is WS-Sec-File-Stat.

       data division.

         05 Rpt-Dpt-Num        pic X(02).
         05 Filler             pic X(05).
         05 Rpt-Job-Class      pic X(02).
         05 Filler             pic X(02).
         05 Rpt-Asgn-Note      pic X(07).

       SD Dept-Sort-File.
       01 SRT-REC.
         05 Filler              pic X(44).
         05 SRT-Dept            pic X(02).
         05 Filler              pic X(34).
         05 SRT-Asgn            pic X(01).

      ******************************************
      * Department budget master - budgeted    *
         05 DB-Headcount       pic 9(05).
         05 DB-Salary          pic 9(08).

      ******************************************
      * Secondary assignments - a person who   *
      * also works in another department is    *
      * listed there too, at that job's class  *
      * and annual pay                         *
      ******************************************

       FD Sec-Asgn-File.
       01 Sec-Asgn-Record.
           COPY SECASGN.

      ******************************************
      * Set Loop Contorl                       *
      ******************************************
         05 WS-Ann-Sal-Num      pic 9(06) value zero.
         05 WS-Dept-Subtotal    pic 9(08)v99 value zero.
         05 WS-Dept-Headcount   pic 9(05) value zero.
         05 WS-Asgn-Type        pic X(01) value space.

       01 WS-CodeChk-Parm.
         05 CCK-Type            pic X(04).
         05 CCK-Code            pic X(04).
         05 CCK-Status          pic X(02).
         05 CCK-Desc            pic X(20).

       01 WS-Budget-Fields.
         05 WS-Bud-File-Stat    pic X(02) value '00'.
         05 WS-Comp-Budget      pic 9(10) value zero.
         05 WS-Comp-Bud-Heads   pic 9(06) value zero.

       01 WS-Sec-Fields.
         05 WS-Sec-File-Stat    pic X(02) value '00'.
         05 WS-Sec-EOF          pic X(03) value 'NO '.
         05 WS-Sec-Count        pic 9(04) value zero.
         05 WS-Sec-Table        occurs 500 times.
           10 WS-Sec-Emp         pic X(05).
           10 WS-Sec-Dept        pic X(02).
           10 WS-Sec-Job-Class   pic X(02).
           10 WS-Sec-Annual      pic 9(06).
         05 WS-Sec-Idx          pic 9(04) value zero.
         05 WS-Sec-Annual-Work  pic 9(06) value zero.

       01 WS-Budget-Table-Area.
         05 WS-Bud-Count        pic 9(03) value zero.
         05 WS-Bud-Table        occurs 100 times.
         05 Filler             pic X(10) value Spaces.
         05 Filler             pic X(11) value 'Department '.
         05 PTS-Dept-Num       pic X(02).
         05 Filler             pic X(01) value Space.
         05 PTS-Dept-Desc      pic X(20).
         05 Filler             pic X(01) value Space.
         05 Filler             pic X(17) value 'Subtotal Ann Sal:'.
         05 Filler             pic X(01) value Space.
         05 PTS-Subtotal       pic $$$,$$$,$$9.99.
         05 Filler             pic X(03) value Spaces.

      ******************************************
      * Budget versus actual on the break      *
           Open Output Payroll-Report.
           Perform 115-Get-Filter-Rtn.
           Perform 125-Load-Budgets-Rtn.
           Perform 127-Load-Sec-Asgn-Rtn.

           Write Report-Record from Print-Title1.
           Write Report-Record from Print-Break2.
               Close Dept-Budget-File
           End-If.

      **************************************************
      * Load the active secondary assignments, each    *
      * priced at its annual pay - hourly jobs at the  *
      * scheduled week over 52 weeks                   *
      **************************************************

       127-Load-Sec-Asgn-Rtn.
           Open Input Sec-Asgn-File.
           If WS-Sec-File-Stat not = '00'
               Move 'YES' to WS-Sec-EOF
           End-If.
           Perform Until WS-Sec-EOF = 'YES'
               Read Sec-Asgn-File
                   At end
                       Move 'YES' to WS-Sec-EOF
                   Not At end
                       if SEC-Status = 'A' or SEC-Status = space
                           if WS-Sec-Count < 500
                               add 1 to WS-Sec-Count
                               move SEC-Emp-No
                                   to WS-Sec-Emp(WS-Sec-Count)
                               move SEC-Dept
                                   to WS-Sec-Dept(WS-Sec-Count)
                               move SEC-Job-Class
                                   to WS-Sec-Job-Class(WS-Sec-Count)
                               if SEC-Pay-Type = 'H'
                                   compute WS-Sec-Annual(WS-Sec-Count)
                                       rounded = SEC-Rate * SEC-Hours
                                       * 52
                               else
                                   move SEC-Rate
                                       to WS-Sec-Annual(WS-Sec-Count)
                               end-if
                           else
                               Display 'SECONDARY ASSIGNMENT TABLE '
                                   'CAPACITY EXCEEDED AT 500 - RUN '
                                   'HALTED'
                               Stop run
                           end-if
                       end-if
               End-Read
           End-Perform.
           If WS-Sec-File-Stat = '00'
               Close Sec-Asgn-File
           End-If.

      **************************************************
      * Sort input procedure - select by department    *
      **************************************************
                       if WS-Dept-Filter = spaces
                         or Department-Number = WS-Dept-Filter
                           move Payroll-Record to SRT-REC
                           move space to SRT-Asgn
                           release SRT-REC
                       end-if
                       perform 122-Release-Second-Rtn
               End-Read
           end-perform.
           Close Payroll-Master.
           Move 'YES' to More-Records.

      **************************************************
      * The same person again under each department    *
      * they hold a second job in - that job's class   *
      * and pay in place of the primary's, flagged so  *
      * the company headcount counts them once         *
      **************************************************

       122-Release-Second-Rtn.
           Perform varying WS-Sec-Idx from 1 by 1
               until WS-Sec-Idx > WS-Sec-Count
               if WS-Sec-Emp(WS-Sec-Idx) = Employee-Number
                 and (WS-Dept-Filter = spaces
                   or WS-Sec-Dept(WS-Sec-Idx) = WS-Dept-Filter)
                   move WS-Sec-Dept(WS-Sec-Idx) to Department-Number
                   move WS-Sec-Job-Class(WS-Sec-Idx) to Job-Class
                   move WS-Sec-Annual(WS-Sec-Idx)
                       to WS-Sec-Annual-Work
                   move WS-Sec-Annual-Work to Annual-Sal
                   move Payroll-Record to SRT-REC
                   move '2' to SRT-Asgn
                   release SRT-REC
               end-if
           End-Perform.

      **************************************************
      * Sort output procedure - print in dept order    *
      **************************************************
                       Move 'NO ' to More-Records
                   Not At end
                       move SRT-REC to Payroll-Record
                       move SRT-Asgn to WS-Asgn-Type
                       Perform 200-Loop-Return
               End-Return
           end-perform.
           add WS-Ann-Sal-Num to WS-Dept-Subtotal.
           add WS-Ann-Sal-Num to WS-Comp-Actual.
           add 1 to WS-Dept-Headcount.
           if WS-Asgn-Type = '2'
               move '2ND JOB' to Rpt-Asgn-Note
           else
               add 1 to WS-Comp-Headcount
           end-if.

           write Report-Record.
           initialize Report-Record.

       215-Department-Break-Rtn.
           move WS-Dept-Hold to PTS-Dept-Num.
           move 'DEPT' to CCK-Type.
           move WS-Dept-Hold to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           move CCK-Desc to PTS-Dept-Desc.
           move WS-Dept-Subtotal to PTS-Subtotal.
           write Report-Record from Print-Break1.
           write Report-Record from Print-Dept-Sub.
