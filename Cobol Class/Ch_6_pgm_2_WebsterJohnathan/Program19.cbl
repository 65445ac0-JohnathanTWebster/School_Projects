       identification division.
       program-id. SupChnSub as 'SUPCHN'.
      *******************************************
      * Shared reporting-chain walker, CALLed    *
      * the way SSNCHK and RUNLOG are.  Given an *
      * employee number it hands back everyone   *
      * above them - direct supervisor first,    *
      * then that person's supervisor, on up to  *
      * the top - with each one's name off the   *
      * indexed master.  Every approval list     *
      * that routes by manager asks here, so     *
      * the rule for a broken chain lives in one *
      * place.  The reports-to file is loaded on *
      * the first call and kept for the run.     *
      * Status back:                             *
      *   '00' chain reaches the top cleanly     *
      *   '10' no supervisor on file             *
      *   '20' chain circles back on itself      *
      *   '30' a supervisor is not active on     *
      *        the master                        *
      *   '40' more than ten levels - cut short  *
      *   '90' reports-to file not available     *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Supervisor-File
               assign to 'C:\Data\Data-In\Pay_Supervisor.dat'
               organization is line sequential
               file status is WS-Sup-File-Stat.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is random
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.

       data division.
       file section.
       FD Supervisor-File.
       01 Supervisor-Rec.
           COPY SUPVREL.

       FD Payroll-Master-Idx.
       01 Idx-Payroll-Record.
           COPY PAYMSTR
               REPLACING ==Employee-Number== BY ==Idx-Employee-Number==,
                   ==Employee-Name== BY ==Idx-Employee-Name==,
                   ==Location-Code== BY ==Idx-Location-Code==,
                   ==Territory== BY ==Idx-Territory==,
                   ==Office-Number== BY ==Idx-Office-Number==,
                   ==Annual-Salary== BY ==Idx-Annual-Salary==,
                   ==SSN== BY ==Idx-SSN==,
                   ==Department-Number== BY ==Idx-Department-Number==,
                   ==Job-Class== BY ==Idx-Job-Class==,
                   ==No-Dep== BY ==Idx-No-Dep==,
                   ==Job-Code== BY ==Idx-Job-Code==,
                   ==Union-Dues== BY ==Idx-Union-Dues==,
                   ==Insurance-Dues== BY ==Idx-Insurance-Dues==,
                   ==Emp-Status== BY ==Idx-Emp-Status==.

       working-storage section.
       01 WS-Chain-Areas.
         05 WS-Loaded          pic x(01) value 'N'.
         05 WS-Sup-Avail       pic x(03) value 'YES'.
         05 WS-Idx-Avail       pic x(03) value 'YES'.
         05 WS-Sup-File-Stat   pic x(02) value '00'.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Sup-EOF         pic x(03) value 'NO '.
         05 WS-Walk-Emp        pic x(05) value spaces.
         05 WS-Walk-Sup        pic x(05) value spaces.
         05 WS-Walk-Done       pic x(01) value 'N'.
         05 WS-Chk-Idx         pic 9(02) value zero.

       01 WS-Sup-Table-Area.
         05 WS-Sup-Count       pic 9(04) value zero.
         05 WS-Sup-Table       occurs 2000 times.
           10 WS-Sup-Emp        pic x(05).
           10 WS-Sup-Boss       pic x(05).
         05 WS-Sup-Idx         pic 9(04) value zero.

       linkage section.
       01 SUPCHN-PARM.
         05 SCP-Emp-No         pic x(05).
         05 SCP-Status         pic x(02).
         05 SCP-Depth          pic 9(02).
         05 SCP-Chain          occurs 10 times.
           10 SCP-Sup-No        pic x(05).
           10 SCP-Sup-Name      pic x(20).

       procedure division using SUPCHN-PARM.

       100-Main-Module.
           if WS-Loaded = 'N'
               perform 110-Load-Rtn
               move 'Y' to WS-Loaded
           end-if.

           move '00' to SCP-Status.
           move zero to SCP-Depth.
           move spaces to SCP-Chain(1) SCP-Chain(2) SCP-Chain(3)
               SCP-Chain(4) SCP-Chain(5) SCP-Chain(6) SCP-Chain(7)
               SCP-Chain(8) SCP-Chain(9) SCP-Chain(10).
           if WS-Sup-Avail not = 'YES'
               move '90' to SCP-Status
               goback
           end-if.

           move SCP-Emp-No to WS-Walk-Emp.
           move 'N' to WS-Walk-Done.
           perform until WS-Walk-Done = 'Y'
               perform 200-Step-Rtn
           end-perform.
           if SCP-Depth = zero and SCP-Status = '00'
               move '10' to SCP-Status
           end-if.
           goback.

       110-Load-Rtn.
           open input Supervisor-File.
           if WS-Sup-File-Stat not = '00'
               move 'NO ' to WS-Sup-Avail
               move 'YES' to WS-Sup-EOF
           end-if.
           perform until WS-Sup-EOF = 'YES'
               read Supervisor-File
                   at end
                       move 'YES' to WS-Sup-EOF
                   not at end
                       if WS-Sup-Count < 2000
                           add 1 to WS-Sup-Count
                           move SUP-Emp-No to WS-Sup-Emp(WS-Sup-Count)
                           move SUP-Supervisor
                               to WS-Sup-Boss(WS-Sup-Count)
                       else
                           display 'SUPERVISOR TABLE CAPACITY '
                               'EXCEEDED AT 2000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Sup-Avail = 'YES'
               close Supervisor-File
           end-if.

           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               move 'NO ' to WS-Idx-Avail
           end-if.

      *********************************************
      * One level up - the supervisor of the      *
      * employee in WS-Walk-Emp                   *
      *********************************************
       200-Step-Rtn.
           move spaces to WS-Walk-Sup.
           perform varying WS-Sup-Idx from 1 by 1
               until WS-Sup-Idx > WS-Sup-Count
               if WS-Sup-Emp(WS-Sup-Idx) = WS-Walk-Emp
                   move WS-Sup-Boss(WS-Sup-Idx) to WS-Walk-Sup
                   move WS-Sup-Count to WS-Sup-Idx
               end-if
           end-perform.

           if WS-Walk-Sup = spaces
               move 'Y' to WS-Walk-Done
           else
               perform 210-Check-Circle-Rtn
           end-if.

           if WS-Walk-Done = 'N'
               if SCP-Depth = 10
                   move '40' to SCP-Status
                   move 'Y' to WS-Walk-Done
               else
                   add 1 to SCP-Depth
                   move WS-Walk-Sup to SCP-Sup-No(SCP-Depth)
                   perform 220-Get-Name-Rtn
                   move WS-Walk-Sup to WS-Walk-Emp
               end-if
           end-if.

      *    Back to the employee we started from, or to anyone
      *    already on the chain, is a circle.
       210-Check-Circle-Rtn.
           if WS-Walk-Sup = SCP-Emp-No
               move '20' to SCP-Status
               move 'Y' to WS-Walk-Done
           end-if.
           perform varying WS-Chk-Idx from 1 by 1
               until WS-Chk-Idx > SCP-Depth
               if SCP-Sup-No(WS-Chk-Idx) = WS-Walk-Sup
                   move '20' to SCP-Status
                   move 'Y' to WS-Walk-Done
               end-if
           end-perform.

      *    A supervisor gone from the master, or terminated,
      *    ends the chain there - nobody above can be trusted.
       220-Get-Name-Rtn.
           if WS-Idx-Avail = 'YES'
               move WS-Walk-Sup to Idx-Employee-Number
               read Payroll-Master-Idx
                   invalid key
                       move '30' to SCP-Status
                       move 'Y' to WS-Walk-Done
                   not invalid key
                       move Idx-Employee-Name
                           to SCP-Sup-Name(SCP-Depth)
                       if Idx-Emp-Status = 'T'
                           move '30' to SCP-Status
                           move 'Y' to WS-Walk-Done
                       end-if
               end-read
           end-if.

       end program SupChnSub.
