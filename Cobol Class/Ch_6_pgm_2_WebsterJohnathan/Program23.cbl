       identification division.
       program-id. Ch6Purge.
      *******************************************
      * Records-retention purge.  Personal data *
      * for an employee terminated longer ago   *
      * than the retention period in            *
      * Ch6_Retain.dat comes out of the files   *
      * that hold it: the indexed master record *
      * is anonymized in place - name replaced, *
      * SSN cut to its last four - so the       *
      * employee number is never reused and the *
      * pay history Ch12_PayHist.dat keeps      *
      * working for verification letters and    *
      * totals; the address, direct-deposit and *
      * dependent records are removed outright. *
      * The termination date is the date on the *
      * before/after journal the change to 'T'  *
      * (or the delete) was made.  A master     *
      * change is journaled like any other, and *
      * a register lists every record touched.  *
      * Only an explicit 'U' on the mode record *
      * changes anything - otherwise the run is *
      * a dry run listing what WOULD go, the    *
      * same safe-by-default discipline as      *
      * Ch6Reorg.                               *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is dynamic
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.
           select Retain-File
               assign to 'C:\Data\Data-In\Ch6_Retain.dat'
               organization is line sequential
               file status is WS-Ret-File-Stat.
           select Mode-File
               assign to 'C:\Data\Data-In\Ch6_PurgeMode.dat'
               organization is line sequential
               file status is WS-Mode-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Journal-File
               assign to 'C:\Data\Data-Work\Ch6_Journal.dat'
               organization is line sequential
               file status is WS-Jrn-File-Stat.
           select Lock-File
               assign to 'C:\Data\Data-Work\Pay_Lock.dat'
               organization is line sequential
               file status is WS-Lock-File-Stat.
           select Addr-In-File
               assign to 'C:\Data\Data-In\Ch12_Addr.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Addr-Out-File
               assign to 'C:\Data\Data-Out\Ch12_Addr.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Bank-In-File
               assign to 'C:\Data\Data-In\Ch12_BankAcct.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Bank-Out-File
               assign to 'C:\Data\Data-Out\Ch12_BankAcct.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Depend-File
               assign to 'C:\Data\Data-In\Ch12_Depend.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Purge-Work
               assign to 'C:\Data\Data-Work\Ch6_Purge.wrk'
               organization is line sequential.
           select Purge-Register
               assign to 'C:\Data\Data-Out\Ch6_Purge.rpt'
               organization is line sequential.

       data division.
       file section.
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
                   ==Emp-Status== BY ==Idx-Emp-Status==,
                   ==SSN-Verif-Flag== BY ==Idx-SSN-Verif-Flag==,
                   ==Position-Number== BY ==Idx-Position-Number==.

      *    Years personal data is kept after termination.
       FD Retain-File.
       01 Retain-Rec.
         05 RET-Years          pic 9(02).

       FD Mode-File.
       01 Mode-Rec.
         05 MODE-CODE          pic x(01).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

      *********************************************
      * The master's before/after journal - read  *
      * for termination dates, then appended to   *
      * for every record anonymized               *
      *********************************************
       FD Journal-File.
       01 Journal-Rec.
         05 JRN-Action          pic x(01).
         05 JRN-Before          pic x(80).
         05 JRN-Before-Fields redefines JRN-Before.
           10 JRB-Emp-No        pic x(05).
           10 Filler            pic x(57).
           10 JRB-Emp-Status    pic x(01).
           10 Filler            pic x(17).
         05 JRN-After           pic x(80).
         05 JRN-After-Fields redefines JRN-After.
           10 JRA-Emp-No        pic x(05).
           10 Filler            pic x(57).
           10 JRA-Emp-Status    pic x(01).
           10 Filler            pic x(17).
         05 JRN-Date            pic 9(08).

       FD Lock-File.
       01 Lock-Rec.
         05 LCK-STATE           pic x(04).
         05 LCK-HOLDER          pic x(08).
         05 LCK-MM              pic 9(02).
         05 LCK-DD              pic 9(02).
         05 LCK-YYYY            pic 9(04).

      *********************************************
      * The satellite files, each led by the      *
      * employee number - only that key matters   *
      * here, the rest passes through untouched   *
      *********************************************
       FD Addr-In-File.
       01 Addr-In-Rec.
         05 AIN-Emp-No         pic x(05).
         05 Filler             pic x(47).

       FD Addr-Out-File.
       01 Addr-Out-Rec.
         05 AOT-Emp-No         pic x(05).
         05 Filler             pic x(47).

       FD Bank-In-File.
       01 Bank-In-Rec.
         05 BIN-Emp-No         pic x(05).
         05 Filler             pic x(29).

       FD Bank-Out-File.
       01 Bank-Out-Rec.
         05 BOT-Emp-No         pic x(05).
         05 Filler             pic x(29).

       FD Depend-File.
       01 Depend-Rec.
         05 DEP-Emp-No         pic x(05).
         05 Filler             pic x(30).

       FD Purge-Work.
       01 Purge-Work-Rec       pic x(80).

       FD Purge-Register.
       01 Register-Rec         pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Ret-File-Stat   pic x(02) value '00'.
         05 WS-Mode-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Jrn-File-Stat   pic x(02) value '00'.
         05 WS-Jrn-EOF         pic x(03) value 'NO '.
         05 WS-Lock-File-Stat  pic x(02) value '00'.
         05 WS-Sat-File-Stat   pic x(02) value '00'.
         05 WS-Sat-EOF         pic x(03) value 'NO '.
         05 WS-Run-Mode        pic x(01) value 'D'.
         05 WS-Retain-Years    pic 9(02) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Cutoff-Date     pic 9(08) value zero.
         05 WS-Before-Record   pic x(80) value spaces.
         05 WS-Sat-Rec         pic x(80) value spaces.
         05 WS-Sat-Emp         pic x(05) value spaces.
         05 WS-File-No         pic 9(01) value zero.
         05 WS-File-Removed    pic 9(05) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

       01 WS-Totals.
         05 WS-Tot-Eligible    pic 9(05) value zero.
         05 WS-Tot-Anonymized  pic 9(05) value zero.
         05 WS-Tot-Already     pic 9(05) value zero.
         05 WS-Tot-No-Date     pic 9(05) value zero.
         05 WS-Tot-Removed     pic 9(05) occurs 5 times.

      *    What an anonymized master record carries for a name -
      *    also how a later run knows it is already done.
       01 WS-Purged-Name       pic x(20) value 'PURGED - RETENTION'.

      *********************************************
      * Termination date per employee from the    *
      * journal - a change onto 'T' or a delete   *
      * sets it, a rehire or re-add clears it     *
      *********************************************
       01 WS-Term-Table-Area.
         05 WS-Term-Count      pic 9(04) value zero.
         05 WS-Term-Table      occurs 3000 times.
           10 WT-Emp-No         pic x(05).
           10 WT-Term-Date      pic 9(08).
           10 WT-On-Master      pic x(01).
         05 WS-Term-Idx        pic 9(04) value zero.
         05 WS-Term-Match      pic 9(04) value zero.
         05 WS-Find-Emp        pic x(05) value spaces.

      *********************************************
      * Employees past retention - every record   *
      * of theirs in the satellite files goes     *
      *********************************************
       01 WS-Purge-Table-Area.
         05 WS-Purge-Count     pic 9(04) value zero.
         05 WS-Purge-Emp       pic x(05) occurs 3000 times.
         05 WS-Purge-Idx       pic 9(04) value zero.
         05 WS-Purge-Found     pic x(01) value 'N'.

       01 WS-File-Names.
         05 Filler pic x(30) value 'Data-In  Ch12_Addr.dat        '.
         05 Filler pic x(30) value 'Data-Out Ch12_Addr.dat        '.
         05 Filler pic x(30) value 'Data-In  Ch12_BankAcct.dat    '.
         05 Filler pic x(30) value 'Data-Out Ch12_BankAcct.dat    '.
         05 Filler pic x(30) value 'Data-In  Ch12_Depend.dat      '.
       01 WS-File-Name-Table redefines WS-File-Names.
         05 WS-File-Name       pic x(30) occurs 5 times.

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(30) value
              'Retention Purge Register      '.
         05 RPT-Mode-Note      pic x(22).
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(08) value spaces.

       01 RPT-CUTOFF-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(22) value
              'Retention years:      '.
         05 RCL-Years          pic z9.
         05 Filler             pic x(30) value
              '   terminated before         '.
         05 RCL-Cutoff         pic 9(08).
         05 Filler             pic x(15) value spaces.

       01 RPT-SECT-HEAD.
         05 Filler             pic x(01) value spaces.
         05 RSH-Text           pic x(79).

       01 RPT-TOUCH-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-File           pic x(30).
         05 Filler             pic x(02) value spaces.
         05 RTL-Emp            pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RTL-Action         pic x(38).

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTT-Label          pic x(40).
         05 RTT-Count          pic zz,zz9.
         05 Filler             pic x(31) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 105-Check-Lock-Rtn.
           perform 110-Startup-Module.
           perform 130-Scan-Journal-Rtn.
           perform 200-Master-Pass-Rtn.
           perform 250-Deleted-Employees-Rtn.
           perform varying WS-File-No from 1 by 1
               until WS-File-No > 5
               perform 400-Purge-File-Rtn
                   through 400-Exit
           end-perform.
           perform 500-Totals-Rtn.
           perform 900-Close-Module.
           goback.

       105-Check-Lock-Rtn.
           open input Lock-File.
           if WS-Lock-File-Stat = '00'
               read Lock-File
                   at end
                       continue
                   not at end
                       if LCK-STATE = 'HELD'
                           display 'PAYROLL CYCLE LOCK IS HELD BY '
                               LCK-HOLDER ' SINCE ' LCK-MM '/'
                               LCK-DD '/' LCK-YYYY
                           display 'RETENTION PURGE REFUSED WHILE '
                               'THE CYCLE RUNS - TRY AGAIN AFTER '
                               'IT COMPLETES'
                           close Lock-File
                           stop run
                       end-if
               end-read
               close Lock-File
           end-if.

      *********************************************
      * Start module - no retention parameter,    *
      * no purge                                  *
      *********************************************
       110-Startup-Module.
           accept WS-Date from date.
           move WS-MM to WS-Run-MM.
           move WS-DD to WS-Run-DD.
           add WS-YY 2000 giving WS-Run-YYYY.

           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-Run-MM
                       move OVR-DD to WS-Run-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-Run-MM * 100) + WS-Run-DD.

           open input Retain-File.
           if WS-Ret-File-Stat = '00'
               read Retain-File
                   not at end
                       if RET-Years numeric
                           move RET-Years to WS-Retain-Years
                       end-if
               end-read
               close Retain-File
           end-if.
           if WS-Retain-Years = zero
               display 'NO RETENTION PERIOD ON CH6_RETAIN.DAT - '
                   'RUN HALTED'
               stop run
           end-if.
           compute WS-Cutoff-Date =
               ((WS-Run-YYYY - WS-Retain-Years) * 10000)
               + (WS-Run-MM * 100) + WS-Run-DD.

      *    Only an explicit 'U' changes anything - a missing
      *    or mis-keyed mode record is a dry run.
           open input Mode-File.
           if WS-Mode-File-Stat = '00'
               read Mode-File
                   not at end
                       if MODE-CODE = 'U'
                           move 'U' to WS-Run-Mode
                       end-if
               end-read
               close Mode-File
           end-if.

           open output Purge-Register.
           if WS-Run-Mode = 'U'
               move '(UPDATE RUN)          ' to RPT-Mode-Note
           else
               move '(DRY RUN - NO CHANGE) ' to RPT-Mode-Note
           end-if.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Register-Rec from RPT-TITLE.
           write Register-Rec from Blank-Line.
           move WS-Retain-Years to RCL-Years.
           move WS-Cutoff-Date to RCL-Cutoff.
           write Register-Rec from RPT-CUTOFF-LINE.
           move ' Pay history Ch12_PayHist.dat kept - it holds no SSN'
               to RSH-Text.
           write Register-Rec from RPT-SECT-HEAD.
           write Register-Rec from Blank-Line.
           initialize WS-Totals.

      *********************************************
      * Termination dates off the journal         *
      *********************************************
       130-Scan-Journal-Rtn.
           open input Journal-File.
           if WS-Jrn-File-Stat not = '00'
               display 'MASTER JOURNAL NOT AVAILABLE - NO '
                   'TERMINATION DATES, NOTHING CAN BE PURGED'
               move 'YES' to WS-Jrn-EOF
           end-if.
           perform until WS-Jrn-EOF = 'YES'
               read Journal-File
                   at end
                       move 'YES' to WS-Jrn-EOF
                   not at end
                       perform 135-Journal-Entry-Rtn
               end-read
           end-perform.
           if WS-Jrn-File-Stat = '00'
               close Journal-File
           end-if.

       135-Journal-Entry-Rtn.
           evaluate true
               when JRN-Action = 'C'
                   and JRB-Emp-Status not = 'T'
                   and JRA-Emp-Status = 'T'
                   move JRA-Emp-No to WS-Find-Emp
                   perform 140-Find-Term-Rtn
                   move JRN-Date to WT-Term-Date(WS-Term-Match)
               when JRN-Action = 'C'
                   and JRA-Emp-Status not = 'T'
                   move JRA-Emp-No to WS-Find-Emp
                   perform 140-Find-Term-Rtn
                   move zero to WT-Term-Date(WS-Term-Match)
               when JRN-Action = 'D'
                   move JRB-Emp-No to WS-Find-Emp
                   perform 140-Find-Term-Rtn
                   if WT-Term-Date(WS-Term-Match) = zero
                       move JRN-Date to WT-Term-Date(WS-Term-Match)
                   end-if
               when JRN-Action = 'A'
                   move JRA-Emp-No to WS-Find-Emp
                   perform 140-Find-Term-Rtn
                   move zero to WT-Term-Date(WS-Term-Match)
               when other
                   continue
           end-evaluate.

       140-Find-Term-Rtn.
           move zero to WS-Term-Match.
           perform varying WS-Term-Idx from 1 by 1
               until WS-Term-Idx > WS-Term-Count
                  or WS-Term-Match > zero
               if WT-Emp-No(WS-Term-Idx) = WS-Find-Emp
                   move WS-Term-Idx to WS-Term-Match
               end-if
           end-perform.
           if WS-Term-Match = zero
               if WS-Term-Count < 3000
                   add 1 to WS-Term-Count
                   move WS-Term-Count to WS-Term-Match
                   move WS-Find-Emp to WT-Emp-No(WS-Term-Match)
                   move zero to WT-Term-Date(WS-Term-Match)
                   move 'N' to WT-On-Master(WS-Term-Match)
               else
                   display 'TERMINATION TABLE CAPACITY EXCEEDED AT '
                       '3000 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *********************************************
      * Every terminated employee on the master - *
      * past retention is anonymized, no date on  *
      * the journal is listed for a person to     *
      * decide                                    *
      *********************************************
       200-Master-Pass-Rtn.
           open i-o Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               display 'EMPLOYEE MASTER INDEX NOT AVAILABLE, '
                   'STATUS: ' WS-Idx-Status ' - RUN HALTED'
               stop run
           end-if.
           if WS-Run-Mode = 'U'
               open extend Journal-File
           end-if.
           move 'MASTER RECORDS - Data-Out Ch6_Payidx.dat' to RSH-Text.
           write Register-Rec from RPT-SECT-HEAD.
           perform until WS-Idx-EOF = 'YES'
               read Payroll-Master-Idx next record
                   at end
                       move 'YES' to WS-Idx-EOF
                   not at end
                       if Idx-Emp-Status = 'T'
                           perform 210-Terminated-Rtn
                               through 210-Exit
                       end-if
               end-read
           end-perform.
           close Payroll-Master-Idx.
           if WS-Run-Mode = 'U'
               close Journal-File
           end-if.
           write Register-Rec from Blank-Line.

       210-Terminated-Rtn.
           move Idx-Employee-Number to WS-Find-Emp.
           perform 140-Find-Term-Rtn.
           move 'Y' to WT-On-Master(WS-Term-Match).
           move 'Data-Out Ch6_Payidx.dat' to RTL-File.
           move Idx-Employee-Number to RTL-Emp.

           if WT-Term-Date(WS-Term-Match) = zero
               add 1 to WS-Tot-No-Date
               move 'NOT PURGED - NO TERM DATE ON JOURNAL'
                   to RTL-Action
               write Register-Rec from RPT-TOUCH-LINE
               go to 210-Exit
           end-if.
           if WT-Term-Date(WS-Term-Match) not < WS-Cutoff-Date
               go to 210-Exit
           end-if.

           add 1 to WS-Tot-Eligible.
           perform 220-Add-Purge-Rtn.
           if Idx-Employee-Name = WS-Purged-Name
               add 1 to WS-Tot-Already
               go to 210-Exit
           end-if.

           add 1 to WS-Tot-Anonymized.
           if WS-Run-Mode = 'U'
               move 'ANONYMIZED - NAME, SSN, POSITION'
                   to RTL-Action
           else
               move 'WOULD ANONYMIZE (DRY RUN)' to RTL-Action
           end-if.
           write Register-Rec from RPT-TOUCH-LINE.

      *    The journal's before image gets the SSN already cut to
      *    its last four, so the entry does not keep what the
      *    purge took out.
           if WS-Run-Mode = 'U'
               move '*****' to Idx-SSN(1:5)
               move Idx-Payroll-Record to WS-Before-Record
               move WS-Purged-Name to Idx-Employee-Name
               move space to Idx-SSN-Verif-Flag
               move spaces to Idx-Position-Number
               rewrite Idx-Payroll-Record
               move 'C' to JRN-Action
               move WS-Before-Record to JRN-Before
               move Idx-Payroll-Record to JRN-After
               move WS-Run-Date-Key to JRN-Date
               write Journal-Rec
           end-if.

       210-Exit.
           exit.

       220-Add-Purge-Rtn.
           if WS-Purge-Count not < 3000
               display 'PURGE TABLE CAPACITY EXCEEDED AT 3000 '
                   '- RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Purge-Count.
           move WS-Find-Emp to WS-Purge-Emp(WS-Purge-Count).

      *    Deleted from the master long ago - nothing left there to
      *    anonymize, but the satellite records may well linger.
       250-Deleted-Employees-Rtn.
           perform varying WS-Term-Idx from 1 by 1
               until WS-Term-Idx > WS-Term-Count
               if WT-On-Master(WS-Term-Idx) = 'N'
                   and WT-Term-Date(WS-Term-Idx) > zero
                   and WT-Term-Date(WS-Term-Idx) < WS-Cutoff-Date
                   move WT-Emp-No(WS-Term-Idx) to WS-Find-Emp
                   add 1 to WS-Tot-Eligible
                   perform 220-Add-Purge-Rtn
               end-if
           end-perform.

      *********************************************
      * One satellite file - kept records go to   *
      * the work file, and on an update run the   *
      * work file replaces the original whole,    *
      * the same promote discipline Program12     *
      * uses for its masters                      *
      *********************************************
       400-Purge-File-Rtn.
           move WS-File-Name(WS-File-No) to RSH-Text.
           write Register-Rec from RPT-SECT-HEAD.
           move WS-File-Name(WS-File-No) to RTL-File.
           move zero to WS-File-Removed.
           perform 410-Open-Sat-Rtn.
           if WS-Sat-File-Stat not = '00'
               move spaces to RTL-Emp
               move 'FILE NOT ON HAND - SKIPPED' to RTL-Action
               write Register-Rec from RPT-TOUCH-LINE
               write Register-Rec from Blank-Line
               go to 400-Exit
           end-if.

           open output Purge-Work.
           move 'NO ' to WS-Sat-EOF.
           perform until WS-Sat-EOF = 'YES'
               perform 420-Read-Sat-Rtn
               if WS-Sat-EOF = 'NO '
                   perform 430-Check-Purge-Rtn
                   if WS-Purge-Found = 'Y'
                       add 1 to WS-File-Removed
                       add 1 to WS-Tot-Removed(WS-File-No)
                       move WS-Sat-Emp to RTL-Emp
                       if WS-Run-Mode = 'U'
                           move 'REMOVED' to RTL-Action
                       else
                           move 'WOULD REMOVE (DRY RUN)' to RTL-Action
                       end-if
                       write Register-Rec from RPT-TOUCH-LINE
                   else
                       write Purge-Work-Rec from WS-Sat-Rec
                   end-if
               end-if
           end-perform.
           perform 440-Close-Sat-Rtn.
           close Purge-Work.

           if WS-File-Removed = zero
               move spaces to RTL-Emp
               move 'NOTHING PAST RETENTION' to RTL-Action
               write Register-Rec from RPT-TOUCH-LINE
           end-if.
           if WS-Run-Mode = 'U' and WS-File-Removed > zero
               perform 450-Promote-Rtn
           end-if.
           write Register-Rec from Blank-Line.

       400-Exit.
           exit.

       410-Open-Sat-Rtn.
           evaluate WS-File-No
               when 1
                   open input Addr-In-File
               when 2
                   open input Addr-Out-File
               when 3
                   open input Bank-In-File
               when 4
                   open input Bank-Out-File
               when 5
                   open input Depend-File
           end-evaluate.

       420-Read-Sat-Rtn.
           evaluate WS-File-No
               when 1
                   read Addr-In-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 2
                   read Addr-Out-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 3
                   read Bank-In-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 4
                   read Bank-Out-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 5
                   read Depend-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
           end-evaluate.
           move WS-Sat-Rec(1:5) to WS-Sat-Emp.

       430-Check-Purge-Rtn.
           move 'N' to WS-Purge-Found.
           perform varying WS-Purge-Idx from 1 by 1
               until WS-Purge-Idx > WS-Purge-Count
                  or WS-Purge-Found = 'Y'
               if WS-Purge-Emp(WS-Purge-Idx) = WS-Sat-Emp
                   move 'Y' to WS-Purge-Found
               end-if
           end-perform.

       440-Close-Sat-Rtn.
           evaluate WS-File-No
               when 1
                   close Addr-In-File
               when 2
                   close Addr-Out-File
               when 3
                   close Bank-In-File
               when 4
                   close Bank-Out-File
               when 5
                   close Depend-File
           end-evaluate.

       450-Promote-Rtn.
           open input Purge-Work.
           evaluate WS-File-No
               when 1
                   open output Addr-In-File
               when 2
                   open output Addr-Out-File
               when 3
                   open output Bank-In-File
               when 4
                   open output Bank-Out-File
               when 5
                   open output Depend-File
           end-evaluate.
           move 'NO ' to WS-Sat-EOF.
           perform until WS-Sat-EOF = 'YES'
               read Purge-Work into WS-Sat-Rec
                   at end
                       move 'YES' to WS-Sat-EOF
                   not at end
                       evaluate WS-File-No
                           when 1
                               write Addr-In-Rec from WS-Sat-Rec
                           when 2
                               write Addr-Out-Rec from WS-Sat-Rec
                           when 3
                               write Bank-In-Rec from WS-Sat-Rec
                           when 4
                               write Bank-Out-Rec from WS-Sat-Rec
                           when 5
                               write Depend-Rec from WS-Sat-Rec
                       end-evaluate
               end-read
           end-perform.
           close Purge-Work.
           perform 440-Close-Sat-Rtn.

       500-Totals-Rtn.
           move 'Employees past retention' to RTT-Label.
           move WS-Tot-Eligible to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Master records anonymized' to RTT-Label.
           move WS-Tot-Anonymized to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Master records anonymized earlier' to RTT-Label.
           move WS-Tot-Already to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           move 'Terminated with no date on journal' to RTT-Label.
           move WS-Tot-No-Date to RTT-Count.
           write Register-Rec from RPT-TOTAL-LINE.
           perform varying WS-File-No from 1 by 1
               until WS-File-No > 5
               move spaces to RTT-Label
               string 'Removed from ' WS-File-Name(WS-File-No)
                   delimited by size into RTT-Label
               move WS-Tot-Removed(WS-File-No) to RTT-Count
               write Register-Rec from RPT-TOTAL-LINE
           end-perform.

       900-Close-Module.
           close Purge-Register.
           if WS-Run-Mode = 'U'
               display 'RETENTION PURGE COMPLETE - EMPLOYEES '
                   'PURGED: ' WS-Tot-Eligible
           else
               display 'RETENTION PURGE DRY RUN - WOULD PURGE: '
                   WS-Tot-Eligible ' - SUPPLY THE UPDATE MODE '
                   'RECORD TO APPLY'
           end-if.

       end program Ch6Purge.
