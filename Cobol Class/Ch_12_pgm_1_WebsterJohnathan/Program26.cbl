       identification division.
       program-id. Ch12Integ.
      *******************************************
      * Satellite file integrity sweep, run     *
      * before the payroll cycle trusts the     *
      * files that hang off the employee        *
      * master.  Every satellite file is read   *
      * against the indexed master Ch6_Payidx   *
      * and three kinds of trouble are listed:  *
      *   orphans - a record for an employee    *
      *     number the master does not carry;   *
      *   missing records - an employee not     *
      *     terminated with no address, or paid *
      *     by direct deposit with no bank      *
      *     account;                            *
      *   sequence breaks - a file that steps   *
      *     backwards in employee number.       *
      * Program12 walks the bank, address,      *
      * deduction, garnishment, retirement and  *
      * withholding files in step with the      *
      * extract, so a break in one of those     *
      * quietly starves every employee after    *
      * it - that is the one severe error, and  *
      * the status record stops the driver.     *
      * Everything else is a warning for the    *
      * clerks to clear.  Status record:        *
      *   '00' clean                            *
      *   '04' warnings only                    *
      *   '08' severe - cycle must not run      *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is sequential
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.
           select Employee-File
               assign to 'C:\Data\Data-In\Ch12_1202.dat'
               organization is line sequential
               file status is WS-Emp-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Bank-File
               assign to 'C:\Data\Data-In\Ch12_BankAcct.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Addr-File
               assign to 'C:\Data\Data-Out\Ch12_Addr.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Deduct-File
               assign to 'C:\Data\Data-In\Ch12_Deduct.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Garnish-File
               assign to 'C:\Data\Data-In\Ch12_Garnish.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Retire-File
               assign to 'C:\Data\Data-In\Ch12_Retire.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select WhElect-File
               assign to 'C:\Data\Data-In\Ch12_WhElect.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Depend-File
               assign to 'C:\Data\Data-In\Ch12_Depend.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select BenElect-File
               assign to 'C:\Data\Data-In\Ch11_BenElect.dat'
               organization is line sequential
               file status is WS-Sat-File-Stat.
           select Integ-Status-File
               assign to 'C:\Data\Data-Work\Ch12_IntegSt.dat'
               organization is line sequential.
           select Integ-Report
               assign to 'C:\Data\Data-Out\Ch12_Integ.rpt'
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

      *    The payroll extract is the only place the pay method
      *    lives - 'C' is a paper check, anything else goes by
      *    direct deposit, the same test Program12 makes.
       FD Employee-File.
       01 ch12recin.
         05 EMP-NUM            pic x(05).
         05 filler             pic x(43).
         05 EMP-PAY-METHOD     pic x(01).
         05 filler             pic x(31).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

      *********************************************
      * The satellite files, each led by the      *
      * employee number - only that key matters   *
      * here                                      *
      *********************************************
       FD Bank-File.
       01 Bank-Rec.
         05 BNK-Emp-No         pic x(05).
         05 Filler             pic x(29).

       FD Addr-File.
       01 Addr-Rec.
         05 ADR-Emp-No         pic x(05).
         05 Filler             pic x(47).

       FD Deduct-File.
       01 Deduct-Rec.
         05 DED-Emp-No         pic x(05).
         05 Filler             pic x(19).

       FD Garnish-File.
       01 Garnish-Rec.
         05 GAR-Emp-No         pic x(05).
         05 Filler             pic x(49).

       FD Retire-File.
       01 Retire-Rec.
         05 RET-Emp-No         pic x(05).
         05 Filler             pic x(13).

       FD WhElect-File.
       01 WhElect-Rec.
         05 WHE-Emp-No         pic x(05).
         05 Filler             pic x(11).

       FD Depend-File.
       01 Depend-Rec.
         05 DEP-Emp-No         pic x(05).
         05 Filler             pic x(30).

       FD BenElect-File.
       01 BenElect-Rec.
         05 BEL-Emp-No         pic x(05).
         05 Filler             pic x(07).

       FD Integ-Status-File.
       01 INTEG-STATUS-REC.
         05 INTEG-STATUS       pic x(02).

       FD Integ-Report.
       01 Report-Rec           pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Emp-File-Stat   pic x(02) value '00'.
         05 WS-Emp-EOF         pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Sat-File-Stat   pic x(02) value '00'.
         05 WS-Sat-EOF         pic x(03) value 'NO '.
         05 WS-Sat-Rec         pic x(80) value spaces.
         05 WS-Sat-Emp         pic x(05) value spaces.
         05 WS-Prev-Emp        pic x(05) value spaces.
         05 WS-File-No         pic 9(01) value zero.
         05 WS-File-Issues     pic 9(05) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

       01 WS-Totals.
         05 WS-Tot-Master      pic 9(05) value zero.
         05 WS-Tot-Orphan      pic 9(05) value zero.
         05 WS-Tot-Dup         pic 9(05) value zero.
         05 WS-Tot-Seq-Severe  pic 9(05) value zero.
         05 WS-Tot-Seq-Warn    pic 9(05) value zero.
         05 WS-Tot-No-Addr     pic 9(05) value zero.
         05 WS-Tot-No-Bank     pic 9(05) value zero.
         05 WS-Tot-Severe      pic 9(05) value zero.
         05 WS-Tot-Warning     pic 9(05) value zero.
         05 WS-Tot-Read        pic 9(07) occurs 8 times.

      *********************************************
      * Every employee on the master, in key      *
      * order, with what the sweep found for each *
      *********************************************
       01 WS-Master-Table-Area.
         05 WS-Master-Count    pic 9(04) value zero.
         05 WS-Master-Table    occurs 3000 times.
           10 WM-Emp-No         pic x(05).
           10 WM-Status         pic x(01).
           10 WM-Pay-Method     pic x(01).
           10 WM-Has-Addr       pic x(01).
           10 WM-Has-Bank       pic x(01).
         05 WS-Master-Idx      pic 9(04) value zero.
         05 WS-Master-Match    pic 9(04) value zero.
         05 WS-Find-Emp        pic x(05) value spaces.

      *********************************************
      * The satellite files in sweep order.  Each *
      * entry carries its name, whether an        *
      * employee may have more than one record    *
      * ('M') or only one ('1'), and whether      *
      * Program12 match-merges it in employee     *
      * order ('Y' - a break is severe) or loads  *
      * it into a table ('N' - a break is only a  *
      * warning)                                  *
      *********************************************
       01 WS-File-Names.
         05 Filler pic x(32) value 'Data-In  Ch12_BankAcct.dat    1Y'.
         05 Filler pic x(32) value 'Data-Out Ch12_Addr.dat        1Y'.
         05 Filler pic x(32) value 'Data-In  Ch12_Deduct.dat      MY'.
         05 Filler pic x(32) value 'Data-In  Ch12_Garnish.dat     MY'.
         05 Filler pic x(32) value 'Data-In  Ch12_Retire.dat      1Y'.
         05 Filler pic x(32) value 'Data-In  Ch12_WhElect.dat     1Y'.
         05 Filler pic x(32) value 'Data-In  Ch12_Depend.dat      MN'.
         05 Filler pic x(32) value 'Data-In  Ch11_BenElect.dat    MN'.
       01 WS-File-Name-Table redefines WS-File-Names.
         05 WS-File-Entry      occurs 8 times.
           10 WS-File-Name      pic x(30).
           10 WS-File-Per-Emp   pic x(01).
           10 WS-File-Matched   pic x(01).

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(16) value spaces.
         05 Filler             pic x(36) value
              'Satellite File Integrity Sweep      '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(18) value spaces.

       01 RPT-SECT-HEAD.
         05 Filler             pic x(01) value spaces.
         05 RSH-Text           pic x(79).

       01 RPT-EXC-LINE.
         05 Filler             pic x(03) value spaces.
         05 REL-Emp            pic x(05).
         05 Filler             pic x(02) value spaces.
         05 REL-Severity       pic x(07).
         05 Filler             pic x(02) value spaces.
         05 REL-Text           pic x(55).
         05 Filler             pic x(06) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTT-Label          pic x(44).
         05 RTT-Count          pic z,zzz,zz9.
         05 Filler             pic x(24) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 200-Load-Master-Rtn.
           perform 250-Load-Pay-Method-Rtn.
           perform varying WS-File-No from 1 by 1
               until WS-File-No > 8
               perform 400-Sweep-File-Rtn
                   through 400-Exit
           end-perform.
           perform 500-Missing-Records-Rtn.
           perform 600-Totals-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module                              *
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

           open output Integ-Report.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           initialize WS-Totals.

      *********************************************
      * The master's employee numbers - with no   *
      * master there is nothing to check against, *
      * and that alone is reason enough not to    *
      * run the cycle                             *
      *********************************************
       200-Load-Master-Rtn.
           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               move spaces to RSH-Text
               string 'EMPLOYEE MASTER INDEX NOT AVAILABLE, STATUS: '
                   WS-Idx-Status delimited by size into RSH-Text
               write Report-Rec from RPT-SECT-HEAD
               close Integ-Report
               move '08' to INTEG-STATUS
               open output Integ-Status-File
               write INTEG-STATUS-REC
               close Integ-Status-File
               display 'EMPLOYEE MASTER INDEX NOT AVAILABLE, '
                   'STATUS: ' WS-Idx-Status ' - INTEGRITY SWEEP '
                   'STATUS: 08'
               goback
           end-if.
           perform until WS-Idx-EOF = 'YES'
               read Payroll-Master-Idx next record
                   at end
                       move 'YES' to WS-Idx-EOF
                   not at end
                       if WS-Master-Count < 3000
                           add 1 to WS-Master-Count
                           move Idx-Employee-Number
                               to WM-Emp-No(WS-Master-Count)
                           move Idx-Emp-Status
                               to WM-Status(WS-Master-Count)
                           move 'C' to WM-Pay-Method(WS-Master-Count)
                           move 'N' to WM-Has-Addr(WS-Master-Count)
                                       WM-Has-Bank(WS-Master-Count)
                       else
                           display 'MASTER TABLE CAPACITY EXCEEDED '
                               'AT 3000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Payroll-Master-Idx.
           move WS-Master-Count to WS-Tot-Master.

      *********************************************
      * Pay method off the extract.  An employee  *
      * the extract does not carry is not paid    *
      * this cycle and is left as a check, so no  *
      * bank account is required                  *
      *********************************************
       250-Load-Pay-Method-Rtn.
           open input Employee-File.
           if WS-Emp-File-Stat not = '00'
               move 'YES' to WS-Emp-EOF
           end-if.
           perform until WS-Emp-EOF = 'YES'
               read Employee-File
                   at end
                       move 'YES' to WS-Emp-EOF
                   not at end
                       if ch12recin(1:3) not = 'TRL'
                           move EMP-NUM to WS-Find-Emp
                           perform 300-Find-Master-Rtn
                           if WS-Master-Match > zero
                               move EMP-PAY-METHOD
                                   to WM-Pay-Method(WS-Master-Match)
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Emp-File-Stat = '00' or WS-Emp-File-Stat = '10'
               close Employee-File
           end-if.

       300-Find-Master-Rtn.
           move zero to WS-Master-Match.
           perform varying WS-Master-Idx from 1 by 1
               until WS-Master-Idx > WS-Master-Count
                  or WS-Master-Match > zero
               if WM-Emp-No(WS-Master-Idx) = WS-Find-Emp
                   move WS-Master-Idx to WS-Master-Match
               end-if
           end-perform.

      *********************************************
      * One satellite file - every record is      *
      * checked for order and for an owner on     *
      * the master                                *
      *********************************************
       400-Sweep-File-Rtn.
           move WS-File-Name(WS-File-No) to RSH-Text.
           write Report-Rec from RPT-SECT-HEAD.
           move zero to WS-File-Issues.
           perform 410-Open-Sat-Rtn.
           if WS-Sat-File-Stat not = '00'
               move spaces to REL-Emp REL-Severity
               move 'FILE NOT ON HAND - SKIPPED' to REL-Text
               write Report-Rec from RPT-EXC-LINE
               write Report-Rec from Blank-Line
               go to 400-Exit
           end-if.

           move low-values to WS-Prev-Emp.
           move 'NO ' to WS-Sat-EOF.
           perform until WS-Sat-EOF = 'YES'
               perform 420-Read-Sat-Rtn
               if WS-Sat-EOF = 'NO '
                   add 1 to WS-Tot-Read(WS-File-No)
                   perform 430-Check-Order-Rtn
                   perform 440-Check-Owner-Rtn
               end-if
           end-perform.
           perform 450-Close-Sat-Rtn.

           if WS-File-Issues = zero
               move spaces to REL-Emp REL-Severity
               move 'NO EXCEPTIONS' to REL-Text
               write Report-Rec from RPT-EXC-LINE
           end-if.
           write Report-Rec from Blank-Line.

       400-Exit.
           exit.

       410-Open-Sat-Rtn.
           evaluate WS-File-No
               when 1
                   open input Bank-File
               when 2
                   open input Addr-File
               when 3
                   open input Deduct-File
               when 4
                   open input Garnish-File
               when 5
                   open input Retire-File
               when 6
                   open input WhElect-File
               when 7
                   open input Depend-File
               when 8
                   open input BenElect-File
           end-evaluate.

       420-Read-Sat-Rtn.
           evaluate WS-File-No
               when 1
                   read Bank-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 2
                   read Addr-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 3
                   read Deduct-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 4
                   read Garnish-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 5
                   read Retire-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 6
                   read WhElect-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 7
                   read Depend-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
               when 8
                   read BenElect-File into WS-Sat-Rec
                       at end
                           move 'YES' to WS-Sat-EOF
                   end-read
           end-evaluate.
           move WS-Sat-Rec(1:5) to WS-Sat-Emp.

      *    A number lower than the one before is a break; the
      *    same number again is a duplicate only in a file that
      *    holds one record per employee.
       430-Check-Order-Rtn.
           move WS-Sat-Emp to REL-Emp.
           if WS-Sat-Emp < WS-Prev-Emp
               add 1 to WS-File-Issues
               move spaces to REL-Text
               string 'OUT OF SEQUENCE - FOLLOWS EMPLOYEE '
                   WS-Prev-Emp delimited by size into REL-Text
               if WS-File-Matched(WS-File-No) = 'Y'
                   add 1 to WS-Tot-Seq-Severe WS-Tot-Severe
                   move 'SEVERE' to REL-Severity
               else
                   add 1 to WS-Tot-Seq-Warn WS-Tot-Warning
                   move 'WARNING' to REL-Severity
               end-if
               write Report-Rec from RPT-EXC-LINE
           end-if.
           if WS-Sat-Emp = WS-Prev-Emp
               and WS-File-Per-Emp(WS-File-No) = '1'
               add 1 to WS-File-Issues
               add 1 to WS-Tot-Dup WS-Tot-Warning
               move 'WARNING' to REL-Severity
               move 'DUPLICATE - ONLY ONE RECORD PER EMPLOYEE IS USED'
                   to REL-Text
               write Report-Rec from RPT-EXC-LINE
           end-if.
           move WS-Sat-Emp to WS-Prev-Emp.

       440-Check-Owner-Rtn.
           move WS-Sat-Emp to WS-Find-Emp.
           perform 300-Find-Master-Rtn.
           if WS-Master-Match = zero
               add 1 to WS-File-Issues
               add 1 to WS-Tot-Orphan WS-Tot-Warning
               move WS-Sat-Emp to REL-Emp
               move 'WARNING' to REL-Severity
               move 'ORPHAN - EMPLOYEE NOT ON THE MASTER' to REL-Text
               write Report-Rec from RPT-EXC-LINE
           else
               evaluate WS-File-No
                   when 1
                       move 'Y' to WM-Has-Bank(WS-Master-Match)
                   when 2
                       move 'Y' to WM-Has-Addr(WS-Master-Match)
               end-evaluate
           end-if.

       450-Close-Sat-Rtn.
           evaluate WS-File-No
               when 1
                   close Bank-File
               when 2
                   close Addr-File
               when 3
                   close Deduct-File
               when 4
                   close Garnish-File
               when 5
                   close Retire-File
               when 6
                   close WhElect-File
               when 7
                   close Depend-File
               when 8
                   close BenElect-File
           end-evaluate.

      *********************************************
      * Records every employee not terminated     *
      * must have - an address to mail to, and a  *
      * bank account if paid by direct deposit.   *
      * Program12 falls back to a check for a     *
      * missing account, so both are warnings     *
      *********************************************
       500-Missing-Records-Rtn.
           move 'MISSING REQUIRED RECORDS - Data-Out Ch6_Payidx.dat'
               to RSH-Text.
           write Report-Rec from RPT-SECT-HEAD.
           move zero to WS-File-Issues.
           move 'WARNING' to REL-Severity.
           perform varying WS-Master-Idx from 1 by 1
               until WS-Master-Idx > WS-Master-Count
               if WM-Status(WS-Master-Idx) not = 'T'
                   move WM-Emp-No(WS-Master-Idx) to REL-Emp
                   if WM-Has-Addr(WS-Master-Idx) = 'N'
                       add 1 to WS-File-Issues
                       add 1 to WS-Tot-No-Addr WS-Tot-Warning
                       move 'NO ADDRESS ON FILE' to REL-Text
                       write Report-Rec from RPT-EXC-LINE
                   end-if
                   if WM-Pay-Method(WS-Master-Idx) not = 'C'
                       and WM-Has-Bank(WS-Master-Idx) = 'N'
                       add 1 to WS-File-Issues
                       add 1 to WS-Tot-No-Bank WS-Tot-Warning
                       move 'DIRECT DEPOSIT WITH NO BANK ACCOUNT'
                           to REL-Text
                       write Report-Rec from RPT-EXC-LINE
                   end-if
               end-if
           end-perform.
           if WS-File-Issues = zero
               move spaces to REL-Emp REL-Severity
               move 'NO EXCEPTIONS' to REL-Text
               write Report-Rec from RPT-EXC-LINE
           end-if.
           write Report-Rec from Blank-Line.

       600-Totals-Rtn.
           move 'Employees on the master' to RTT-Label.
           move WS-Tot-Master to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           perform varying WS-File-No from 1 by 1
               until WS-File-No > 8
               move spaces to RTT-Label
               string 'Read from ' WS-File-Name(WS-File-No)
                   delimited by size into RTT-Label
               move WS-Tot-Read(WS-File-No) to RTT-Count
               write Report-Rec from RPT-TOTAL-LINE
           end-perform.
           write Report-Rec from Blank-Line.
           move 'Orphan records' to RTT-Label.
           move WS-Tot-Orphan to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Duplicate records' to RTT-Label.
           move WS-Tot-Dup to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Sequence breaks in match-merged files' to RTT-Label.
           move WS-Tot-Seq-Severe to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Sequence breaks in table-loaded files' to RTT-Label.
           move WS-Tot-Seq-Warn to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Employees with no address' to RTT-Label.
           move WS-Tot-No-Addr to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Direct deposit with no bank account' to RTT-Label.
           move WS-Tot-No-Bank to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           write Report-Rec from Blank-Line.
           move 'Severe errors' to RTT-Label.
           move WS-Tot-Severe to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Warnings' to RTT-Label.
           move WS-Tot-Warning to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.

       900-Close-Module.
           write Report-Rec from Blank-Line.
           evaluate true
               when WS-Tot-Severe > zero
                   move '08' to INTEG-STATUS
                   move 'INTEGRITY SWEEP FAILED - CYCLE MUST NOT RUN'
                       to RSH-Text
               when WS-Tot-Warning > zero
                   move '04' to INTEG-STATUS
                   move 'INTEGRITY SWEEP PASSED WITH WARNINGS'
                       to RSH-Text
               when other
                   move '00' to INTEG-STATUS
                   move 'INTEGRITY SWEEP PASSED - NO EXCEPTIONS'
                       to RSH-Text
           end-evaluate.
           write Report-Rec from RPT-SECT-HEAD.
           close Integ-Report.

           open output Integ-Status-File.
           write INTEG-STATUS-REC.
           close Integ-Status-File.

           display 'INTEGRITY SWEEP COMPLETE - SEVERE: ' WS-Tot-Severe
               ' WARNINGS: ' WS-Tot-Warning
               ' STATUS: ' INTEG-STATUS.

       end program Ch12Integ.
