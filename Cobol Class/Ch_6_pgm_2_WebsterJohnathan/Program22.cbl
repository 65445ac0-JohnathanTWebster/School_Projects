       identification division.
       program-id. Ch6CertTk.
      *******************************************
      * Weekly license and certification        *
      * expiration report.  Every credential an *
      * active employee holds on Pay_Cert.dat   *
      * that has already expired or runs out    *
      * within 30, 60 or 90 days, soonest       *
      * first, marked where the employee's      *
      * Job-Class requires it.  Then everyone   *
      * whose Job-Class requires a credential   *
      * (Pay_CertReq.dat) they have no record   *
      * of at all.  The expired credentials are *
      * also written to Ch6_CertExpd.dat for    *
      * the PayDigest end-of-cycle digest, so   *
      * nobody keeps working on a lapsed        *
      * license because one report went unread. *
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
           select Cert-File
               assign to 'C:\Data\Data-In\Pay_Cert.dat'
               organization is line sequential
               file status is WS-Crt-File-Stat.
           select Cert-Req-File
               assign to 'C:\Data\Data-In\Pay_CertReq.dat'
               organization is line sequential
               file status is WS-Req-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Cert-Report
               assign to 'C:\Data\Data-Out\Ch6_CertExp.rpt'
               organization is line sequential.
           select Cert-Expired-File
               assign to 'C:\Data\Data-Work\Ch6_CertExpd.dat'
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
                   ==Emp-Status== BY ==Idx-Emp-Status==.

       FD Cert-File.
       01 Cert-Rec.
           COPY CERTMST.

      *********************************************
      * Credentials a Job-Class must hold - one   *
      * record per class and certification type   *
      *********************************************
       FD Cert-Req-File.
       01 Cert-Req-Rec.
         05 CRQ-Job-Class      pic x(02).
         05 CRQ-Type           pic x(04).
         05 CRQ-Desc           pic x(30).

      *********************************************
      * Expired credentials for the operator      *
      * digest - rewritten every run              *
      *********************************************
       FD Cert-Expired-File.
       01 Cert-Expired-Rec.
         05 CXP-Emp-No         pic x(05).
         05 CXP-Name           pic x(20).
         05 CXP-Type           pic x(04).
         05 CXP-Expiry         pic 9(08).
         05 CXP-Required       pic x(01).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Cert-Report.
       01 Report-Rec           pic x(132).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Crt-File-Stat   pic x(02) value '00'.
         05 WS-Crt-EOF         pic x(03) value 'NO '.
         05 WS-Req-File-Stat   pic x(02) value '00'.
         05 WS-Req-EOF         pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-Date-Key.
           10 WS-Run-YYYY      pic 9(04) value zero.
           10 WS-Run-MM        pic 9(02) value zero.
           10 WS-Run-DD        pic 9(02) value zero.
         05 WS-Run-Date-Num redefines WS-Run-Date-Key pic 9(08).
         05 WS-Run-Day-Num     pic 9(07) value zero.
         05 WS-Limit-30        pic 9(08) value zero.
         05 WS-Limit-60        pic 9(08) value zero.
         05 WS-Limit-90        pic 9(08) value zero.
         05 WS-Days-Left       pic s9(05) value zero.
         05 WS-Bucket          pic 9(01) value zero.
         05 WS-Sect-Lines      pic 9(04) value zero.
         05 WS-Has-Cert        pic x(01) value 'N'.

       01 WS-Totals.
         05 WS-Tot-Bucket      pic 9(05) occurs 4 times.
         05 WS-Tot-Missing     pic 9(05) value zero.

      *********************************************
      * Active employees from the master          *
      *********************************************
       01 WS-Emp-Table-Area.
         05 WS-Emp-Count       pic 9(04) value zero.
         05 WS-Emp-Table       occurs 2000 times.
           10 WE-Emp-No         pic x(05).
           10 WE-Name           pic x(20).
           10 WE-Dept           pic x(02).
           10 WE-Class          pic x(02).
         05 WS-Emp-Idx         pic 9(04) value zero.
         05 WS-Emp-Match       pic 9(04) value zero.

       01 WS-Req-Table-Area.
         05 WS-Req-Count       pic 9(03) value zero.
         05 WS-Req-Table       occurs 200 times.
           10 WQ-Job-Class      pic x(02).
           10 WQ-Type           pic x(04).
           10 WQ-Desc           pic x(30).
         05 WS-Req-Idx         pic 9(03) value zero.

      *********************************************
      * Latest credential per employee and type.  *
      * CT-Expiry leads the entry so the table    *
      * sorts soonest-expiring first.             *
      *********************************************
       01 WS-Cert-Table-Area.
         05 WS-Cert-Count      pic 9(04) value zero.
         05 WS-Cert-Table      occurs 3000 times.
           10 CT-Expiry         pic 9(08).
           10 CT-Emp-No         pic x(05).
           10 CT-Type           pic x(04).
           10 CT-Issue          pic 9(08).
           10 CT-Emp-Idx        pic 9(04).
           10 CT-Required       pic x(01).
         05 WS-Cert-Idx        pic 9(04) value zero.
         05 WS-Cert-Match      pic 9(04) value zero.
         05 WS-Swap-Entry      pic x(30).

       01 WS-Bucket-Names.
         05 Filler pic x(40) value
              'ALREADY EXPIRED                         '.
         05 Filler pic x(40) value
              'EXPIRING WITHIN 30 DAYS                 '.
         05 Filler pic x(40) value
              'EXPIRING IN 31 TO 60 DAYS               '.
         05 Filler pic x(40) value
              'EXPIRING IN 61 TO 90 DAYS               '.
       01 WS-Bucket-Name-Table redefines WS-Bucket-Names.
         05 WS-Bucket-Name     pic x(40) occurs 4 times.

       01 Blank-Line           pic x(132) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(40) value spaces.
         05 Filler             pic x(30) value
              'Certification Expirations     '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(52) value spaces.

       01 RPT-SECT-HEAD.
         05 Filler             pic x(01) value spaces.
         05 RSH-Text           pic x(40).
         05 Filler             pic x(91) value spaces.

       01 RPT-COL-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Emp    Name                 De'.
         05 Filler             pic x(30) value
              'pt Cl  Type  Issued      Expir'.
         05 Filler             pic x(30) value
              'es       Days                 '.
         05 Filler             pic x(39) value spaces.

       01 RPT-DETAIL.
         05 Filler             pic x(03) value spaces.
         05 RD-Emp             pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RD-Name            pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RD-Dept            pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RD-Class           pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RD-Type            pic x(04).
         05 Filler             pic x(02) value spaces.
         05 RD-Issued          pic x(10).
         05 Filler             pic x(02) value spaces.
         05 RD-Expires         pic x(10).
         05 Filler             pic x(02) value spaces.
         05 RD-Days            pic -zzz9.
         05 Filler             pic x(02) value spaces.
         05 RD-Note            pic x(30).
         05 Filler             pic x(26) value spaces.

       01 RPT-MISSING-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Emp    Name                 De'.
         05 Filler             pic x(30) value
              'pt Cl  Type  Required credenti'.
         05 Filler             pic x(30) value
              'al                            '.
         05 Filler             pic x(39) value spaces.

       01 RPT-MISSING.
         05 Filler             pic x(03) value spaces.
         05 RM-Emp             pic x(05).
         05 Filler             pic x(02) value spaces.
         05 RM-Name            pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RM-Dept            pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RM-Class           pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RM-Type            pic x(04).
         05 Filler             pic x(02) value spaces.
         05 RM-Desc            pic x(30).
         05 Filler             pic x(57) value spaces.

       01 WS-Print-Date.
         05 WPD-MM             pic 9(02).
         05 Filler             pic x value '/'.
         05 WPD-DD             pic 9(02).
         05 Filler             pic x value '/'.
         05 WPD-YYYY           pic 9(04).

       01 WS-Date-Work.
         05 WDW-YYYY           pic 9(04).
         05 WDW-MM             pic 9(02).
         05 WDW-DD             pic 9(02).
       01 WS-Date-Work-Num redefines WS-Date-Work pic 9(08).

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(40).
         05 RTL-Count          pic zz,zz9.
         05 Filler             pic x(83) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Employees-Rtn.
           perform 130-Load-Required-Rtn.
           perform 140-Load-Certs-Rtn.
           perform 200-Sort-Rtn.
           perform varying WS-Bucket from 1 by 1 until WS-Bucket > 4
               perform 300-Bucket-Section-Rtn
           end-perform.
           perform 400-Missing-Rtn.
           perform 500-Totals-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - the 30/60/90 day limits    *
      * are real calendar dates off the run date  *
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

           compute WS-Run-Day-Num =
               function integer-of-date(WS-Run-Date-Num).
           compute WS-Limit-30 =
               function date-of-integer(WS-Run-Day-Num + 30).
           compute WS-Limit-60 =
               function date-of-integer(WS-Run-Day-Num + 60).
           compute WS-Limit-90 =
               function date-of-integer(WS-Run-Day-Num + 90).
           initialize WS-Totals.

           open output Cert-Report
                       Cert-Expired-File.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

       120-Load-Employees-Rtn.
           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               display 'EMPLOYEE MASTER INDEX NOT AVAILABLE, '
                   'STATUS: ' WS-Idx-Status ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Idx-EOF = 'YES'
               read Payroll-Master-Idx next record
                   at end
                       move 'YES' to WS-Idx-EOF
                   not at end
                       if Idx-Emp-Status not = 'T'
                           perform 125-Keep-Employee-Rtn
                       end-if
               end-read
           end-perform.
           close Payroll-Master-Idx.

       125-Keep-Employee-Rtn.
           if WS-Emp-Count not < 2000
               display 'EMPLOYEE TABLE CAPACITY EXCEEDED AT 2000 '
                   '- RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Emp-Count.
           move Idx-Employee-Number to WE-Emp-No(WS-Emp-Count).
           move Idx-Employee-Name to WE-Name(WS-Emp-Count).
           move Idx-Department-Number to WE-Dept(WS-Emp-Count).
           move Idx-Job-Class to WE-Class(WS-Emp-Count).

      *    No requirements table means no class requires anything -
      *    the expirations are still reported.
       130-Load-Required-Rtn.
           open input Cert-Req-File.
           if WS-Req-File-Stat not = '00'
               display 'CERTIFICATION REQUIREMENTS FILE NOT '
                   'AVAILABLE - NO MISSING-CREDENTIAL CHECK'
               move 'YES' to WS-Req-EOF
           end-if.
           perform until WS-Req-EOF = 'YES'
               read Cert-Req-File
                   at end
                       move 'YES' to WS-Req-EOF
                   not at end
                       if WS-Req-Count < 200
                           add 1 to WS-Req-Count
                           move CRQ-Job-Class
                               to WQ-Job-Class(WS-Req-Count)
                           move CRQ-Type to WQ-Type(WS-Req-Count)
                           move CRQ-Desc to WQ-Desc(WS-Req-Count)
                       else
                           display 'REQUIREMENT TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Req-File-Stat = '00' or WS-Req-File-Stat = '10'
               close Cert-Req-File
           end-if.

       140-Load-Certs-Rtn.
           open input Cert-File.
           if WS-Crt-File-Stat not = '00'
               display 'CERTIFICATION MASTER NOT AVAILABLE - '
                   'EVERY REQUIRED CREDENTIAL REPORTED MISSING'
               move 'YES' to WS-Crt-EOF
           end-if.
           perform until WS-Crt-EOF = 'YES'
               read Cert-File
                   at end
                       move 'YES' to WS-Crt-EOF
                   not at end
                       perform 145-Keep-Cert-Rtn
               end-read
           end-perform.
           if WS-Crt-File-Stat = '00' or WS-Crt-File-Stat = '10'
               close Cert-File
           end-if.

      *    Credentials of anyone not active on the master are not
      *    our problem this week.  A renewal replaces the older
      *    record of the same type; one that never expires beats
      *    any dated one.
       145-Keep-Cert-Rtn.
           move zero to WS-Emp-Match.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
                  or WS-Emp-Match > zero
               if WE-Emp-No(WS-Emp-Idx) = CRT-Emp-No
                   move WS-Emp-Idx to WS-Emp-Match
               end-if
           end-perform.
           if WS-Emp-Match = zero
               continue
           else
               move zero to WS-Cert-Match
               perform varying WS-Cert-Idx from 1 by 1
                   until WS-Cert-Idx > WS-Cert-Count
                      or WS-Cert-Match > zero
                   if CT-Emp-No(WS-Cert-Idx) = CRT-Emp-No
                       and CT-Type(WS-Cert-Idx) = CRT-Type
                       move WS-Cert-Idx to WS-Cert-Match
                   end-if
               end-perform
               if WS-Cert-Match = zero
                   perform 146-Add-Cert-Rtn
               else
                   if CT-Expiry(WS-Cert-Match) not = zero
                       and (CRT-Expiry-Date = zero
                        or CRT-Expiry-Date > CT-Expiry(WS-Cert-Match))
                       move CRT-Expiry-Date
                           to CT-Expiry(WS-Cert-Match)
                       move CRT-Issue-Date to CT-Issue(WS-Cert-Match)
                   end-if
               end-if
           end-if.

       146-Add-Cert-Rtn.
           if WS-Cert-Count not < 3000
               display 'CERTIFICATION TABLE CAPACITY EXCEEDED AT '
                   '3000 - RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Cert-Count.
           move CRT-Expiry-Date to CT-Expiry(WS-Cert-Count).
           move CRT-Emp-No to CT-Emp-No(WS-Cert-Count).
           move CRT-Type to CT-Type(WS-Cert-Count).
           move CRT-Issue-Date to CT-Issue(WS-Cert-Count).
           move WS-Emp-Match to CT-Emp-Idx(WS-Cert-Count).
           move 'N' to CT-Required(WS-Cert-Count).
           perform varying WS-Req-Idx from 1 by 1
               until WS-Req-Idx > WS-Req-Count
               if WQ-Job-Class(WS-Req-Idx) = WE-Class(WS-Emp-Match)
                   and WQ-Type(WS-Req-Idx) = CRT-Type
                   move 'Y' to CT-Required(WS-Cert-Count)
               end-if
           end-perform.

      *********************************************
      * Soonest expiry first                      *
      *********************************************
       200-Sort-Rtn.
           perform varying WS-Cert-Idx from 1 by 1
               until WS-Cert-Idx > WS-Cert-Count
               perform varying WS-Cert-Match from 1 by 1
                   until WS-Cert-Match not less than WS-Cert-Idx
                   if CT-Expiry(WS-Cert-Idx) < CT-Expiry(WS-Cert-Match)
                       move WS-Cert-Table(WS-Cert-Idx)
                           to WS-Swap-Entry
                       move WS-Cert-Table(WS-Cert-Match)
                           to WS-Cert-Table(WS-Cert-Idx)
                       move WS-Swap-Entry
                           to WS-Cert-Table(WS-Cert-Match)
                   end-if
               end-perform
           end-perform.

      *********************************************
      * One section per bucket - expired, then    *
      * 30, 60 and 90 days out                    *
      *********************************************
       300-Bucket-Section-Rtn.
           move WS-Bucket-Name(WS-Bucket) to RSH-Text.
           write Report-Rec from RPT-SECT-HEAD.
           write Report-Rec from RPT-COL-HEAD.
           move zero to WS-Sect-Lines.
           perform varying WS-Cert-Idx from 1 by 1
               until WS-Cert-Idx > WS-Cert-Count
               if CT-Expiry(WS-Cert-Idx) > zero
                   perform 310-In-Bucket-Rtn
               end-if
           end-perform.
           if WS-Sect-Lines = zero
               move '   (none)' to RSH-Text
               write Report-Rec from RPT-SECT-HEAD
           end-if.
           write Report-Rec from Blank-Line.

       310-In-Bucket-Rtn.
           evaluate true
               when CT-Expiry(WS-Cert-Idx) < WS-Run-Date-Num
                   if WS-Bucket = 1
                       perform 320-Cert-Line-Rtn
                   end-if
               when CT-Expiry(WS-Cert-Idx) not > WS-Limit-30
                   if WS-Bucket = 2
                       perform 320-Cert-Line-Rtn
                   end-if
               when CT-Expiry(WS-Cert-Idx) not > WS-Limit-60
                   if WS-Bucket = 3
                       perform 320-Cert-Line-Rtn
                   end-if
               when CT-Expiry(WS-Cert-Idx) not > WS-Limit-90
                   if WS-Bucket = 4
                       perform 320-Cert-Line-Rtn
                   end-if
           end-evaluate.

       320-Cert-Line-Rtn.
           add 1 to WS-Sect-Lines.
           add 1 to WS-Tot-Bucket(WS-Bucket).
           move CT-Emp-Idx(WS-Cert-Idx) to WS-Emp-Idx.
           move CT-Emp-No(WS-Cert-Idx) to RD-Emp.
           move WE-Name(WS-Emp-Idx) to RD-Name.
           move WE-Dept(WS-Emp-Idx) to RD-Dept.
           move WE-Class(WS-Emp-Idx) to RD-Class.
           move CT-Type(WS-Cert-Idx) to RD-Type.
           move CT-Issue(WS-Cert-Idx) to WS-Date-Work-Num.
           perform 330-Format-Date-Rtn.
           move WS-Print-Date to RD-Issued.
           move CT-Expiry(WS-Cert-Idx) to WS-Date-Work-Num.
           perform 330-Format-Date-Rtn.
           move WS-Print-Date to RD-Expires.
           compute WS-Days-Left =
               function integer-of-date(CT-Expiry(WS-Cert-Idx))
               - WS-Run-Day-Num.
           move WS-Days-Left to RD-Days.
           if CT-Required(WS-Cert-Idx) = 'Y'
               move 'REQUIRED FOR JOB CLASS' to RD-Note
           else
               move spaces to RD-Note
           end-if.
           write Report-Rec from RPT-DETAIL.

           if WS-Bucket = 1
               move CT-Emp-No(WS-Cert-Idx) to CXP-Emp-No
               move WE-Name(WS-Emp-Idx) to CXP-Name
               move CT-Type(WS-Cert-Idx) to CXP-Type
               move CT-Expiry(WS-Cert-Idx) to CXP-Expiry
               move CT-Required(WS-Cert-Idx) to CXP-Required
               write Cert-Expired-Rec
           end-if.

       330-Format-Date-Rtn.
           move WDW-MM to WPD-MM.
           move WDW-DD to WPD-DD.
           move WDW-YYYY to WPD-YYYY.

      *********************************************
      * Required by the Job-Class, nothing on     *
      * file.  An expired credential is on file - *
      * it was listed above.                      *
      *********************************************
       400-Missing-Rtn.
           move 'REQUIRED CREDENTIAL NOT ON FILE' to RSH-Text.
           write Report-Rec from RPT-SECT-HEAD.
           write Report-Rec from RPT-MISSING-HEAD.
           move zero to WS-Sect-Lines.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               perform varying WS-Req-Idx from 1 by 1
                   until WS-Req-Idx > WS-Req-Count
                   if WQ-Job-Class(WS-Req-Idx) = WE-Class(WS-Emp-Idx)
                       perform 410-Check-Held-Rtn
                   end-if
               end-perform
           end-perform.
           if WS-Sect-Lines = zero
               move '   (none)' to RSH-Text
               write Report-Rec from RPT-SECT-HEAD
           end-if.
           write Report-Rec from Blank-Line.

       410-Check-Held-Rtn.
           move 'N' to WS-Has-Cert.
           perform varying WS-Cert-Idx from 1 by 1
               until WS-Cert-Idx > WS-Cert-Count
                  or WS-Has-Cert = 'Y'
               if CT-Emp-No(WS-Cert-Idx) = WE-Emp-No(WS-Emp-Idx)
                   and CT-Type(WS-Cert-Idx) = WQ-Type(WS-Req-Idx)
                   move 'Y' to WS-Has-Cert
               end-if
           end-perform.
           if WS-Has-Cert = 'N'
               add 1 to WS-Sect-Lines WS-Tot-Missing
               move WE-Emp-No(WS-Emp-Idx) to RM-Emp
               move WE-Name(WS-Emp-Idx) to RM-Name
               move WE-Dept(WS-Emp-Idx) to RM-Dept
               move WE-Class(WS-Emp-Idx) to RM-Class
               move WQ-Type(WS-Req-Idx) to RM-Type
               move WQ-Desc(WS-Req-Idx) to RM-Desc
               write Report-Rec from RPT-MISSING
           end-if.

       500-Totals-Rtn.
           perform varying WS-Bucket from 1 by 1 until WS-Bucket > 4
               move WS-Bucket-Name(WS-Bucket) to RTL-Label
               move WS-Tot-Bucket(WS-Bucket) to RTL-Count
               write Report-Rec from RPT-TOTAL-LINE
           end-perform.
           move 'REQUIRED CREDENTIAL NOT ON FILE' to RTL-Label.
           move WS-Tot-Missing to RTL-Count.
           write Report-Rec from RPT-TOTAL-LINE.

       900-Close-Module.
           close Cert-Report
                 Cert-Expired-File.
           display 'CERTIFICATION REPORT COMPLETE - EXPIRED: '
               WS-Tot-Bucket(1) ' MISSING: ' WS-Tot-Missing.

       end program Ch6CertTk.
