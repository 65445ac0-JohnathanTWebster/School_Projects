       identification division.
       program-id. Ch12RetRm.
      *******************************************
      * Retirement plan contribution remittance *
      * to the plan recordkeeper.  Program12's  *
      * 322-Take-Retire-Rtn leaves one row per  *
      * contributing employee on                *
      * Ch12_RetRemit.dat - the deferral taken  *
      * and the employer match.  This step adds *
      * the SSN and name off the master and the *
      * year-to-date remitted from the          *
      * remittance history, and writes the      *
      * recordkeeper's contribution file        *
      * (header, one detail per employee,       *
      * trailer) for upload in place of keying  *
      * each period into their website.  An     *
      * employee the master gives no usable SSN *
      * for is held out of the file and listed  *
      * for benefits to key by hand.  The       *
      * history is appended once per pay date - *
      * a rerun for a pay date already remitted *
      * writes nothing, so nothing is sent      *
      * twice.                                  *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Remit-Extract
               assign to 'C:\Data\Data-Out\Ch12_RetRemit.dat'
               organization is line sequential
               file status is WS-Ext-File-Stat.
           select Remit-History
               assign to 'C:\Data\Data-Work\Ch12_RetRmtHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           select Plan-Ctl-File
               assign to 'C:\Data\Data-In\Ch12_RetPlan.dat'
               organization is line sequential
               file status is WS-Plan-File-Stat.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is random
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.
           select RK-File
               assign to 'C:\Data\Data-Out\Ch12_RetRK.dat'
               organization is line sequential.
           select Remit-Report
               assign to 'C:\Data\Data-Out\Ch12_RetRmt.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Remit-Extract.
       01 RETRMT-REC.
         05 RRM-EMP-NUM        pic 9(05).
         05 RRM-PAY-DATE       pic 9(08).
         05 RRM-PERIOD-ID      pic x(08).
         05 RRM-DEFERRAL       pic 9(05)v99.
         05 RRM-MATCH          pic 9(05)v99.
         05 RRM-YTD-DEFERRAL   pic 9(07)v99.

      *    Every row ever remitted, in the extract's own layout.
       FD Remit-History.
       01 RETHIST-REC.
         05 RRH-EMP-NUM        pic 9(05).
         05 RRH-PAY-DATE       pic 9(08).
         05 RRH-PAY-DATE-PARTS redefines RRH-PAY-DATE.
           10 RRH-PAY-YYYY     pic 9(04).
           10 RRH-PAY-MMDD     pic 9(04).
         05 RRH-PERIOD-ID      pic x(08).
         05 RRH-DEFERRAL       pic 9(05)v99.
         05 RRH-MATCH          pic 9(05)v99.
         05 RRH-YTD-DEFERRAL   pic 9(07)v99.

      *    The recordkeeper's plan and contract number.
       FD Plan-Ctl-File.
       01 PLAN-CTL-REC.
         05 PLN-Plan-ID        pic x(10).
         05 PLN-Plan-Name      pic x(30).

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

      *********************************************
      * Recordkeeper contribution file - 'H'      *
      * header, 'D' detail per employee, 'T'      *
      * trailer with the count and dollars the    *
      * recordkeeper balances the upload to       *
      *********************************************
       FD RK-File.
       01 RK-Rec               pic x(120).

       FD Remit-Report.
       01 Report-Rec           pic x(110).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Ext-File-Stat   pic x(02) value '00'.
         05 WS-Ext-EOF         pic x(03) value 'NO '.
         05 WS-Hist-File-Stat  pic x(02) value '00'.
         05 WS-Hist-EOF        pic x(03) value 'NO '.
         05 WS-Plan-File-Stat  pic x(02) value '00'.
         05 WS-Idx-Status      pic x(02) value '00'.
         05 WS-Idx-Avail       pic x(03) value 'YES'.
         05 WS-Already-Sent    pic x(01) value 'N'.
         05 WS-Pay-Date        pic 9(08) value zero.
         05 WS-Pay-Date-Parts redefines WS-Pay-Date.
           10 WS-Pay-YYYY      pic 9(04).
           10 WS-Pay-MM        pic 9(02).
           10 WS-Pay-DD        pic 9(02).
         05 WS-Period-ID       pic x(08) value spaces.
         05 WS-Plan-ID         pic x(10) value spaces.
         05 WS-Plan-Name       pic x(30) value spaces.
         05 WS-Note            pic x(20) value spaces.
         05 WS-Ssn-Work        pic 9(09) value zero.
         05 WS-Ssn-Parts redefines WS-Ssn-Work.
           10 WS-Ssn-P1        pic 9(03).
           10 WS-Ssn-P2        pic 9(02).
           10 WS-Ssn-P3        pic 9(04).

       01 WS-Remit-Table-Area.
         05 WS-Rmt-Count       pic 9(04) value zero.
         05 WS-Rmt-Table       occurs 3000 times.
           10 WR-Emp-No         pic 9(05).
           10 WR-Name           pic x(20).
           10 WR-SSN            pic x(09).
           10 WR-Deferral       pic 9(05)v99.
           10 WR-Match          pic 9(05)v99.
           10 WR-Plan-YTD       pic 9(07)v99.
           10 WR-YTD-Deferral   pic 9(07)v99.
           10 WR-YTD-Match      pic 9(07)v99.
           10 WR-Send           pic x(01).
         05 WS-Rmt-Idx         pic 9(04) value zero.
         05 WS-Rmt-Match       pic 9(04) value zero.

       01 WS-Totals.
         05 WS-Tot-Emps        pic 9(05) value zero.
         05 WS-Tot-Sent        pic 9(05) value zero.
         05 WS-Tot-Held        pic 9(05) value zero.
         05 WS-Tot-Deferral    pic 9(09)v99 value zero.
         05 WS-Tot-Match       pic 9(09)v99 value zero.
         05 WS-Sent-Deferral   pic 9(09)v99 value zero.
         05 WS-Sent-Match      pic 9(09)v99 value zero.
         05 WS-Held-Deferral   pic 9(09)v99 value zero.
         05 WS-Held-Match      pic 9(09)v99 value zero.
         05 WS-Tot-YTD-Diff    pic 9(05) value zero.

       01 RK-Header.
         05 RKH-Type           pic x(01) value 'H'.
         05 RKH-Plan-ID        pic x(10).
         05 RKH-Pay-Date       pic 9(08).
         05 RKH-Period-ID      pic x(08).
         05 RKH-Plan-Name      pic x(30).
         05 Filler             pic x(63) value spaces.

       01 RK-Detail.
         05 RKD-Type           pic x(01) value 'D'.
         05 RKD-Plan-ID        pic x(10).
         05 RKD-SSN            pic x(09).
         05 RKD-Emp-No         pic 9(05).
         05 RKD-Name           pic x(20).
         05 RKD-Pay-Date       pic 9(08).
         05 RKD-Deferral       pic 9(07)v99.
         05 RKD-Match          pic 9(07)v99.
         05 RKD-YTD-Deferral   pic 9(09)v99.
         05 RKD-YTD-Match      pic 9(09)v99.
         05 Filler             pic x(27) value spaces.

       01 RK-Trailer.
         05 RKT-Type           pic x(01) value 'T'.
         05 RKT-Plan-ID        pic x(10).
         05 RKT-Count          pic 9(06).
         05 RKT-Deferral       pic 9(09)v99.
         05 RKT-Match          pic 9(09)v99.
         05 Filler             pic x(81) value spaces.

       01 Blank-Line           pic x(110) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(38) value
              'Retirement Plan Remittance - Pay Date '.
         05 RPT-Pay-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(10) value '  Period '.
         05 RPT-Period         pic x(08).
         05 Filler             pic x(24) value spaces.

       01 RPT-PLAN-LINE.
         05 Filler             pic x(10) value spaces.
         05 Filler             pic x(06) value 'Plan  '.
         05 RPL-Plan-ID        pic x(10).
         05 Filler             pic x(02) value spaces.
         05 RPL-Plan-Name      pic x(30).
         05 Filler             pic x(42) value spaces.

       01 RPT-COL-HDR.
         05 Filler             pic x(07) value 'Emp'.
         05 Filler             pic x(21) value 'Name'.
         05 Filler             pic x(12) value 'SSN'.
         05 Filler             pic x(10) value '  Deferral'.
         05 Filler             pic x(10) value '     Match'.
         05 Filler             pic x(12) value '  YTD Defer'.
         05 Filler             pic x(12) value '   YTD Match'.
         05 Filler             pic x(16) value ' Note'.

       01 RPT-DETAIL-LINE.
         05 RDL-Emp-No         pic 9(05).
         05 Filler             pic x(02) value spaces.
         05 RDL-Name           pic x(20).
         05 Filler             pic x(01) value spaces.
         05 RDL-SSN            pic x(11).
         05 Filler             pic x(01) value spaces.
         05 RDL-Deferral       pic zz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDL-Match          pic zz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDL-YTD-Deferral   pic zzz,zz9.99.
         05 Filler             pic x(02) value spaces.
         05 RDL-YTD-Match      pic zzz,zz9.99.
         05 Filler             pic x(01) value spaces.
         05 RDL-Note           pic x(20).

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTL-Label          pic x(37).
         05 RTL-Count          pic zz,zz9.
         05 Filler             pic x(04) value spaces.
         05 RTL-Deferral       pic $$$,$$$,$$9.99.
         05 Filler             pic x(02) value spaces.
         05 RTL-Match          pic $$$,$$$,$$9.99.
         05 Filler             pic x(20) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Load-Extract-Rtn.
           if WS-Rmt-Count = zero
               display 'NO RETIREMENT CONTRIBUTIONS TO REMIT THIS RUN'
               goback
           end-if.
           perform 120-Load-History-Rtn.
           if WS-Already-Sent = 'Y'
               display 'RETIREMENT REMITTANCE FOR PAY DATE '
                   WS-Pay-Date ' ALREADY SENT - NOTHING WRITTEN'
               goback
           end-if.
           perform 130-Load-Plan-Rtn.
           perform 140-Lookup-Master-Rtn.

           open output RK-File
                       Remit-Report.
           perform 200-Headings-Rtn.
           perform 300-Remit-Rtn
               varying WS-Rmt-Idx from 1 by 1
               until WS-Rmt-Idx > WS-Rmt-Count.
           perform 400-Trailer-Rtn.
           perform 500-Append-History-Rtn.
           close RK-File
                 Remit-Report.
           display 'RETIREMENT REMITTANCE ' WS-Pay-Date ' - SENT: '
               WS-Tot-Sent '  HELD FOR HAND ENTRY: ' WS-Tot-Held.
           goback.

      *********************************************
      * This run's contributions - the pay date   *
      * and period come off the first row         *
      *********************************************
       110-Load-Extract-Rtn.
           open input Remit-Extract.
           if WS-Ext-File-Stat not = '00'
               move 'YES' to WS-Ext-EOF
           end-if.
           perform until WS-Ext-EOF = 'YES'
               read Remit-Extract
                   at end
                       move 'YES' to WS-Ext-EOF
                   not at end
                       if WS-Rmt-Count < 3000
                           add 1 to WS-Rmt-Count
                           perform 115-Add-Row-Rtn
                       else
                           display 'REMITTANCE TABLE CAPACITY '
                               'EXCEEDED AT 3000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Ext-File-Stat = '00' or WS-Ext-File-Stat = '10'
               close Remit-Extract
           end-if.

       115-Add-Row-Rtn.
           if WS-Rmt-Count = 1
               move RRM-PAY-DATE to WS-Pay-Date
               move RRM-PERIOD-ID to WS-Period-ID
           end-if.
           move RRM-EMP-NUM to WR-Emp-No(WS-Rmt-Count).
           move spaces to WR-Name(WS-Rmt-Count).
           move spaces to WR-SSN(WS-Rmt-Count).
           move RRM-DEFERRAL to WR-Deferral(WS-Rmt-Count).
           move RRM-MATCH to WR-Match(WS-Rmt-Count).
           move RRM-YTD-DEFERRAL to WR-Plan-YTD(WS-Rmt-Count).
           move RRM-DEFERRAL to WR-YTD-Deferral(WS-Rmt-Count).
           move RRM-MATCH to WR-YTD-Match(WS-Rmt-Count).
           move 'Y' to WR-Send(WS-Rmt-Count).

      *********************************************
      * What was remitted earlier this year, and  *
      * whether this pay date already went        *
      *********************************************
       120-Load-History-Rtn.
           open input Remit-History.
           if WS-Hist-File-Stat not = '00'
               move 'YES' to WS-Hist-EOF
           end-if.
           perform until WS-Hist-EOF = 'YES'
               read Remit-History
                   at end
                       move 'YES' to WS-Hist-EOF
                   not at end
                       if RRH-PAY-DATE = WS-Pay-Date
                           and RRH-PERIOD-ID = WS-Period-ID
                           move 'Y' to WS-Already-Sent
                       end-if
                       if RRH-PAY-YYYY = WS-Pay-YYYY
                           perform 125-Post-History-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               close Remit-History
           end-if.

       125-Post-History-Rtn.
           move zero to WS-Rmt-Match.
           perform varying WS-Rmt-Idx from 1 by 1
               until WS-Rmt-Idx > WS-Rmt-Count
               if WR-Emp-No(WS-Rmt-Idx) = RRH-EMP-NUM
                   move WS-Rmt-Idx to WS-Rmt-Match
                   move WS-Rmt-Count to WS-Rmt-Idx
               end-if
           end-perform.
           if WS-Rmt-Match > zero
               add RRH-DEFERRAL to WR-YTD-Deferral(WS-Rmt-Match)
               add RRH-MATCH to WR-YTD-Match(WS-Rmt-Match)
           end-if.

       130-Load-Plan-Rtn.
           open input Plan-Ctl-File.
           if WS-Plan-File-Stat = '00'
               read Plan-Ctl-File
                   not at end
                       move PLN-Plan-ID to WS-Plan-ID
                       move PLN-Plan-Name to WS-Plan-Name
               end-read
               close Plan-Ctl-File
           else
               display 'NO PLAN RECORD ON CH12_RETPLAN.DAT - '
                   'PLAN ID LEFT BLANK ON THE REMITTANCE'
           end-if.

      *********************************************
      * SSN and name off the master - no usable   *
      * SSN holds the employee out of the file    *
      *********************************************
       140-Lookup-Master-Rtn.
           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               move 'NO ' to WS-Idx-Avail
               display 'EMPLOYEE MASTER INDEX NOT AVAILABLE, STATUS: '
                   WS-Idx-Status ' - ALL CONTRIBUTIONS HELD'
           end-if.
           perform varying WS-Rmt-Idx from 1 by 1
               until WS-Rmt-Idx > WS-Rmt-Count
               if WS-Idx-Avail = 'YES'
                   move WR-Emp-No(WS-Rmt-Idx) to Idx-Employee-Number
                   read Payroll-Master-Idx
                       invalid key
                           move spaces to Idx-SSN
                           move spaces to Idx-Employee-Name
                   end-read
                   move Idx-Employee-Name to WR-Name(WS-Rmt-Idx)
                   move Idx-SSN to WR-SSN(WS-Rmt-Idx)
               end-if
               if WR-SSN(WS-Rmt-Idx) not numeric
                   or WR-SSN(WS-Rmt-Idx) = '000000000'
                   move 'N' to WR-Send(WS-Rmt-Idx)
               end-if
           end-perform.
           if WS-Idx-Avail = 'YES'
               close Payroll-Master-Idx
           end-if.

       200-Headings-Rtn.
           move WS-Pay-MM to RPT-MO.
           move WS-Pay-DD to RPT-DY.
           move WS-Pay-YYYY to RPT-YR.
           move WS-Period-ID to RPT-Period.
           write Report-Rec from RPT-TITLE.
           move WS-Plan-ID to RPL-Plan-ID.
           move WS-Plan-Name to RPL-Plan-Name.
           write Report-Rec from RPT-PLAN-LINE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.

           move WS-Plan-ID to RKH-Plan-ID RKD-Plan-ID RKT-Plan-ID.
           move WS-Pay-Date to RKH-Pay-Date RKD-Pay-Date.
           move WS-Period-ID to RKH-Period-ID.
           move WS-Plan-Name to RKH-Plan-Name.
           write RK-Rec from RK-Header.

      *********************************************
      * One detail row and one report line per    *
      * contributing employee                     *
      *********************************************
       300-Remit-Rtn.
           add 1 to WS-Tot-Emps.
           add WR-Deferral(WS-Rmt-Idx) to WS-Tot-Deferral.
           add WR-Match(WS-Rmt-Idx) to WS-Tot-Match.
           move spaces to WS-Note.
           move spaces to RDL-SSN.

           if WR-Send(WS-Rmt-Idx) = 'Y'
               add 1 to WS-Tot-Sent
               add WR-Deferral(WS-Rmt-Idx) to WS-Sent-Deferral
               add WR-Match(WS-Rmt-Idx) to WS-Sent-Match
               move WR-SSN(WS-Rmt-Idx) to RKD-SSN
               move WR-Emp-No(WS-Rmt-Idx) to RKD-Emp-No
               move WR-Name(WS-Rmt-Idx) to RKD-Name
               move WR-Deferral(WS-Rmt-Idx) to RKD-Deferral
               move WR-Match(WS-Rmt-Idx) to RKD-Match
               move WR-YTD-Deferral(WS-Rmt-Idx) to RKD-YTD-Deferral
               move WR-YTD-Match(WS-Rmt-Idx) to RKD-YTD-Match
               write RK-Rec from RK-Detail
               move WR-SSN(WS-Rmt-Idx) to WS-Ssn-Work
               string 'XXX-XX-' WS-Ssn-P3
                   delimited by size into RDL-SSN
           else
               add 1 to WS-Tot-Held
               add WR-Deferral(WS-Rmt-Idx) to WS-Held-Deferral
               add WR-Match(WS-Rmt-Idx) to WS-Held-Match
               move 'NO SSN - KEY BY HAND' to WS-Note
           end-if.

      *    The remitted year-to-date should match the plan
      *    master's climbed figure - Ch12RetRc reconciles the
      *    two each quarter.
           if WR-YTD-Deferral(WS-Rmt-Idx)
               not = WR-Plan-YTD(WS-Rmt-Idx)
               and WS-Note = spaces
               add 1 to WS-Tot-YTD-Diff
               move 'YTD OFF PLAN MASTER' to WS-Note
           end-if.

           move WR-Emp-No(WS-Rmt-Idx) to RDL-Emp-No.
           move WR-Name(WS-Rmt-Idx) to RDL-Name.
           move WR-Deferral(WS-Rmt-Idx) to RDL-Deferral.
           move WR-Match(WS-Rmt-Idx) to RDL-Match.
           move WR-YTD-Deferral(WS-Rmt-Idx) to RDL-YTD-Deferral.
           move WR-YTD-Match(WS-Rmt-Idx) to RDL-YTD-Match.
           move WS-Note to RDL-Note.
           write Report-Rec from RPT-DETAIL-LINE.

      *********************************************
      * Trailer, and the summary that ties the    *
      * file to Program12's deduction register    *
      *********************************************
       400-Trailer-Rtn.
           move WS-Tot-Sent to RKT-Count.
           move WS-Sent-Deferral to RKT-Deferral.
           move WS-Sent-Match to RKT-Match.
           write RK-Rec from RK-Trailer.

           write Report-Rec from Blank-Line.
           move 'Contributions this run' to RTL-Label.
           move WS-Tot-Emps to RTL-Count.
           move WS-Tot-Deferral to RTL-Deferral.
           move WS-Tot-Match to RTL-Match.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Sent in the recordkeeper file' to RTL-Label.
           move WS-Tot-Sent to RTL-Count.
           move WS-Sent-Deferral to RTL-Deferral.
           move WS-Sent-Match to RTL-Match.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Held out - key by hand' to RTL-Label.
           move WS-Tot-Held to RTL-Count.
           move WS-Held-Deferral to RTL-Deferral.
           move WS-Held-Match to RTL-Match.
           write Report-Rec from RPT-TOTAL-LINE.
           if WS-Tot-YTD-Diff > zero
               write Report-Rec from Blank-Line
               move spaces to Report-Rec
               string '   ' WS-Tot-YTD-Diff ' EMPLOYEE(S) REMITTED '
                   'YEAR-TO-DATE DIFFERS FROM THE PLAN MASTER - SEE '
                   'CH12RETRC' delimited by size into Report-Rec
               write Report-Rec
           end-if.

      *    Held rows go in the history too - benefits keys them
      *    by hand off this report, so they are remitted all the
      *    same.
       500-Append-History-Rtn.
           open extend Remit-History.
           if WS-Hist-File-Stat = '35'
               open output Remit-History
           end-if.
           perform varying WS-Rmt-Idx from 1 by 1
               until WS-Rmt-Idx > WS-Rmt-Count
               move WR-Emp-No(WS-Rmt-Idx) to RRH-EMP-NUM
               move WS-Pay-Date to RRH-PAY-DATE
               move WS-Period-ID to RRH-PERIOD-ID
               move WR-Deferral(WS-Rmt-Idx) to RRH-DEFERRAL
               move WR-Match(WS-Rmt-Idx) to RRH-MATCH
               move WR-Plan-YTD(WS-Rmt-Idx) to RRH-YTD-DEFERRAL
               write RETHIST-REC
           end-perform.
           close Remit-History.

       end program Ch12RetRm.
