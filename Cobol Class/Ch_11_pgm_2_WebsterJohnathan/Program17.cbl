       identification division.
       program-id. Ch11Cobra.
      *******************************************
      * COBRA continuation - run monthly.  A     *
      * change to status 'T' on the employee     *
      * master journal, for an employee with a   *
      * benefit election, opens a continuation   *
      * record at the elected plan and tier and  *
      * prints the election notice with the 60-  *
      * day deadline.  Elections, waivers and    *
      * premium payments come in on a            *
      * transaction file.  Elected coverage is   *
      * billed one month at a time at plan cost  *
      * plus the 2% administration fee, for up   *
      * to 18 months; a month still unpaid 30    *
      * days after it fell due cancels the       *
      * coverage.  Active continuees go to a     *
      * listing InsRecon reads, so the carrier   *
      * invoice reconciles against them too.     *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Journal-File
               assign to 'C:\Data\Data-Work\Ch6_Journal.dat'
               organization is line sequential
               file status is WS-Jrn-File-Stat.
           select Ben-Plan-File
               assign to 'C:\Data\Data-In\Ch11_BenPlan.dat'
               organization is line sequential
               file status is WS-Plan-File-Stat.
           select Ben-Elect-File
               assign to 'C:\Data\Data-In\Ch11_BenElect.dat'
               organization is line sequential
               file status is WS-Elect-File-Stat.
           select Cobra-Master
               assign to 'C:\Data\Data-In\Ch11_CobraMst.dat'
               organization is line sequential
               file status is WS-Cbm-File-Stat.
           select Cobra-Txn-File
               assign to 'C:\Data\Data-In\Ch11_CobraTxn.dat'
               organization is line sequential
               file status is WS-Ctx-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Notice-File
               assign to 'C:\Data\Data-Out\Ch11_CobraNtc.rpt'
               organization is line sequential.
           select Billing-Report
               assign to 'C:\Data\Data-Out\Ch11_CobraBill.rpt'
               organization is line sequential.
           select Continuee-List
               assign to 'C:\Data\Data-Work\Ch11_CobraList.dat'
               organization is line sequential.

       data division.
       file section.
       FD Journal-File.
       01 Journal-Rec.
         05 JRN-Action          pic x(01).
         05 JRN-Before          pic x(80).
         05 JRN-After           pic x(80).
         05 JRN-Date            pic 9(08).

       FD Ben-Plan-File.
       01 BEN-PLAN-REC.
         05 BPL-PLAN            pic x(03).
         05 BPL-TIER            pic x(01).
         05 BPL-PREMIUM         pic 9(04)v99.
         05 BPL-PRETAX          pic x(01).
         05 BPL-LIFE-MULT       pic 9(02)v9.
         05 BPL-LIFE-AMT        pic 9(07).

       FD Ben-Elect-File.
       01 BEN-ELECT-REC.
         05 BEL-EMP-NUM         pic 9(05).
         05 BEL-PLAN            pic x(03).
         05 BEL-TIER            pic x(01).
         05 BEL-LIFE-PLAN       pic x(03).

      *********************************************
      * One row per qualifying event.  Status N   *
      * notified, awaiting election; A elected    *
      * and covered; W waived; X election period *
      * expired; C cancelled for non-payment; E   *
      * 18 months used up.  Months are YYYYMM -   *
      * billed-through and paid-through trail the *
      * first covered month by one until the      *
      * first bill and payment.                   *
      *********************************************
       FD Cobra-Master.
       01 COBRA-REC.
         05 CBM-EMP-NUM         pic 9(05).
         05 CBM-NAME            pic x(20).
         05 CBM-SSN             pic x(09).
         05 CBM-PLAN            pic x(03).
         05 CBM-TIER            pic x(01).
         05 CBM-PLAN-COST       pic 9(04)v99.
         05 CBM-PREMIUM         pic 9(04)v99.
         05 CBM-TERM-DATE       pic 9(08).
         05 CBM-NOTICE-DATE     pic 9(08).
         05 CBM-DEADLINE        pic 9(08).
         05 CBM-STATUS          pic x(01).
         05 CBM-STATUS-DATE     pic 9(08).
         05 CBM-START-YM        pic 9(06).
         05 CBM-END-YM          pic 9(06).
         05 CBM-BILLED-YM       pic 9(06).
         05 CBM-PAID-YM         pic 9(06).
         05 CBM-CREDIT          pic 9(05)v99.

      *********************************************
      * E elect, W waive, P premium payment -     *
      * dated YYYYMMDD; the amount only matters   *
      * on a payment                              *
      *********************************************
       FD Cobra-Txn-File.
       01 COBRA-TXN-REC.
         05 CTX-EMP-NUM         pic 9(05).
         05 CTX-TYPE            pic x(01).
         05 CTX-DATE            pic 9(08).
         05 CTX-AMOUNT          pic 9(05)v99.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM              pic 9(02).
         05 OVR-DD              pic 9(02).
         05 OVR-YYYY            pic 9(04).

       FD Notice-File.
       01 Notice-Rec            pic x(80).

       FD Billing-Report.
       01 Report-Rec            pic x(80).

      *    The carrier bills plan cost - the 2% fee stays here.
       FD Continuee-List.
       01 CONTINUEE-REC.
         05 CBL-SSN             pic x(09).
         05 CBL-EMP-NUM         pic 9(05).
         05 CBL-NAME            pic x(20).
         05 CBL-PLAN            pic x(03).
         05 CBL-PLAN-COST       pic 9(04)v99.

       working-storage section.
       01 Assorted-Flags.
         05 WS-Jrn-EOF          pic x(03) value 'NO '.
         05 WS-Plan-EOF         pic x(03) value 'NO '.
         05 WS-Elect-EOF        pic x(03) value 'NO '.
         05 WS-Cbm-EOF          pic x(03) value 'NO '.
         05 WS-Ctx-EOF          pic x(03) value 'NO '.
         05 WS-Jrn-File-Stat    pic x(02) value '00'.
         05 WS-Plan-File-Stat   pic x(02) value '00'.
         05 WS-Elect-File-Stat  pic x(02) value '00'.
         05 WS-Cbm-File-Stat    pic x(02) value '00'.
         05 WS-Ctx-File-Stat    pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Find-Emp         pic 9(05) value zero.
         05 WS-Run-Key          pic 9(08) value zero.
         05 WS-Run-YM           pic 9(06) value zero.
         05 WS-Grace-Days       pic 9(03) value 30.
         05 WS-Election-Days    pic 9(03) value 60.
         05 WS-Max-Months       pic 9(02) value 18.
         05 WS-Admin-Pct        pic 9v99 value 1.02.
         05 WS-Add-Days         pic 9(03) value zero.
         05 WS-Month-Len        pic 9(02) value zero.
         05 WS-Leap-Quot        pic 9(04) value zero.
         05 WS-Leap-Rem         pic 9(03) value zero.
         05 WS-Leap-Year        pic x(01) value 'N'.
         05 WS-Balance-Due      pic 9(06)v99 value zero.
         05 WS-Unpaid-Months    pic 9(02) value zero.
         05 WS-Old-Status       pic x(01) value space.
         05 WS-Txn-Result       pic x(30) value spaces.
         05 WS-Date.
           10 WS-YY             pic 9(02).
           10 WS-MM             pic 9(02).
           10 WS-DD             pic 9(02).
         05 WS-Run-Date.
           10 WS-Run-YYYY       pic 9(04).
           10 WS-Run-MM         pic 9(02).
           10 WS-Run-DD         pic 9(02).

      *    Scratch date for the day and month arithmetic below.
       01 WS-Calc-Area.
         05 WS-Calc-Date        pic 9(08) value zero.
         05 WS-Calc-Parts redefines WS-Calc-Date.
           10 WS-Calc-YYYY      pic 9(04).
           10 WS-Calc-MM        pic 9(02).
           10 WS-Calc-DD        pic 9(02).
         05 WS-Calc-YM          pic 9(06) value zero.
         05 WS-Calc-YM-Parts redefines WS-Calc-YM.
           10 WS-Calc-YM-YYYY   pic 9(04).
           10 WS-Calc-YM-MM     pic 9(02).

       01 WS-Month-Days-Area.
         05 Filler              pic x(24) value
              '312831303130313130313031'.
       01 WS-Month-Days redefines WS-Month-Days-Area.
         05 WS-Days-In-Month    pic 9(02) occurs 12 times.

       01 Counters.
         05 WS-New-Count        pic 9(04) value zero.
         05 WS-No-Elect-Count   pic 9(04) value zero.
         05 WS-Elected-Count    pic 9(04) value zero.
         05 WS-Waived-Count     pic 9(04) value zero.
         05 WS-Expired-Count    pic 9(04) value zero.
         05 WS-Cancel-Count     pic 9(04) value zero.
         05 WS-Ended-Count      pic 9(04) value zero.
         05 WS-Reject-Count     pic 9(04) value zero.
         05 WS-Active-Count     pic 9(04) value zero.
         05 WS-Billed-Total     pic 9(07)v99 value zero.
         05 WS-Paid-Total       pic 9(07)v99 value zero.

       01 WS-Journal-Work.
         03 WJ-After-Data.
           COPY PAYMSTR
               REPLACING ==Employee-Number== BY ==WJ-Employee-Number==,
                   ==Employee-Name== BY ==WJ-Employee-Name==,
                   ==Location-Code== BY ==WJ-Location-Code==,
                   ==Territory== BY ==WJ-Territory==,
                   ==Office-Number== BY ==WJ-Office-Number==,
                   ==Annual-Salary== BY ==WJ-Annual-Salary==,
                   ==SSN== BY ==WJ-SSN==,
                   ==Department-Number== BY ==WJ-Department-Number==,
                   ==Job-Class== BY ==WJ-Job-Class==,
                   ==No-Dep== BY ==WJ-No-Dep==,
                   ==Job-Code== BY ==WJ-Job-Code==,
                   ==Union-Dues== BY ==WJ-Union-Dues==,
                   ==Insurance-Dues== BY ==WJ-Insurance-Dues==,
                   ==Emp-Status== BY ==WJ-Emp-Status==.

       01 WS-Before-Work.
         03 WB-Before-Data.
           COPY PAYMSTR
               REPLACING ==Employee-Number== BY ==WB-Employee-Number==,
                   ==Employee-Name== BY ==WB-Employee-Name==,
                   ==Location-Code== BY ==WB-Location-Code==,
                   ==Territory== BY ==WB-Territory==,
                   ==Office-Number== BY ==WB-Office-Number==,
                   ==Annual-Salary== BY ==WB-Annual-Salary==,
                   ==SSN== BY ==WB-SSN==,
                   ==Department-Number== BY ==WB-Department-Number==,
                   ==Job-Class== BY ==WB-Job-Class==,
                   ==No-Dep== BY ==WB-No-Dep==,
                   ==Job-Code== BY ==WB-Job-Code==,
                   ==Union-Dues== BY ==WB-Union-Dues==,
                   ==Insurance-Dues== BY ==WB-Insurance-Dues==,
                   ==Emp-Status== BY ==WB-Emp-Status==.

       01 WS-Plan-Table-Area.
         05 WS-Plan-Count       pic 9(02) value zero.
         05 WS-Plan-Table       occurs 50 times.
           10 WS-Plan-Code       pic x(03).
           10 WS-Plan-Tier       pic x(01).
           10 WS-Plan-Premium    pic 9(04)v99.
         05 WS-Plan-Idx         pic 9(02) value zero.
         05 WS-Plan-Match       pic 9(02) value zero.
         05 WS-Plan-Found       pic x(01) value 'N'.

       01 WS-Elect-Table-Area.
         05 WS-Elect-Count      pic 9(04) value zero.
         05 WS-Elect-Table      occurs 1000 times.
           10 WS-Elect-Emp       pic 9(05).
           10 WS-Elect-Plan      pic x(03).
           10 WS-Elect-Tier      pic x(01).
         05 WS-Elect-Idx        pic 9(04) value zero.
         05 WS-Elect-Match      pic 9(04) value zero.
         05 WS-Elect-Found      pic x(01) value 'N'.

      *    The continuation master, held whole for the run and
      *    written back over itself at the end.
       01 WS-Cobra-Table-Area.
         05 WS-Cobra-Count      pic 9(04) value zero.
         05 WS-Cobra-Table      occurs 500 times.
           10 WS-Cobra-Row       pic x(124).
           10 WS-Cobra-New       pic x(01).
         05 WS-Cobra-Idx        pic 9(04) value zero.
         05 WS-Cobra-Match      pic 9(04) value zero.
         05 WS-Cobra-Found      pic x(01) value 'N'.

       01 Blank-Line            pic x(80) value spaces.

       01 NTC-DATE-LINE.
         05 Filler              pic x(54) value spaces.
         05 ND-MM               pic 9(02).
         05 Filler              pic x value '/'.
         05 ND-DD               pic 9(02).
         05 Filler              pic x value '/'.
         05 ND-YYYY             pic 9(04).
         05 Filler              pic x(15) value spaces.

       01 NTC-SALUTE.
         05 Filler              pic x(05) value 'Dear '.
         05 NS-Name             pic x(20).
         05 Filler              pic x(01) value ':'.
         05 Filler              pic x(54) value spaces.

       01 NTC-BODY1.
         05 Filler              pic x(44) value
              'Your employment ended on                    '.
         05 Filler              pic x(36) value spaces.
       01 NTC-BODY1-R redefines NTC-BODY1.
         05 Filler              pic x(25).
         05 NB1-Term            pic 99/99/9999.
         05 Filler              pic x(45).

       01 NTC-BODY2.
         05 Filler              pic x(44) value
              'You may continue your group health coverage '.
         05 Filler              pic x(36) value
              'for up to 18 months at your own cost'.

       01 NTC-PLAN-LINE.
         05 Filler              pic x(04) value spaces.
         05 Filler              pic x(06) value 'Plan: '.
         05 NP-Plan             pic x(03).
         05 Filler              pic x(12) value '     Tier:  '.
         05 NP-Tier             pic x(01).
         05 Filler              pic x(54) value spaces.

       01 NTC-PREMIUM-LINE.
         05 Filler              pic x(04) value spaces.
         05 Filler              pic x(22) value
              'Monthly premium:      '.
         05 NR-Premium          pic $z,zz9.99.
         05 Filler              pic x(30) value
              '  (plan cost plus 2% admin)   '.
         05 Filler              pic x(15) value spaces.

       01 NTC-DEADLINE-LINE.
         05 Filler              pic x(04) value spaces.
         05 Filler              pic x(22) value
              'Elect no later than:  '.
         05 NL-Deadline         pic 99/99/9999.
         05 Filler              pic x(44) value spaces.

       01 NTC-BODY3.
         05 Filler              pic x(44) value
              'Coverage elected is retroactive to the first'.
         05 Filler              pic x(36) value
              ' of the month after your employment '.
       01 NTC-BODY4.
         05 Filler              pic x(44) value
              'ended.  Each premium is due on the first of '.
         05 Filler              pic x(36) value
              'the month it covers; coverage ends  '.
       01 NTC-BODY5.
         05 Filler              pic x(44) value
              'if a premium is unpaid 30 days after its due'.
         05 Filler              pic x(36) value
              ' date.                              '.

       01 NTC-SIG-NAME.
         05 Filler              pic x(04) value spaces.
         05 Filler              pic x(19) value 'Benefits Department'.
         05 Filler              pic x(57) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(18) value spaces.
         05 Filler              pic x(36) value
              'COBRA Continuation Billing Register '.
         05 RPT-Date.
           10 RPT-MO            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-DY            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-YR            pic 9(04).
         05 Filler              pic x(16) value spaces.

       01 RPT-SECT-HDR.
         05 Filler              pic x(03) value spaces.
         05 RSH-Text            pic x(77).

       01 RPT-COL-HDR.
         05 Filler              pic x(06) value spaces.
         05 Filler              pic x(27) value
              'Emp    Name                '.
         05 Filler              pic x(47) value
              'Pl  T  Premium  Paid-thru  Bal due    Status  '.

       01 RPT-BILL-LINE.
         05 Filler              pic x(06) value spaces.
         05 RB-Emp              pic 9(05).
         05 Filler              pic x(02) value spaces.
         05 RB-Name             pic x(20).
         05 Filler              pic x(01) value spaces.
         05 RB-Plan             pic x(03).
         05 Filler              pic x(01) value spaces.
         05 RB-Tier             pic x(01).
         05 Filler              pic x(01) value spaces.
         05 RB-Premium          pic z,zz9.99.
         05 Filler              pic x(02) value spaces.
         05 RB-Paid-YM          pic 9999/99.
         05 Filler              pic x(02) value spaces.
         05 RB-Balance          pic zzz,zz9.99.
         05 Filler              pic x(02) value spaces.
         05 RB-Status           pic x(09).

       01 RPT-TXN-LINE.
         05 Filler              pic x(06) value spaces.
         05 RX-Emp              pic 9(05).
         05 Filler              pic x(02) value spaces.
         05 RX-Type             pic x(01).
         05 Filler              pic x(02) value spaces.
         05 RX-Date             pic 9999/99/99.
         05 Filler              pic x(02) value spaces.
         05 RX-Amount           pic zz,zz9.99.
         05 Filler              pic x(02) value spaces.
         05 RX-Result           pic x(30).
         05 Filler              pic x(11) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler              pic x(03) value spaces.
         05 RT-Label            pic x(30).
         05 RT-Count            pic zzz9.
         05 Filler              pic x(03) value spaces.
         05 RT-Amount           pic $$,$$$,$$9.99.
         05 Filler              pic x(27) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Plans-Rtn.
           perform 130-Load-Cobra-Rtn.
           perform 200-Scan-Journal-Rtn.
           perform 300-Apply-Txn-Rtn.
           perform 400-Monthly-Billing-Rtn.
           perform 500-Close-Module.
           goback.

      *********************************************
      * Start module                              *
      *********************************************
       110-Startup-Module.
           open output Notice-File
                       Billing-Report
                       Continuee-List.
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
           move WS-Run-Date to WS-Run-Key.
           move WS-Run-Date(1:6) to WS-Run-YM.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

      *********************************************
      * Plan rates and elections, as InsRecon     *
      * loads them                                *
      *********************************************
       120-Load-Plans-Rtn.
           open input Ben-Plan-File.
           if WS-Plan-File-Stat not = '00'
               move 'YES' to WS-Plan-EOF
           end-if.
           perform until WS-Plan-EOF = 'YES'
               read Ben-Plan-File
                   at end
                       move 'YES' to WS-Plan-EOF
                   not at end
                       if WS-Plan-Count < 50
                           add 1 to WS-Plan-Count
                           move BPL-PLAN
                               to WS-Plan-Code(WS-Plan-Count)
                           move BPL-TIER
                               to WS-Plan-Tier(WS-Plan-Count)
                           move BPL-PREMIUM
                               to WS-Plan-Premium(WS-Plan-Count)
                       else
                           display 'BENEFIT PLAN TABLE CAPACITY '
                               'EXCEEDED AT 50 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Plan-File-Stat = '00' or WS-Plan-File-Stat = '10'
               close Ben-Plan-File
           end-if.

           open input Ben-Elect-File.
           if WS-Elect-File-Stat not = '00'
               move 'YES' to WS-Elect-EOF
           end-if.
           perform until WS-Elect-EOF = 'YES'
               read Ben-Elect-File
                   at end
                       move 'YES' to WS-Elect-EOF
                   not at end
      *                A row naming only a life plan is no
      *                health election.
                       if BEL-PLAN not = spaces
                           if WS-Elect-Count < 1000
                               add 1 to WS-Elect-Count
                               move BEL-EMP-NUM
                                   to WS-Elect-Emp(WS-Elect-Count)
                               move BEL-PLAN
                                   to WS-Elect-Plan(WS-Elect-Count)
                               move BEL-TIER
                                   to WS-Elect-Tier(WS-Elect-Count)
                           else
                               display 'BENEFIT ELECTION TABLE '
                                   'CAPACITY EXCEEDED AT 1000 - RUN '
                                   'HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Elect-File-Stat = '00' or WS-Elect-File-Stat = '10'
               close Ben-Elect-File
           end-if.

       130-Load-Cobra-Rtn.
           open input Cobra-Master.
           if WS-Cbm-File-Stat not = '00'
               move 'YES' to WS-Cbm-EOF
           end-if.
           perform until WS-Cbm-EOF = 'YES'
               read Cobra-Master
                   at end
                       move 'YES' to WS-Cbm-EOF
                   not at end
                       if WS-Cobra-Count < 500
                           add 1 to WS-Cobra-Count
                           move COBRA-REC
                               to WS-Cobra-Row(WS-Cobra-Count)
                           move 'N' to WS-Cobra-New(WS-Cobra-Count)
                       else
                           display 'COBRA TABLE CAPACITY EXCEEDED '
                               'AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Cbm-File-Stat = '00' or WS-Cbm-File-Stat = '10'
               close Cobra-Master
           end-if.

      *********************************************
      * A change to 'T' is a qualifying event.    *
      * The same event seen on an earlier run is  *
      * already on the master; a later            *
      * termination after an earlier continuation *
      * has closed opens a fresh one.             *
      *********************************************
       200-Scan-Journal-Rtn.
           open input Journal-File.
           if WS-Jrn-File-Stat not = '00'
               move 'YES' to WS-Jrn-EOF
           end-if.
           perform until WS-Jrn-EOF = 'YES'
               read Journal-File
                   at end
                       move 'YES' to WS-Jrn-EOF
                   not at end
                       if JRN-Action = 'C'
                           move JRN-After to WJ-After-Data
                           move JRN-Before to WB-Before-Data
                           if WB-Emp-Status not = 'T'
                               and WJ-Emp-Status = 'T'
                               perform 210-Qualifying-Event-Rtn
                                   through 210-Exit
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Jrn-File-Stat = '00' or WS-Jrn-File-Stat = '10'
               close Journal-File
           end-if.

       210-Qualifying-Event-Rtn.
           move WJ-Employee-Number to WS-Find-Emp.
           perform 250-Find-Cobra-Rtn.
           if WS-Cobra-Found = 'Y'
               move WS-Cobra-Row(WS-Cobra-Match) to COBRA-REC
               if CBM-TERM-DATE >= JRN-Date
                   or CBM-STATUS = 'N' or CBM-STATUS = 'A'
                   go to 210-Exit
               end-if
           end-if.

           move 'N' to WS-Elect-Found.
           perform varying WS-Elect-Idx from 1 by 1
               until WS-Elect-Idx > WS-Elect-Count
               if WS-Elect-Emp(WS-Elect-Idx) = WS-Find-Emp
                   move 'Y' to WS-Elect-Found
                   move WS-Elect-Idx to WS-Elect-Match
                   move WS-Elect-Count to WS-Elect-Idx
               end-if
           end-perform.
           if WS-Elect-Found = 'N'
               add 1 to WS-No-Elect-Count
               go to 210-Exit
           end-if.

           move 'N' to WS-Plan-Found.
           perform varying WS-Plan-Idx from 1 by 1
               until WS-Plan-Idx > WS-Plan-Count
               if WS-Plan-Code(WS-Plan-Idx)
                   = WS-Elect-Plan(WS-Elect-Match)
                   and WS-Plan-Tier(WS-Plan-Idx)
                   = WS-Elect-Tier(WS-Elect-Match)
                   move 'Y' to WS-Plan-Found
                   move WS-Plan-Idx to WS-Plan-Match
                   move WS-Plan-Count to WS-Plan-Idx
               end-if
           end-perform.
           if WS-Plan-Found = 'N'
               display 'NO RATE ON PLAN TABLE FOR PLAN '
                   WS-Elect-Plan(WS-Elect-Match) ' TIER '
                   WS-Elect-Tier(WS-Elect-Match)
                   ' (EMPLOYEE ' WS-Find-Emp
                   ') - NO CONTINUATION NOTICE'
               go to 210-Exit
           end-if.

           if WS-Cobra-Found = 'N'
               if WS-Cobra-Count < 500
                   add 1 to WS-Cobra-Count
                   move WS-Cobra-Count to WS-Cobra-Match
               else
                   display 'COBRA TABLE CAPACITY EXCEEDED AT 500 - '
                       'RUN HALTED'
                   stop run
               end-if
           end-if.

           move WS-Find-Emp to CBM-EMP-NUM.
           move WJ-Employee-Name to CBM-NAME.
           move WJ-SSN to CBM-SSN.
           move WS-Elect-Plan(WS-Elect-Match) to CBM-PLAN.
           move WS-Elect-Tier(WS-Elect-Match) to CBM-TIER.
           move WS-Plan-Premium(WS-Plan-Match) to CBM-PLAN-COST.
           compute CBM-PREMIUM rounded =
               CBM-PLAN-COST * WS-Admin-Pct.
           move JRN-Date to CBM-TERM-DATE.
           move WS-Run-Key to CBM-NOTICE-DATE.
           move WS-Run-Key to CBM-STATUS-DATE.
           move 'N' to CBM-STATUS.

           move WS-Run-Key to WS-Calc-Date.
           move WS-Election-Days to WS-Add-Days.
           perform 600-Add-Days-Rtn.
           move WS-Calc-Date to CBM-DEADLINE.

      *    Coverage runs from the month after the termination;
      *    nothing is billed or paid until an election.
           move JRN-Date(1:6) to WS-Calc-YM.
           perform 610-Next-Month-Rtn.
           move WS-Calc-YM to CBM-START-YM.
           move JRN-Date(1:6) to CBM-BILLED-YM CBM-PAID-YM.
           move JRN-Date(1:6) to WS-Calc-YM.
           perform WS-Max-Months times
               perform 610-Next-Month-Rtn
           end-perform.
           move WS-Calc-YM to CBM-END-YM.
           move zero to CBM-CREDIT.

           move COBRA-REC to WS-Cobra-Row(WS-Cobra-Match).
           move 'Y' to WS-Cobra-New(WS-Cobra-Match).
           add 1 to WS-New-Count.
           perform 220-Write-Notice-Rtn.

       210-Exit.
           exit.

       220-Write-Notice-Rtn.
           move WS-Run-MM to ND-MM.
           move WS-Run-DD to ND-DD.
           move WS-Run-YYYY to ND-YYYY.
           write Notice-Rec from NTC-DATE-LINE after page.
           write Notice-Rec from Blank-Line.
           move CBM-NAME to NS-Name.
           write Notice-Rec from NTC-SALUTE.
           write Notice-Rec from Blank-Line.
           move CBM-TERM-DATE to WS-Calc-Date.
           compute NB1-Term = (WS-Calc-MM * 1000000)
               + (WS-Calc-DD * 10000) + WS-Calc-YYYY.
           write Notice-Rec from NTC-BODY1.
           write Notice-Rec from NTC-BODY2.
           write Notice-Rec from Blank-Line.
           move CBM-PLAN to NP-Plan.
           move CBM-TIER to NP-Tier.
           write Notice-Rec from NTC-PLAN-LINE.
           move CBM-PREMIUM to NR-Premium.
           write Notice-Rec from NTC-PREMIUM-LINE.
           move CBM-DEADLINE to WS-Calc-Date.
           compute NL-Deadline = (WS-Calc-MM * 1000000)
               + (WS-Calc-DD * 10000) + WS-Calc-YYYY.
           write Notice-Rec from NTC-DEADLINE-LINE.
           write Notice-Rec from Blank-Line.
           write Notice-Rec from NTC-BODY3.
           write Notice-Rec from NTC-BODY4.
           write Notice-Rec from NTC-BODY5.
           write Notice-Rec from Blank-Line.
           write Notice-Rec from NTC-SIG-NAME.

       250-Find-Cobra-Rtn.
           move 'N' to WS-Cobra-Found.
           perform varying WS-Cobra-Idx from 1 by 1
               until WS-Cobra-Idx > WS-Cobra-Count
               if WS-Cobra-Row(WS-Cobra-Idx)(1:5) = WS-Find-Emp
                   move 'Y' to WS-Cobra-Found
                   move WS-Cobra-Idx to WS-Cobra-Match
                   move WS-Cobra-Count to WS-Cobra-Idx
               end-if
           end-perform.

      *********************************************
      * Elections, waivers and payments.  An      *
      * election postmarked after the deadline    *
      * is refused; a payment is held as credit   *
      * and applied to the oldest unpaid month    *
      * at billing.                               *
      *********************************************
       300-Apply-Txn-Rtn.
           move 'TRANSACTIONS' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           open input Cobra-Txn-File.
           if WS-Ctx-File-Stat not = '00'
               move 'YES' to WS-Ctx-EOF
           end-if.
           perform until WS-Ctx-EOF = 'YES'
               read Cobra-Txn-File
                   at end
                       move 'YES' to WS-Ctx-EOF
                   not at end
                       perform 310-One-Txn-Rtn
                           through 310-Exit
               end-read
           end-perform.
           if WS-Ctx-File-Stat = '00' or WS-Ctx-File-Stat = '10'
               close Cobra-Txn-File
           end-if.
           write Report-Rec from Blank-Line.

       310-One-Txn-Rtn.
           move CTX-EMP-NUM to WS-Find-Emp.
           perform 250-Find-Cobra-Rtn.
           if WS-Cobra-Found = 'N'
               move 'REJECTED - NO CONTINUATION' to WS-Txn-Result
               add 1 to WS-Reject-Count
               go to 310-Report
           end-if.
           move WS-Cobra-Row(WS-Cobra-Match) to COBRA-REC.

           evaluate CTX-TYPE
               when 'E'
                   if CBM-STATUS not = 'N'
                       move 'REJECTED - NOT AWAITING ELECT'
                           to WS-Txn-Result
                       add 1 to WS-Reject-Count
                   else
                       if CTX-DATE > CBM-DEADLINE
                           move 'REJECTED - PAST DEADLINE'
                               to WS-Txn-Result
                           add 1 to WS-Reject-Count
                       else
                           move 'A' to CBM-STATUS
                           move CTX-DATE to CBM-STATUS-DATE
                           move 'ELECTED' to WS-Txn-Result
                           add 1 to WS-Elected-Count
                       end-if
                   end-if
               when 'W'
                   if CBM-STATUS not = 'N'
                       move 'REJECTED - NOT AWAITING ELECT'
                           to WS-Txn-Result
                       add 1 to WS-Reject-Count
                   else
                       move 'W' to CBM-STATUS
                       move CTX-DATE to CBM-STATUS-DATE
                       move 'WAIVED' to WS-Txn-Result
                       add 1 to WS-Waived-Count
                   end-if
               when 'P'
                   if CBM-STATUS not = 'A' or CTX-AMOUNT not numeric
                       move 'REJECTED - RETURN PAYMENT'
                           to WS-Txn-Result
                       add 1 to WS-Reject-Count
                   else
                       add CTX-AMOUNT to CBM-CREDIT
                       add CTX-AMOUNT to WS-Paid-Total
                       move 'PAYMENT POSTED' to WS-Txn-Result
                   end-if
               when other
                   move 'REJECTED - BAD TRANSACTION TYPE'
                       to WS-Txn-Result
                   add 1 to WS-Reject-Count
           end-evaluate.
           move COBRA-REC to WS-Cobra-Row(WS-Cobra-Match).

       310-Report.
           move CTX-EMP-NUM to RX-Emp.
           move CTX-TYPE to RX-Type.
           move CTX-DATE to RX-Date.
           if CTX-AMOUNT numeric
               move CTX-AMOUNT to RX-Amount
           else
               move zero to RX-Amount
           end-if.
           move WS-Txn-Result to RX-Result.
           write Report-Rec from RPT-TXN-LINE.

       310-Exit.
           exit.

      *********************************************
      * Month end for every open continuation -   *
      * expire unanswered notices, bill through   *
      * this month, apply credit, cancel on an    *
      * unpaid month past grace, and list the     *
      * covered for InsRecon                      *
      *********************************************
       400-Monthly-Billing-Rtn.
           move 'CONTINUATION STATUS' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from RPT-COL-HDR.
           perform varying WS-Cobra-Idx from 1 by 1
               until WS-Cobra-Idx > WS-Cobra-Count
               move WS-Cobra-Row(WS-Cobra-Idx) to COBRA-REC
               move CBM-STATUS to WS-Old-Status
               if CBM-STATUS = 'N' and WS-Run-Key > CBM-DEADLINE
                   move 'X' to CBM-STATUS
                   move WS-Run-Key to CBM-STATUS-DATE
                   add 1 to WS-Expired-Count
               end-if
               if CBM-STATUS = 'A'
                   perform 410-Bill-Months-Rtn
                       through 410-Exit
               end-if
               if CBM-STATUS = 'A' or CBM-STATUS = 'N'
                   or CBM-STATUS not = WS-Old-Status
                   or WS-Cobra-New(WS-Cobra-Idx) = 'Y'
                   perform 430-Write-Status-Rtn
               end-if
               if CBM-STATUS = 'A'
                   add 1 to WS-Active-Count
                   move CBM-SSN to CBL-SSN
                   move CBM-EMP-NUM to CBL-EMP-NUM
                   move CBM-NAME to CBL-NAME
                   move CBM-PLAN to CBL-PLAN
                   move CBM-PLAN-COST to CBL-PLAN-COST
                   write CONTINUEE-REC
               end-if
               move COBRA-REC to WS-Cobra-Row(WS-Cobra-Idx)
           end-perform.
           write Report-Rec from Blank-Line.

       410-Bill-Months-Rtn.
           perform until CBM-BILLED-YM >= WS-Run-YM
               or CBM-BILLED-YM >= CBM-END-YM
               move CBM-BILLED-YM to WS-Calc-YM
               perform 610-Next-Month-Rtn
               move WS-Calc-YM to CBM-BILLED-YM
               add CBM-PREMIUM to WS-Billed-Total
           end-perform.

           perform until CBM-PAID-YM >= CBM-BILLED-YM
               or CBM-CREDIT < CBM-PREMIUM
               subtract CBM-PREMIUM from CBM-CREDIT
               move CBM-PAID-YM to WS-Calc-YM
               perform 610-Next-Month-Rtn
               move WS-Calc-YM to CBM-PAID-YM
           end-perform.

           if CBM-PAID-YM >= CBM-END-YM
               move 'E' to CBM-STATUS
               move WS-Run-Key to CBM-STATUS-DATE
               add 1 to WS-Ended-Count
               go to 410-Exit
           end-if.

      *    The oldest unpaid month fell due on its first day.
           if CBM-PAID-YM < CBM-BILLED-YM
               move CBM-PAID-YM to WS-Calc-YM
               perform 610-Next-Month-Rtn
               move WS-Calc-YM to WS-Calc-Date(1:6)
               move 01 to WS-Calc-DD
               move WS-Grace-Days to WS-Add-Days
               perform 600-Add-Days-Rtn
               if WS-Run-Key > WS-Calc-Date
                   move 'C' to CBM-STATUS
                   move WS-Run-Key to CBM-STATUS-DATE
                   add 1 to WS-Cancel-Count
               end-if
           end-if.

       410-Exit.
           exit.

       430-Write-Status-Rtn.
           move CBM-EMP-NUM to RB-Emp.
           move CBM-NAME to RB-Name.
           move CBM-PLAN to RB-Plan.
           move CBM-TIER to RB-Tier.
           move CBM-PREMIUM to RB-Premium.
           move CBM-PAID-YM to RB-Paid-YM.
           move zero to WS-Unpaid-Months.
           move CBM-PAID-YM to WS-Calc-YM.
           perform until WS-Calc-YM >= CBM-BILLED-YM
               perform 610-Next-Month-Rtn
               add 1 to WS-Unpaid-Months
           end-perform.
           compute WS-Balance-Due = WS-Unpaid-Months * CBM-PREMIUM.
           if WS-Balance-Due > CBM-CREDIT
               subtract CBM-CREDIT from WS-Balance-Due
           else
               move zero to WS-Balance-Due
           end-if.
           move WS-Balance-Due to RB-Balance.
           evaluate CBM-STATUS
               when 'N'
                   if WS-Cobra-New(WS-Cobra-Idx) = 'Y'
                       move 'NOTICED' to RB-Status
                   else
                       move 'AWAITING' to RB-Status
                   end-if
               when 'A'
                   move 'ACTIVE' to RB-Status
               when 'W'
                   move 'WAIVED' to RB-Status
               when 'X'
                   move 'EXPIRED' to RB-Status
               when 'C'
                   move 'CANCELLED' to RB-Status
               when 'E'
                   move 'ENDED-18' to RB-Status
               when other
                   move spaces to RB-Status
           end-evaluate.
           write Report-Rec from RPT-BILL-LINE.

      *********************************************
      * Calendar helpers - add WS-Add-Days to     *
      * WS-Calc-Date, and step WS-Calc-YM one     *
      * month                                     *
      *********************************************
       600-Add-Days-Rtn.
           add WS-Add-Days to WS-Calc-DD.
           perform 620-Month-Length-Rtn.
           perform until WS-Calc-DD <= WS-Month-Len
               subtract WS-Month-Len from WS-Calc-DD
               add 1 to WS-Calc-MM
               if WS-Calc-MM > 12
                   move 1 to WS-Calc-MM
                   add 1 to WS-Calc-YYYY
               end-if
               perform 620-Month-Length-Rtn
           end-perform.

       610-Next-Month-Rtn.
           add 1 to WS-Calc-YM-MM.
           if WS-Calc-YM-MM > 12
               move 1 to WS-Calc-YM-MM
               add 1 to WS-Calc-YM-YYYY
           end-if.

       620-Month-Length-Rtn.
           move WS-Days-In-Month(WS-Calc-MM) to WS-Month-Len.
           if WS-Calc-MM = 2
               move 'N' to WS-Leap-Year
               divide WS-Calc-YYYY by 4 giving WS-Leap-Quot
                   remainder WS-Leap-Rem
               if WS-Leap-Rem = zero
                   move 'Y' to WS-Leap-Year
                   divide WS-Calc-YYYY by 100 giving WS-Leap-Quot
                       remainder WS-Leap-Rem
                   if WS-Leap-Rem = zero
                       divide WS-Calc-YYYY by 400
                           giving WS-Leap-Quot
                           remainder WS-Leap-Rem
                       if WS-Leap-Rem not = zero
                           move 'N' to WS-Leap-Year
                       end-if
                   end-if
               end-if
               if WS-Leap-Year = 'Y'
                   move 29 to WS-Month-Len
               end-if
           end-if.

       500-Close-Module.
           open output Cobra-Master.
           perform varying WS-Cobra-Idx from 1 by 1
               until WS-Cobra-Idx > WS-Cobra-Count
               move WS-Cobra-Row(WS-Cobra-Idx) to COBRA-REC
               write COBRA-REC
           end-perform.
           close Cobra-Master.

           move 'Notices issued:               ' to RT-Label.
           move WS-New-Count to RT-Count.
           move zero to RT-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Terminated, no election:      ' to RT-Label.
           move WS-No-Elect-Count to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Elected / waived / expired:   ' to RT-Label.
           compute RT-Count = WS-Elected-Count + WS-Waived-Count
               + WS-Expired-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Cancelled for non-payment:    ' to RT-Label.
           move WS-Cancel-Count to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move '18 months exhausted:          ' to RT-Label.
           move WS-Ended-Count to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Transactions rejected:        ' to RT-Label.
           move WS-Reject-Count to RT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Premiums billed this run:     ' to RT-Label.
           move zero to RT-Count.
           move WS-Billed-Total to RT-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Payments posted this run:     ' to RT-Label.
           move WS-Paid-Total to RT-Amount.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Active continuees listed:     ' to RT-Label.
           move WS-Active-Count to RT-Count.
           move zero to RT-Amount.
           write Report-Rec from RPT-TOTAL-LINE.

           close Notice-File
                 Billing-Report
                 Continuee-List.
           display 'COBRA RUN COMPLETE - ACTIVE CONTINUEES: '
               WS-Active-Count ' NOTICES: ' WS-New-Count.

       end program Ch11Cobra.
