       identification division.
       program-id. Ch12SepCl.
      *******************************************
      * Separation close-out worklist.  Reads    *
      * the employee master journal Ch6Maint,    *
      * Ch6Update and Ch6Rel append to, picks    *
      * out every change that moved an employee  *
      * to status 'T', and checks the satellite  *
      * files payroll and benefits keep for that *
      * employee - voluntary deductions, the     *
      * retirement election, the direct-deposit  *
      * account, the benefit election and the    *
      * withholding election.  Anything still    *
      * active prints as open; anything ended    *
      * prints with the date it ended, so the    *
      * termination can be signed off as done.   *
      * A small tracking file remembers what was *
      * open last run, so an item removed since  *
      * shows the run it was found closed.  A    *
      * rehire journaled later takes the         *
      * employee back off the list.              *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Journal-File
               assign to 'C:\Data\Data-Work\Ch6_Journal.dat'
               organization is line sequential
               file status is WS-Jrn-File-Stat.
           select Ded-File
               assign to 'C:\Data\Data-In\Ch12_Deduct.dat'
               organization is line sequential
               file status is WS-Ded-File-Stat.
           select Ret-File
               assign to 'C:\Data\Data-In\Ch12_Retire.dat'
               organization is line sequential
               file status is WS-Ret-File-Stat.
           select Bank-File
               assign to 'C:\Data\Data-In\Ch12_BankAcct.dat'
               organization is line sequential
               file status is WS-Bank-File-Stat.
           select Ben-Elect-File
               assign to 'C:\Data\Data-In\Ch11_BenElect.dat'
               organization is line sequential
               file status is WS-Ben-File-Stat.
           select Whe-File
               assign to 'C:\Data\Data-In\Ch12_WhElect.dat'
               organization is line sequential
               file status is WS-Whe-File-Stat.
           select Track-File
               assign to 'C:\Data\Data-In\Ch12_SepTrack.dat'
               organization is line sequential
               file status is WS-Trk-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Worklist-Report
               assign to 'C:\Data\Data-Out\Ch12_SepWork.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Journal-File.
       01 Journal-Rec.
         05 JRN-Action          pic x(01).
         05 JRN-Before          pic x(80).
         05 JRN-After           pic x(80).
         05 JRN-Date            pic 9(08).

       FD Ded-File.
       01 DED-REC.
         05 DED-EMP-NUM         pic 9(05).
         05 DED-TYPE-CODE       pic x(03).
         05 DED-METHOD          pic x(01).
         05 DED-AMOUNT          pic 9(05)v99.
         05 DED-STOP-DATE.
           10 DED-STOP-MM       pic 9(02).
           10 DED-STOP-DD       pic 9(02).
           10 DED-STOP-YYYY     pic 9(04).

       FD Ret-File.
       01 RET-REC.
         05 RET-EMP-NUM         pic 9(05).
         05 RET-PCT             pic 9(02)v99.
         05 RET-YTD             pic 9(07)v99.

       FD Bank-File.
       01 BANK-REC.
         05 BANK-EMP-NUM        pic 9(05).
         05 BANK-ROUTING-NO     pic 9(09).
         05 BANK-ACCOUNT-NO     pic 9(10).
         05 BANK-ACCT-TYPE      pic x(01).
         05 BANK-PRENOTE-STAT   pic x(01).
         05 BANK-EFF-DATE       pic 9(08).

       FD Ben-Elect-File.
       01 BEN-ELECT-REC.
         05 BEL-EMP-NUM         pic 9(05).
         05 BEL-PLAN            pic x(03).
         05 BEL-TIER            pic x(01).
         05 BEL-LIFE-PLAN       pic x(03).

       FD Whe-File.
       01 WHE-REC.
         05 WHE-EMP-NUM         pic 9(05).
         05 WHE-EXEMPT          pic x(01).
         05 WHE-EXTRA-AMT       pic 9(05)v99.
         05 WHE-ALLOW-FLAG      pic x(01).
         05 WHE-ALLOW           pic 9(02).

      *********************************************
      * Close-out tracking - one row per item     *
      * seen open or ended for a terminated       *
      * employee: item 1 deductions, 2            *
      * retirement, 3 bank account, 4 benefits,   *
      * 5 withholding; status O open or C closed, *
      * and the date it was ended                 *
      *********************************************
       FD Track-File.
       01 TRACK-REC.
         05 TRK-EMP-NUM         pic 9(05).
         05 TRK-ITEM            pic 9(01).
         05 TRK-STATUS          pic x(01).
         05 TRK-END-DATE        pic 9(08).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM              pic 9(02).
         05 OVR-DD              pic 9(02).
         05 OVR-YYYY            pic 9(04).

       FD Worklist-Report.
       01 Report-Rec            pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Jrn-EOF          pic x(03) value 'NO '.
         05 WS-Sat-EOF          pic x(03) value 'NO '.
         05 WS-Jrn-File-Stat    pic x(02) value '00'.
         05 WS-Ded-File-Stat    pic x(02) value '00'.
         05 WS-Ret-File-Stat    pic x(02) value '00'.
         05 WS-Bank-File-Stat   pic x(02) value '00'.
         05 WS-Ben-File-Stat    pic x(02) value '00'.
         05 WS-Whe-File-Stat    pic x(02) value '00'.
         05 WS-Trk-File-Stat    pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Find-Emp         pic 9(05) value zero.
         05 WS-Item             pic 9(01) value zero.
         05 WS-Stop-Key         pic 9(08) value zero.
         05 WS-Run-Key          pic 9(08) value zero.
         05 WS-Open-Items       pic 9(01) value zero.
         05 WS-Jrn-Count        pic 9(07) value zero.
         05 WS-Term-Count       pic 9(05) value zero.
         05 WS-Rehire-Count     pic 9(05) value zero.
         05 WS-Complete-Count   pic 9(05) value zero.
         05 WS-Open-Total       pic 9(05) value zero.
         05 WS-Run-Date.
           10 WS-Run-YYYY       pic 9(04).
           10 WS-Run-MM         pic 9(02).
           10 WS-Run-DD         pic 9(02).
         05 WS-Date.
           10 WS-YY             pic 9(02).
           10 WS-MM             pic 9(02).
           10 WS-DD             pic 9(02).

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

      *********************************************
      * One slot per terminated employee, five    *
      * close-out items each: open this run,      *
      * status and end date carried from the      *
      * tracking file, and the latest stop date   *
      * on a stopped deduction                    *
      *********************************************
       01 WS-Sep-Table-Area.
         05 WS-Sep-Count        pic 9(04) value zero.
         05 WS-Sep-Table        occurs 500 times.
           10 WS-Sep-Emp         pic 9(05).
           10 WS-Sep-Name        pic x(20).
           10 WS-Sep-Date        pic 9(08).
           10 WS-Sep-Active      pic x(01).
           10 WS-Sep-Item        occurs 5 times.
             15 WS-Sep-Open      pic x(01).
             15 WS-Sep-Prior     pic x(01).
             15 WS-Sep-End       pic 9(08).
         05 WS-Sep-Idx          pic 9(04) value zero.
         05 WS-Sep-Match        pic 9(04) value zero.
         05 WS-Sep-Found        pic x(01) value 'N'.

       01 WS-Item-Names-Area.
         05 Filler              pic x(16) value 'Deductions      '.
         05 Filler              pic x(16) value 'Retirement plan '.
         05 Filler              pic x(16) value 'Direct deposit  '.
         05 Filler              pic x(16) value 'Benefit election'.
         05 Filler              pic x(16) value 'Withholding elec'.
       01 WS-Item-Names redefines WS-Item-Names-Area.
         05 WS-Item-Name        pic x(16) occurs 5 times.

       01 Blank-Line            pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(18) value spaces.
         05 Filler              pic x(36) value
              'Separation Close-Out Worklist       '.
         05 RPT-Date.
           10 RPT-MO            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-DY            pic 9(02).
           10 Filler            pic x value '/'.
           10 RPT-YR            pic 9(04).
         05 Filler              pic x(16) value spaces.

       01 RPT-EMP-LINE.
         05 Filler              pic x(01) value spaces.
         05 Filler              pic x(09) value 'Employee '.
         05 REL-Emp             pic 9(05).
         05 Filler              pic x(02) value spaces.
         05 REL-Name            pic x(20).
         05 Filler              pic x(13) value '  terminated '.
         05 REL-Date            pic 9999/99/99.
         05 Filler              pic x(20) value spaces.

       01 RPT-ITEM-LINE.
         05 Filler              pic x(06) value spaces.
         05 RIL-Item            pic x(16).
         05 Filler              pic x(02) value spaces.
         05 RIL-Status          pic x(14).
         05 RIL-Date            pic 9999/99/99.
         05 Filler              pic x(32) value spaces.

       01 RPT-SIGNOFF-LINE.
         05 Filler              pic x(06) value spaces.
         05 RSL-Text            pic x(40).
         05 Filler              pic x(34) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler              pic x(01) value spaces.
         05 Filler              pic x(14) value 'Terminations: '.
         05 RT-Terms            pic zz,zz9.
         05 Filler              pic x(12) value '  Complete: '.
         05 RT-Complete         pic zz,zz9.
         05 Filler              pic x(14) value '  Open items: '.
         05 RT-Open             pic zz,zz9.
         05 Filler              pic x(11) value '  Rehired: '.
         05 RT-Rehire           pic zz,zz9.
         05 Filler              pic x(04) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 200-Scan-Journal-Rtn.
           perform 250-Load-Track-Rtn.
           perform 300-Check-Ded-Rtn.
           perform 310-Check-Ret-Rtn.
           perform 320-Check-Bank-Rtn.
           perform 330-Check-Ben-Rtn.
           perform 340-Check-Whe-Rtn.
           perform 400-Write-Worklist-Rtn.
           perform 500-Close-Module.
           goback.

      *********************************************
      * Start module                              *
      *********************************************
       110-Startup-Module.
           open output Worklist-Report.
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
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.

           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

      *********************************************
      * Every change that moved an employee to    *
      * 'T' puts them on the list with the        *
      * journal date; a later change back off     *
      * 'T' is a rehire and takes them off        *
      *********************************************
       200-Scan-Journal-Rtn.
           open input Journal-File.
           if WS-Jrn-File-Stat not = '00'
               display 'NO JOURNAL ON FILE - NO SEPARATIONS TO '
                   'CHECK'
               move 'YES' to WS-Jrn-EOF
           end-if.
           perform until WS-Jrn-EOF = 'YES'
               read Journal-File
                   at end
                       move 'YES' to WS-Jrn-EOF
                   not at end
                       add 1 to WS-Jrn-Count
                       if JRN-Action = 'C'
                           perform 210-Status-Change-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Jrn-File-Stat = '00'
               close Journal-File
           end-if.

       210-Status-Change-Rtn.
           move JRN-After to WJ-After-Data.
           move JRN-Before to WB-Before-Data.
           evaluate true
               when WB-Emp-Status not = 'T' and WJ-Emp-Status = 'T'
                   move WJ-Employee-Number to WS-Find-Emp
                   perform 220-Find-Sep-Rtn
                   if WS-Sep-Found = 'N'
                       perform 230-Add-Sep-Rtn
                   end-if
                   move WJ-Employee-Name to WS-Sep-Name(WS-Sep-Match)
                   move JRN-Date to WS-Sep-Date(WS-Sep-Match)
                   move 'Y' to WS-Sep-Active(WS-Sep-Match)
               when WB-Emp-Status = 'T' and WJ-Emp-Status not = 'T'
                   move WJ-Employee-Number to WS-Find-Emp
                   perform 220-Find-Sep-Rtn
                   if WS-Sep-Found = 'Y'
                       move 'N' to WS-Sep-Active(WS-Sep-Match)
                       add 1 to WS-Rehire-Count
                   end-if
           end-evaluate.

       220-Find-Sep-Rtn.
           move 'N' to WS-Sep-Found.
           perform varying WS-Sep-Idx from 1 by 1
               until WS-Sep-Idx > WS-Sep-Count
               if WS-Sep-Emp(WS-Sep-Idx) = WS-Find-Emp
                   move 'Y' to WS-Sep-Found
                   move WS-Sep-Idx to WS-Sep-Match
                   move WS-Sep-Count to WS-Sep-Idx
               end-if
           end-perform.

       230-Add-Sep-Rtn.
           if WS-Sep-Count < 500
               add 1 to WS-Sep-Count
               move WS-Sep-Count to WS-Sep-Match
               move WS-Find-Emp to WS-Sep-Emp(WS-Sep-Match)
               perform varying WS-Item from 1 by 1
                   until WS-Item > 5
                   move 'N' to WS-Sep-Open(WS-Sep-Match, WS-Item)
                   move space to WS-Sep-Prior(WS-Sep-Match, WS-Item)
                   move zero to WS-Sep-End(WS-Sep-Match, WS-Item)
               end-perform
           else
               display 'SEPARATION TABLE CAPACITY EXCEEDED AT 500 '
                   '- RUN HALTED'
               stop run
           end-if.

      *********************************************
      * What last run saw - an item open then and *
      * gone now was ended since                  *
      *********************************************
       250-Load-Track-Rtn.
           open input Track-File.
           if WS-Trk-File-Stat not = '00'
               move 'YES' to WS-Sat-EOF
           else
               move 'NO ' to WS-Sat-EOF
           end-if.
           perform until WS-Sat-EOF = 'YES'
               read Track-File
                   at end
                       move 'YES' to WS-Sat-EOF
                   not at end
                       move TRK-EMP-NUM to WS-Find-Emp
                       perform 220-Find-Sep-Rtn
                       if WS-Sep-Found = 'Y'
                           and TRK-ITEM > zero and TRK-ITEM < 6
                           move TRK-STATUS to
                               WS-Sep-Prior(WS-Sep-Match, TRK-ITEM)
                           move TRK-END-DATE to
                               WS-Sep-End(WS-Sep-Match, TRK-ITEM)
                       end-if
               end-read
           end-perform.
           if WS-Trk-File-Stat = '00'
               close Track-File
           end-if.

      *********************************************
      * A deduction is ended when it carries a    *
      * stop date on or before the termination -  *
      * the latest such date is the end date.     *
      * No stop date, or one past the             *
      * termination, is still open.               *
      *********************************************
       300-Check-Ded-Rtn.
           open input Ded-File.
           if WS-Ded-File-Stat not = '00'
               move 'YES' to WS-Sat-EOF
           else
               move 'NO ' to WS-Sat-EOF
           end-if.
           perform until WS-Sat-EOF = 'YES'
               read Ded-File
                   at end
                       move 'YES' to WS-Sat-EOF
                   not at end
                       move DED-EMP-NUM to WS-Find-Emp
                       perform 220-Find-Sep-Rtn
                       if WS-Sep-Found = 'Y'
                           perform 305-Judge-Ded-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Ded-File-Stat = '00'
               close Ded-File
           end-if.

       305-Judge-Ded-Rtn.
           if DED-STOP-DATE numeric and DED-STOP-DATE not = zeros
               compute WS-Stop-Key = (DED-STOP-YYYY * 10000)
                   + (DED-STOP-MM * 100) + DED-STOP-DD
           else
               move zero to WS-Stop-Key
           end-if.
           if WS-Stop-Key = zero
               or WS-Stop-Key > WS-Sep-Date(WS-Sep-Match)
               move 'Y' to WS-Sep-Open(WS-Sep-Match, 1)
           else
               move 'C' to WS-Sep-Prior(WS-Sep-Match, 1)
               if WS-Stop-Key > WS-Sep-End(WS-Sep-Match, 1)
                   move WS-Stop-Key to WS-Sep-End(WS-Sep-Match, 1)
               end-if
           end-if.

      *    A retirement election at zero percent contributes
      *    nothing - stopped, though the record stays for the
      *    year-to-date figure.
       310-Check-Ret-Rtn.
           open input Ret-File.
           if WS-Ret-File-Stat not = '00'
               move 'YES' to WS-Sat-EOF
           else
               move 'NO ' to WS-Sat-EOF
           end-if.
           perform until WS-Sat-EOF = 'YES'
               read Ret-File
                   at end
                       move 'YES' to WS-Sat-EOF
                   not at end
                       if RET-PCT > zero
                           move RET-EMP-NUM to WS-Find-Emp
                           move 2 to WS-Item
                           perform 350-Mark-Open-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Ret-File-Stat = '00'
               close Ret-File
           end-if.

       320-Check-Bank-Rtn.
           open input Bank-File.
           if WS-Bank-File-Stat not = '00'
               move 'YES' to WS-Sat-EOF
           else
               move 'NO ' to WS-Sat-EOF
           end-if.
           perform until WS-Sat-EOF = 'YES'
               read Bank-File
                   at end
                       move 'YES' to WS-Sat-EOF
                   not at end
                       move BANK-EMP-NUM to WS-Find-Emp
                       move 3 to WS-Item
                       perform 350-Mark-Open-Rtn
               end-read
           end-perform.
           if WS-Bank-File-Stat = '00'
               close Bank-File
           end-if.

       330-Check-Ben-Rtn.
           open input Ben-Elect-File.
           if WS-Ben-File-Stat not = '00'
               move 'YES' to WS-Sat-EOF
           else
               move 'NO ' to WS-Sat-EOF
           end-if.
           perform until WS-Sat-EOF = 'YES'
               read Ben-Elect-File
                   at end
                       move 'YES' to WS-Sat-EOF
                   not at end
                       move BEL-EMP-NUM to WS-Find-Emp
                       move 4 to WS-Item
                       perform 350-Mark-Open-Rtn
               end-read
           end-perform.
           if WS-Ben-File-Stat = '00'
               close Ben-Elect-File
           end-if.

       340-Check-Whe-Rtn.
           open input Whe-File.
           if WS-Whe-File-Stat not = '00'
               move 'YES' to WS-Sat-EOF
           else
               move 'NO ' to WS-Sat-EOF
           end-if.
           perform until WS-Sat-EOF = 'YES'
               read Whe-File
                   at end
                       move 'YES' to WS-Sat-EOF
                   not at end
                       move WHE-EMP-NUM to WS-Find-Emp
                       move 5 to WS-Item
                       perform 350-Mark-Open-Rtn
               end-read
           end-perform.
           if WS-Whe-File-Stat = '00'
               close Whe-File
           end-if.

       350-Mark-Open-Rtn.
           perform 220-Find-Sep-Rtn.
           if WS-Sep-Found = 'Y'
               move 'Y' to WS-Sep-Open(WS-Sep-Match, WS-Item)
           end-if.

      *********************************************
      * One block per terminated employee - each  *
      * item open, ended with its date, or never  *
      * on file - and the tracking file rewritten *
      * for next run                              *
      *********************************************
       400-Write-Worklist-Rtn.
           open output Track-File.
           perform varying WS-Sep-Idx from 1 by 1
               until WS-Sep-Idx > WS-Sep-Count
               if WS-Sep-Active(WS-Sep-Idx) = 'Y'
                   perform 410-Write-Employee-Rtn
               end-if
           end-perform.
           close Track-File.

       410-Write-Employee-Rtn.
           add 1 to WS-Term-Count.
           move zero to WS-Open-Items.
           move WS-Sep-Emp(WS-Sep-Idx) to REL-Emp.
           move WS-Sep-Name(WS-Sep-Idx) to REL-Name.
           move WS-Sep-Date(WS-Sep-Idx) to REL-Date.
           write Report-Rec from RPT-EMP-LINE.

           perform varying WS-Item from 1 by 1
               until WS-Item > 5
               perform 420-Write-Item-Rtn
           end-perform.

           if WS-Open-Items = zero
               add 1 to WS-Complete-Count
               move 'CLOSE-OUT COMPLETE - READY TO SIGN OFF'
                   to RSL-Text
           else
               add WS-Open-Items to WS-Open-Total
               move spaces to RSL-Text
               string '** ' WS-Open-Items ' ITEM(S) STILL OPEN'
                   delimited by size into RSL-Text
           end-if.
           write Report-Rec from RPT-SIGNOFF-LINE.
           write Report-Rec from Blank-Line.

      *    An item open last run and gone now was ended this
      *    run - the run date stands as its end date from here
      *    on.
       420-Write-Item-Rtn.
           move WS-Item-Name(WS-Item) to RIL-Item.
           move zero to RIL-Date.
           evaluate true
               when WS-Sep-Open(WS-Sep-Idx, WS-Item) = 'Y'
                   move 'STILL OPEN' to RIL-Status
                   add 1 to WS-Open-Items
                   move 'O' to TRK-STATUS
                   move zero to TRK-END-DATE
               when WS-Sep-Prior(WS-Sep-Idx, WS-Item) = 'O'
                   move 'ENDED' to RIL-Status
                   move WS-Run-Key to RIL-Date
                   move 'C' to TRK-STATUS
                   move WS-Run-Key to TRK-END-DATE
               when WS-Sep-Prior(WS-Sep-Idx, WS-Item) = 'C'
                   move 'ENDED' to RIL-Status
                   move WS-Sep-End(WS-Sep-Idx, WS-Item) to RIL-Date
                   move 'C' to TRK-STATUS
                   move WS-Sep-End(WS-Sep-Idx, WS-Item)
                       to TRK-END-DATE
               when other
                   move 'NONE ON FILE' to RIL-Status
                   move space to TRK-STATUS
           end-evaluate.
           if RIL-Date = zero
               move spaces to RPT-ITEM-LINE(39:10)
           end-if.
           write Report-Rec from RPT-ITEM-LINE.
           if TRK-STATUS not = space
               move WS-Sep-Emp(WS-Sep-Idx) to TRK-EMP-NUM
               move WS-Item to TRK-ITEM
               write TRACK-REC
           end-if.

       500-Close-Module.
           move WS-Term-Count to RT-Terms.
           move WS-Complete-Count to RT-Complete.
           move WS-Open-Total to RT-Open.
           move WS-Rehire-Count to RT-Rehire.
           write Report-Rec from RPT-TOTAL-LINE.
           close Worklist-Report.
           display 'SEPARATION WORKLIST COMPLETE - TERMINATIONS: '
               WS-Term-Count ' OPEN ITEMS: ' WS-Open-Total.

       end program Ch12SepCl.
