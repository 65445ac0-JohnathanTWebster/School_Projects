      * lands on an approval exception list so   *
      * a supervisor signs off before the        *
      * money moves.                             *
      * A 'V' or 'S' punch is vacation or sick   *
      * leave taken that day, its time field     *
      * carrying hours in hundredths (0800 is    *
      * eight hours); leave rides the hours file *
      * for Program12's leave bank and never     *
      * counts toward the overtime week.         *
      * The approval list is split by manager:   *
      * each supervisor gets a section holding   *
      * the weeks of everyone under them,        *
      * directly or down the line, and a week    *
      * whose reporting chain is missing or      *
      * broken is listed last to route by hand.  *
      *******************************************
       environment division.
       configuration section.
         05 HRS-EMP-NUM         pic 9(05).
         05 HRS-REG             pic 9(03)v99.
         05 HRS-OT              pic 9(02)v99.
         05 HRS-VAC-TAKEN       pic 9(03)v99.
         05 HRS-SICK-TAKEN      pic 9(03)v99.

       FD Edit-Register.
       01 Register-Rec          pic x(80).
         05 WS-Swap-Emp         pic 9(05) value zero.
         05 WS-Swap-Reg         pic 9(03)v99 value zero.
         05 WS-Swap-OT          pic 9(02)v99 value zero.
         05 WS-Swap-Vac         pic 9(03)v99 value zero.
         05 WS-Swap-Sick        pic 9(03)v99 value zero.
         05 WS-Leave-Hours      pic 9(02)v99 value zero.
         05 WS-Leave-Count      pic 9(05) value zero.
         05 WS-In-Minutes       pic 9(05) value zero.
         05 WS-Out-Minutes      pic 9(05) value zero.
         05 WS-Span-Minutes     pic s9(05) value zero.
           10 WE-Emp             pic 9(05).
           10 WE-Reg             pic 9(03)v99.
           10 WE-OT              pic 9(02)v99.
           10 WE-Vac             pic 9(03)v99.
           10 WE-Sick            pic 9(03)v99.
         05 WS-Emp-Idx          pic 9(04) value zero.
         05 WS-Emp-Match        pic 9(04) value zero.
         05 WS-Emp-Found        pic x(01) value 'N'.

      *********************************************
      * Approval lines held until the end so they  *
      * can be split by supervisor, with the        *
      * reporting chain above each employee         *
      *********************************************
       01 WS-Route-Table-Area.
         05 WS-Rte-Count        pic 9(04) value zero.
         05 WS-Rte-Table        occurs 500 times.
           10 WR-Emp             pic x(05).
           10 WR-Line            pic x(80).
           10 WR-Status          pic x(02).
           10 WR-Depth           pic 9(02).
           10 WR-Chain           pic x(05) occurs 10 times.
         05 WS-Rte-Idx          pic 9(04) value zero.
         05 WS-Boss-Count       pic 9(04) value zero.
         05 WS-Boss-Table       occurs 500 times.
           10 WB-Sup             pic x(05).
           10 WB-Name            pic x(20).
         05 WS-Boss-Idx         pic 9(04) value zero.
         05 WS-Boss-Match       pic 9(04) value zero.
         05 WS-Lvl-Idx          pic 9(02) value zero.
         05 WS-Swap-Sup         pic x(05) value spaces.
         05 WS-Swap-Name        pic x(20) value spaces.
         05 WS-In-Section       pic x(01) value 'N'.
         05 WS-Unrouted-Count   pic 9(04) value zero.

       01 WS-SupChn-Parm.
         05 SCP-Emp-No          pic x(05).
         05 SCP-Status          pic x(02).
         05 SCP-Depth           pic 9(02).
         05 SCP-Chain           occurs 10 times.
           10 SCP-Sup-No         pic x(05).
           10 SCP-Sup-Name       pic x(20).

       01 Blank-Line            pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(29) value
              '  ** SUPERVISOR APPROVAL REQD'.

       01 APP-SUP-HEAD.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(11) value 'Supervisor '.
         05 ASH-Sup             pic x(05).
         05 Filler              pic x(02) value spaces.
         05 ASH-Name            pic x(20).
         05 Filler              pic x(39) value
              '  - direct and indirect reports        '.

       01 APP-UNROUTED-HEAD.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(44) value
              'No clean reporting chain - route by hand    '.
         05 Filler              pic x(33) value spaces.

       01 APP-UNROUTED-LINE.
         05 Filler              pic x(06) value spaces.
         05 AUL-Emp             pic x(05).
         05 Filler              pic x(02) value spaces.
         05 AUL-Reason          pic x(40).
         05 Filler              pic x(27) value spaces.

       01 APP-TOTAL.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(30) value
      *********************************************
       200-Pair-Punch-Rtn.
           evaluate true
               when PCH-TYPE = 'V' or PCH-TYPE = 'S'
                   perform 260-Accum-Leave-Rtn
               when PCH-TYPE = 'I' and WS-Pair-Open = 'N'
                   move 'Y' to WS-Pair-Open
                   move PCH-EMP-NUM to WS-Open-Emp
           move PCH-TIME to RJ-Time.
           write Register-Rec from RPT-REJECT-LINE.

      *********************************************
      * Leave taken posts straight to the         *
      * employee's totals - it is not worked      *
      * time and stays out of the week buckets    *
      *********************************************
       260-Accum-Leave-Rtn.
           compute WS-Leave-Hours = PCH-TIME / 100.
           if WS-Leave-Hours = zero or WS-Leave-Hours > 24
               move 'LEAVE HOURS MISSING OR OVER 24' to RJ-Reason
               perform 255-Reject-Line-Rtn
           else
               add 1 to WS-Leave-Count
               move PCH-EMP-NUM to WS-Swap-Emp
               perform 320-Find-Emp-Rtn
               if PCH-TYPE = 'V'
                   add WS-Leave-Hours to WE-Vac(WS-Emp-Match)
               else
                   add WS-Leave-Hours to WE-Sick(WS-Emp-Match)
               end-if
           end-if.

      *********************************************
      * Split each employee-week at forty hours   *
      * and roll the weeks up per employee - a    *
                   move WW-Week(WS-Wk-Idx) to AP-Week
                   move WS-Week-Total to AP-Hours
                   move WS-Week-OT to AP-OT
                   perform 330-Hold-Approval-Rtn
               end-if

               perform 310-Accum-Emp-Rtn
           end-perform.

       310-Accum-Emp-Rtn.
           move WW-Emp(WS-Wk-Idx) to WS-Swap-Emp.
           perform 320-Find-Emp-Rtn.
           add WS-Week-Reg to WE-Reg(WS-Emp-Match).
           add WS-Week-OT to WE-OT(WS-Emp-Match).

      *    The employee's totals slot for the number in
      *    WS-Swap-Emp, opened at zero the first time through.
       320-Find-Emp-Rtn.
           move 'N' to WS-Emp-Found.
           perform varying WS-Emp-Idx from 1 by 1
               until WS-Emp-Idx > WS-Emp-Count
               if WE-Emp(WS-Emp-Idx) = WS-Swap-Emp
                   move 'Y' to WS-Emp-Found
                   move WS-Emp-Idx to WS-Emp-Match
                   move WS-Emp-Count to WS-Emp-Idx
               if WS-Emp-Count < 500
                   add 1 to WS-Emp-Count
                   move WS-Emp-Count to WS-Emp-Match
                   move WS-Swap-Emp to WE-Emp(WS-Emp-Match)
                   move zero to WE-Reg(WS-Emp-Match)
                   move zero to WE-OT(WS-Emp-Match)
                   move zero to WE-Vac(WS-Emp-Match)
                   move zero to WE-Sick(WS-Emp-Match)
               else
                   display 'EMPLOYEE TABLE CAPACITY EXCEEDED AT '
                       '500 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *    Each approval line is held with the chain above the
      *    employee, and every supervisor on that chain gets a
      *    section.
       330-Hold-Approval-Rtn.
           if WS-Rte-Count not < 500
               display 'APPROVAL ROUTING TABLE CAPACITY EXCEEDED '
                   'AT 500 - RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Rte-Count.
           move WW-Emp(WS-Wk-Idx) to SCP-Emp-No.
           call 'SUPCHN' using WS-SupChn-Parm.
           move SCP-Emp-No to WR-Emp(WS-Rte-Count).
           move APP-LINE to WR-Line(WS-Rte-Count).
           move SCP-Status to WR-Status(WS-Rte-Count).
           move SCP-Depth to WR-Depth(WS-Rte-Count).
           perform varying WS-Lvl-Idx from 1 by 1
               until WS-Lvl-Idx > 10
               move SCP-Sup-No(WS-Lvl-Idx)
                   to WR-Chain(WS-Rte-Count, WS-Lvl-Idx)
           end-perform.
           perform varying WS-Lvl-Idx from 1 by 1
               until WS-Lvl-Idx > SCP-Depth
               perform 335-Add-Boss-Rtn
           end-perform.

       335-Add-Boss-Rtn.
           move zero to WS-Boss-Match.
           perform varying WS-Boss-Idx from 1 by 1
               until WS-Boss-Idx > WS-Boss-Count
                  or WS-Boss-Match > zero
               if WB-Sup(WS-Boss-Idx) = SCP-Sup-No(WS-Lvl-Idx)
                   move WS-Boss-Idx to WS-Boss-Match
               end-if
           end-perform.
           if WS-Boss-Match = zero
               if WS-Boss-Count < 500
                   add 1 to WS-Boss-Count
                   move SCP-Sup-No(WS-Lvl-Idx)
                       to WB-Sup(WS-Boss-Count)
                   move SCP-Sup-Name(WS-Lvl-Idx)
                       to WB-Name(WS-Boss-Count)
               else
                   display 'SUPERVISOR TABLE CAPACITY EXCEEDED '
                       'AT 500 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *********************************************
      * Write the approval list one supervisor at *
      * a time, in supervisor number order        *
      *********************************************
       340-Route-Approvals-Rtn.
           perform varying WS-Boss-Idx from 1 by 1
               until WS-Boss-Idx > WS-Boss-Count
               perform varying WS-Boss-Match from 1 by 1
                   until WS-Boss-Match not less than WS-Boss-Idx
                   if WB-Sup(WS-Boss-Idx) < WB-Sup(WS-Boss-Match)
                       move WB-Sup(WS-Boss-Idx) to WS-Swap-Sup
                       move WB-Name(WS-Boss-Idx) to WS-Swap-Name
                       move WB-Sup(WS-Boss-Match)
                           to WB-Sup(WS-Boss-Idx)
                       move WB-Name(WS-Boss-Match)
                           to WB-Name(WS-Boss-Idx)
                       move WS-Swap-Sup to WB-Sup(WS-Boss-Match)
                       move WS-Swap-Name to WB-Name(WS-Boss-Match)
                   end-if
               end-perform
           end-perform.

           perform varying WS-Boss-Idx from 1 by 1
               until WS-Boss-Idx > WS-Boss-Count
               move WB-Sup(WS-Boss-Idx) to ASH-Sup
               move WB-Name(WS-Boss-Idx) to ASH-Name
               write Approval-Rec from APP-SUP-HEAD
               perform varying WS-Rte-Idx from 1 by 1
                   until WS-Rte-Idx > WS-Rte-Count
                   perform 345-Check-Section-Rtn
                   if WS-In-Section = 'Y'
                       write Approval-Rec from WR-Line(WS-Rte-Idx)
                   end-if
               end-perform
               write Approval-Rec from Blank-Line
           end-perform.

           perform varying WS-Rte-Idx from 1 by 1
               until WS-Rte-Idx > WS-Rte-Count
               if WR-Status(WS-Rte-Idx) not = '00'
                   perform 350-Unrouted-Rtn
               end-if
           end-perform.

       345-Check-Section-Rtn.
           move 'N' to WS-In-Section.
           perform varying WS-Lvl-Idx from 1 by 1
               until WS-Lvl-Idx > WR-Depth(WS-Rte-Idx)
               if WR-Chain(WS-Rte-Idx, WS-Lvl-Idx)
                   = WB-Sup(WS-Boss-Idx)
                   move 'Y' to WS-In-Section
               end-if
           end-perform.

       350-Unrouted-Rtn.
           if WS-Unrouted-Count = zero
               write Approval-Rec from APP-UNROUTED-HEAD
           end-if.
           add 1 to WS-Unrouted-Count.
           write Approval-Rec from WR-Line(WS-Rte-Idx).
           move WR-Emp(WS-Rte-Idx) to AUL-Emp.
           evaluate WR-Status(WS-Rte-Idx)
               when '10'
                   move 'NO SUPERVISOR ON FILE' to AUL-Reason
               when '20'
                   move 'CIRCULAR SUPERVISOR CHAIN' to AUL-Reason
               when '30'
                   move 'SUPERVISOR NOT ACTIVE ON MASTER'
                       to AUL-Reason
               when '40'
                   move 'CHAIN OVER TEN LEVELS - CUT SHORT'
                       to AUL-Reason
               when other
                   move 'SUPERVISOR FILE NOT AVAILABLE'
                       to AUL-Reason
           end-evaluate.
           write Approval-Rec from APP-UNROUTED-LINE.

      *********************************************
      * The clean hours file, in employee number  *
                       move WE-Emp(WS-Emp-Idx) to WS-Swap-Emp
                       move WE-Reg(WS-Emp-Idx) to WS-Swap-Reg
                       move WE-OT(WS-Emp-Idx) to WS-Swap-OT
                       move WE-Vac(WS-Emp-Idx) to WS-Swap-Vac
                       move WE-Sick(WS-Emp-Idx) to WS-Swap-Sick
                       move WE-Emp(WS-Emp-Match)
                           to WE-Emp(WS-Emp-Idx)
                       move WE-Reg(WS-Emp-Match)
                           to WE-Reg(WS-Emp-Idx)
                       move WE-OT(WS-Emp-Match)
                           to WE-OT(WS-Emp-Idx)
                       move WE-Vac(WS-Emp-Match)
                           to WE-Vac(WS-Emp-Idx)
                       move WE-Sick(WS-Emp-Match)
                           to WE-Sick(WS-Emp-Idx)
                       move WS-Swap-Emp to WE-Emp(WS-Emp-Match)
                       move WS-Swap-Reg to WE-Reg(WS-Emp-Match)
                       move WS-Swap-OT to WE-OT(WS-Emp-Match)
                       move WS-Swap-Vac to WE-Vac(WS-Emp-Match)
                       move WS-Swap-Sick to WE-Sick(WS-Emp-Match)
                   end-if
               end-perform
           end-perform.
               move WE-Emp(WS-Emp-Idx) to HRS-EMP-NUM
               move WE-Reg(WS-Emp-Idx) to HRS-REG
               move WE-OT(WS-Emp-Idx) to HRS-OT
               move WE-Vac(WS-Emp-Idx) to HRS-VAC-TAKEN
               move WE-Sick(WS-Emp-Idx) to HRS-SICK-TAKEN
               write HOURS-REC
           end-perform.

           move WS-Emps-Written to RT-Emps.
           write Register-Rec from RPT-TOTAL-LINE.

           perform 340-Route-Approvals-Rtn.
           write Approval-Rec from Blank-Line.
           move WS-Approve-Count to AT-Count.
           write Approval-Rec from APP-TOTAL.
                 Edit-Register
                 Approval-List.
           display 'TIMECARD EDIT COMPLETE - EMPLOYEES WRITTEN: '
               WS-Emps-Written ' REJECTS: ' WS-Reject-Count
               ' LEAVE PUNCHES: ' WS-Leave-Count.

       end program Ch12TimEd.
