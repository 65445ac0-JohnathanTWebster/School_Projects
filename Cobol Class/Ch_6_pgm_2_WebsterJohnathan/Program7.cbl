      * away.  Employees with no hire date on    *
      * file (older extracts) are listed last    *
      * in their department with the date shown  *
      * blank.  The award section is split by    *
      * manager - each supervisor sees the       *
      * awards due to everyone under them, and   *
      * anyone whose reporting chain is missing  *
      * or broken is listed last.                *
      *******************************************
       environment division.
       configuration section.
           10 WS-Awd-Years       pic 9(03).
         05 WS-Awd-Idx          pic 9(03) value zero.

      *********************************************
      * The reporting chain above each award and   *
      * the supervisors who get an award section   *
      *********************************************
       01 WS-Route-Table-Area.
         05 WS-Rte-Table        occurs 100 times.
           10 WR-Status          pic x(02).
           10 WR-Depth           pic 9(02).
           10 WR-Chain           pic x(05) occurs 10 times.
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
         05 WS-Unrouted-Count   pic 9(03) value zero.

       01 WS-SupChn-Parm.
         05 SCP-Emp-No          pic x(05).
         05 SCP-Status          pic x(02).
         05 SCP-Depth           pic 9(02).
         05 SCP-Chain           occurs 10 times.
           10 SCP-Sup-No         pic x(05).
           10 SCP-Sup-Name       pic x(20).

       01 Blank-Line            pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler              pic x(17) value ' year anniversary'.
         05 Filler              pic x(25) value spaces.

       01 RPT-SUP-HEAD.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(11) value 'Supervisor '.
         05 RSH-Sup             pic x(05).
         05 Filler              pic x(02) value spaces.
         05 RSH-Name            pic x(20).
         05 Filler              pic x(39) value
              '  - direct and indirect reports        '.

       01 RPT-UNROUTED-HEAD.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(44) value
              'No clean reporting chain - route by hand    '.
         05 Filler              pic x(33) value spaces.

       01 RPT-UNROUTED-LINE.
         05 Filler              pic x(06) value spaces.
         05 RUL-Emp             pic x(05).
         05 Filler              pic x(02) value spaces.
         05 RUL-Reason          pic x(40).
         05 Filler              pic x(27) value spaces.

       01 RPT-COUNT-LINE.
         05 Filler              pic x(03) value spaces.
         05 Filler              pic x(19) value 'Employees listed:  '.
               move '      (NONE THIS MONTH)' to Report-Rec
               write Report-Rec
           else
               perform 310-Route-Awards-Rtn
           end-if.

           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COUNT-LINE.
           close Senior-Report.

      *********************************************
      * The award list one supervisor at a time,  *
      * in supervisor number order                *
      *********************************************
       310-Route-Awards-Rtn.
           perform varying WS-Awd-Idx from 1 by 1
               until WS-Awd-Idx > WS-Award-Count
               move WS-Awd-Emp-No(WS-Awd-Idx) to SCP-Emp-No
               call 'SUPCHN' using WS-SupChn-Parm
               move SCP-Status to WR-Status(WS-Awd-Idx)
               move SCP-Depth to WR-Depth(WS-Awd-Idx)
               perform varying WS-Lvl-Idx from 1 by 1
                   until WS-Lvl-Idx > 10
                   move SCP-Sup-No(WS-Lvl-Idx)
                       to WR-Chain(WS-Awd-Idx, WS-Lvl-Idx)
               end-perform
               perform varying WS-Lvl-Idx from 1 by 1
                   until WS-Lvl-Idx > SCP-Depth
                   perform 315-Add-Boss-Rtn
               end-perform
           end-perform.

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
               move WB-Sup(WS-Boss-Idx) to RSH-Sup
               move WB-Name(WS-Boss-Idx) to RSH-Name
               write Report-Rec from RPT-SUP-HEAD
               perform varying WS-Awd-Idx from 1 by 1
                   until WS-Awd-Idx > WS-Award-Count
                   perform 320-Check-Section-Rtn
                   if WS-In-Section = 'Y'
                       perform 330-Award-Line-Rtn
                   end-if
               end-perform
           end-perform.

           perform varying WS-Awd-Idx from 1 by 1
               until WS-Awd-Idx > WS-Award-Count
               if WR-Status(WS-Awd-Idx) not = '00'
                   perform 340-Unrouted-Rtn
               end-if
           end-perform.

       315-Add-Boss-Rtn.
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

       320-Check-Section-Rtn.
           move 'N' to WS-In-Section.
           perform varying WS-Lvl-Idx from 1 by 1
               until WS-Lvl-Idx > WR-Depth(WS-Awd-Idx)
               if WR-Chain(WS-Awd-Idx, WS-Lvl-Idx)
                   = WB-Sup(WS-Boss-Idx)
                   move 'Y' to WS-In-Section
               end-if
           end-perform.

       330-Award-Line-Rtn.
           move WS-Awd-Emp-No(WS-Awd-Idx) to RA-Emp.
           move WS-Awd-Name(WS-Awd-Idx) to RA-Name.
           move WS-Awd-Years(WS-Awd-Idx) to RA-Years.
           write Report-Rec from RPT-AWARD-LINE.

       340-Unrouted-Rtn.
           if WS-Unrouted-Count = zero
               write Report-Rec from RPT-UNROUTED-HEAD
           end-if.
           add 1 to WS-Unrouted-Count.
           perform 330-Award-Line-Rtn.
           move WS-Awd-Emp-No(WS-Awd-Idx) to RUL-Emp.
           evaluate WR-Status(WS-Awd-Idx)
               when '10'
                   move 'NO SUPERVISOR ON FILE' to RUL-Reason
               when '20'
                   move 'CIRCULAR SUPERVISOR CHAIN' to RUL-Reason
               when '30'
                   move 'SUPERVISOR NOT ACTIVE ON MASTER'
                       to RUL-Reason
               when '40'
                   move 'CHAIN OVER TEN LEVELS - CUT SHORT'
                       to RUL-Reason
               when other
                   move 'SUPERVISOR FILE NOT AVAILABLE'
                       to RUL-Reason
           end-evaluate.
           write Report-Rec from RPT-UNROUTED-LINE.

       end program Ch6Senior.
