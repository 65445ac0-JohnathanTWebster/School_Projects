      * same safe-by-default discipline as the   *
      * Ch7 raise passes.  A rule whose          *
      * effective date has not arrived is held   *
      * and said so.  With the position master   *
      * on hand a department move must land in   *
      * an open position in the new department - *
      * the one the rule names, or else the      *
      * first vacancy with the employee's job    *
      * class.  No opening, no move.             *
      *******************************************
       environment division.
       configuration section.
               assign to 'C:\Data\Data-Work\Pay_Lock.dat'
               organization is line sequential
               file status is WS-Lock-File-Stat.
           select Position-File
               assign to 'C:\Data\Data-In\Pay_Position.dat'
               organization is line sequential
               file status is WS-Pos-File-Stat.
           select Reorg-Register
               assign to 'C:\Data\Data-Out\Ch6_Reorg.rpt'
               organization is line sequential.
      * One rule per record.  'L' moves a          *
      * territory/office pair, 'D' a department.   *
      * The effective date is optional - spaces    *
      * applies now.  A department rule may name   *
      * the position to move into - only sensible  *
      * when the rule moves one person; left blank *
      * the first open position in the new         *
      * department with the same job class is      *
      * taken.                                     *
      *********************************************
       FD Rule-File.
       01 RULE-REC.
         05 RUL-To-Off         pic x(02).
         05 RUL-To-Dept        pic x(02).
         05 RUL-Eff-Date       pic x(08).
         05 RUL-To-Position    pic x(06).

       FD Mode-File.
       01 Mode-Rec.
         05 LCK-DD              pic 9(02).
         05 LCK-YYYY            pic 9(04).

       FD Position-File.
       01 Position-Rec.
           COPY POSMSTR.

       FD Reorg-Register.
       01 Register-Rec         pic x(100).

         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Eff-Date-Num    pic 9(08) value zero.
         05 WS-Moved-Count     pic 9(05) value zero.
         05 WS-Unplaced-Count  pic 9(05) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WR-To-Dept        pic x(02).
           10 WR-Held           pic x(01).
           10 WR-Eff-Date       pic x(08).
           10 WR-To-Pos         pic x(06).
           10 WR-Before-From    pic 9(05).
           10 WR-Before-To      pic 9(05).
           10 WR-Moved          pic 9(05).
         05 WS-Rule-Match      pic 9(02) value zero.
         05 WS-Rule-Found      pic x(01) value 'N'.

      *********************************************
      * Position master held in storage - filled   *
      * and vacated as people move, so a dry run   *
      * never promises one opening twice either    *
      *********************************************
       01 WS-Pos-Table-Area.
         05 WS-Pos-File-Stat    pic x(02) value '00'.
         05 WS-Pos-EOF          pic x(03) value 'NO '.
         05 WS-Pos-Avail        pic x(03) value 'YES'.
         05 WS-Pos-Changed      pic x(01) value 'N'.
         05 WS-Pos-Count        pic 9(04) value zero.
         05 WS-Pos-Table        occurs 500 times.
           10 WP-Number          pic x(06).
           10 WP-Dept            pic x(02).
           10 WP-Job-Class       pic x(02).
           10 WP-FTE             pic 9(01)v99.
           10 WP-Budget          pic 9(06).
           10 WP-Incumbent       pic x(05).
           10 WP-Vacant-Since    pic x(08).
         05 WS-Pos-Idx          pic 9(04) value zero.
         05 WS-Pos-Match        pic 9(04) value zero.
         05 WS-Pos-Old          pic 9(04) value zero.

       01 WS-After-Counts.
         05 WS-After-From      pic s9(06) value zero.
         05 WS-After-To        pic s9(06) value zero.
           perform 105-Check-Lock-Rtn.
           perform 110-Startup-Module.
           perform 120-Load-Rules-Rtn.
           perform 130-Load-Positions-Rtn.
           perform 200-Count-Before-Rtn.
           perform 300-Apply-Rules-Rtn.
           perform 400-Rule-Summary-Rtn.
                               to WR-To-Dept(WS-Rule-Count)
                           move RUL-Eff-Date
                               to WR-Eff-Date(WS-Rule-Count)
                           move RUL-To-Position
                               to WR-To-Pos(WS-Rule-Count)
                           move zero
                               to WR-Before-From(WS-Rule-Count)
                           move zero
               end-if
           end-if.

      *    No position master means position control is not in
      *    force yet - department moves go as they always did.
       130-Load-Positions-Rtn.
           open input Position-File.
           if WS-Pos-File-Stat not = '00'
               move 'NO ' to WS-Pos-Avail
               move 'YES' to WS-Pos-EOF
               display 'POSITION MASTER NOT AVAILABLE, STATUS: '
                   WS-Pos-File-Stat ' - MOVES NOT CHECKED AGAINST '
                   'POSITIONS'
           end-if.
           perform until WS-Pos-EOF = 'YES'
               read Position-File
                   at end
                       move 'YES' to WS-Pos-EOF
                   not at end
                       if WS-Pos-Count < 500
                           add 1 to WS-Pos-Count
                           move POS-Number to WP-Number(WS-Pos-Count)
                           move POS-Dept to WP-Dept(WS-Pos-Count)
                           move POS-Job-Class
                               to WP-Job-Class(WS-Pos-Count)
                           move POS-FTE to WP-FTE(WS-Pos-Count)
                           move POS-Budget-Salary
                               to WP-Budget(WS-Pos-Count)
                           move POS-Incumbent
                               to WP-Incumbent(WS-Pos-Count)
                           move POS-Vacant-Since
                               to WP-Vacant-Since(WS-Pos-Count)
                       else
                           display 'POSITION TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Pos-Avail = 'YES'
               close Position-File
           end-if.

      *********************************************
      * Pass one - the headcounts each rule's     *
      * from and to buckets start with            *
           end-perform.
           if WS-Rule-Found = 'Y'
               perform 320-Move-One-Rtn
                   through 320-Exit
           end-if.

       320-Move-One-Rtn.
           move Idx-Employee-Number to RM-Emp.
           move Idx-Employee-Name to RM-Name.
           if WR-Type(WS-Rule-Match) = 'L'
               string 'DEPT ' WR-To-Dept(WS-Rule-Match)
                   delimited by size into RM-To
           end-if.

           move zero to WS-Pos-Match.
           if WR-Type(WS-Rule-Match) = 'D' and WS-Pos-Avail = 'YES'
               perform 340-Find-Open-Position-Rtn
               if WS-Pos-Match = zero
                   add 1 to WS-Unplaced-Count
                   move 'NOT MOVED - NO OPEN POS' to RM-Note
                   write Register-Rec from RPT-MOVE-LINE
                   go to 320-Exit
               end-if
           end-if.

           add 1 to WS-Moved-Count.
           add 1 to WR-Moved(WS-Rule-Match).
           if WS-Pos-Match > zero
               move spaces to RM-Note
               if WS-Run-Mode = 'U'
                   string 'MOVED - POS ' WP-Number(WS-Pos-Match)
                       delimited by size into RM-Note
               else
                   string 'WOULD MOVE - POS ' WP-Number(WS-Pos-Match)
                       delimited by size into RM-Note
               end-if
               perform 350-Swap-Position-Rtn
           else
               if WS-Run-Mode = 'U'
                   move 'MOVED' to RM-Note
               else
                   move 'WOULD MOVE (DRY RUN)' to RM-Note
               end-if
           end-if.
           write Register-Rec from RPT-MOVE-LINE.

               else
                   move WR-To-Dept(WS-Rule-Match)
                       to Idx-Department-Number
                   if WS-Pos-Match > zero
                       move WP-Number(WS-Pos-Match)
                           to Position-Number of Idx-Payroll-Record
                   end-if
               end-if
               rewrite Idx-Payroll-Record
               move 'C' to JRN-Action
               perform 330-Write-Audit-Rtn
           end-if.

       320-Exit.
           exit.

       330-Write-Audit-Rtn.
           move Idx-Employee-Number to AUD-Emp-No.
           move 'CH6REORG' to AUD-Program.
           move WS-Run-YYYY to AUD-Run-YYYY.
           write Audit-Rec.

      *    A position the rule names is taken only if it is open
      *    and sits in the new department; otherwise the first
      *    vacancy there with the employee's own job class.
       340-Find-Open-Position-Rtn.
           move zero to WS-Pos-Match.
           if WR-To-Pos(WS-Rule-Match) not = spaces
               perform varying WS-Pos-Idx from 1 by 1
                   until WS-Pos-Idx > WS-Pos-Count
                      or WS-Pos-Match > zero
                   if WP-Number(WS-Pos-Idx) = WR-To-Pos(WS-Rule-Match)
                       and WP-Dept(WS-Pos-Idx)
                           = WR-To-Dept(WS-Rule-Match)
                       and WP-Incumbent(WS-Pos-Idx) = spaces
                       move WS-Pos-Idx to WS-Pos-Match
                   end-if
               end-perform
           else
               perform varying WS-Pos-Idx from 1 by 1
                   until WS-Pos-Idx > WS-Pos-Count
                      or WS-Pos-Match > zero
                   if WP-Dept(WS-Pos-Idx) = WR-To-Dept(WS-Rule-Match)
                       and WP-Job-Class(WS-Pos-Idx) = Idx-Job-Class
                       and WP-Incumbent(WS-Pos-Idx) = spaces
                       move WS-Pos-Idx to WS-Pos-Match
                   end-if
               end-perform
           end-if.

      *    The new position is filled and the old one opens from
      *    the run date.
       350-Swap-Position-Rtn.
           move zero to WS-Pos-Old.
           perform varying WS-Pos-Idx from 1 by 1
               until WS-Pos-Idx > WS-Pos-Count
                  or WS-Pos-Old > zero
               if WP-Number(WS-Pos-Idx)
                   = Position-Number of Idx-Payroll-Record
                   and WP-Incumbent(WS-Pos-Idx) = Idx-Employee-Number
                   move WS-Pos-Idx to WS-Pos-Old
               end-if
           end-perform.
           if WS-Pos-Old > zero
               move spaces to WP-Incumbent(WS-Pos-Old)
               move WS-Run-Date-Key to WP-Vacant-Since(WS-Pos-Old)
           end-if.
           move Idx-Employee-Number to WP-Incumbent(WS-Pos-Match).
           move spaces to WP-Vacant-Since(WS-Pos-Match).
           move 'Y' to WS-Pos-Changed.

      *********************************************
      * Per-rule before and after headcounts -    *
      * after is arithmetic on a dry run too, so  *
                   WS-Moved-Count ' - SUPPLY THE UPDATE MODE '
                   'RECORD TO APPLY'
           end-if.
           if WS-Unplaced-Count > zero
               display 'DEPARTMENT MOVES HELD - NO OPEN POSITION: '
                   WS-Unplaced-Count
           end-if.
           if WS-Run-Mode = 'U' and WS-Pos-Changed = 'Y'
               perform 910-Rewrite-Positions-Rtn
           end-if.

       910-Rewrite-Positions-Rtn.
           open output Position-File.
           perform varying WS-Pos-Idx from 1 by 1
                   until WS-Pos-Idx > WS-Pos-Count
               move WP-Number(WS-Pos-Idx) to POS-Number
               move WP-Dept(WS-Pos-Idx) to POS-Dept
               move WP-Job-Class(WS-Pos-Idx) to POS-Job-Class
               move WP-FTE(WS-Pos-Idx) to POS-FTE
               move WP-Budget(WS-Pos-Idx) to POS-Budget-Salary
               move WP-Incumbent(WS-Pos-Idx) to POS-Incumbent
               move WP-Vacant-Since(WS-Pos-Idx) to POS-Vacant-Since
               write Position-Rec
           end-perform.
           close Position-File.

       end program Ch6Reorg.
