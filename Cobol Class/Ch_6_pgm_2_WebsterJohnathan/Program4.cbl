      * salary) are rejected, and the            *
      * maintenance register shows every         *
      * transaction's disposition with before    *
      * and after images for changes.  With the  *
      * position master on hand, an add must     *
      * name an open position in its own         *
      * department - the position is filled (or  *
      * held for a future-dated hire) as the add *
      * is accepted - and a delete opens the     *
      * employee's position again.  Every code   *
      * on an add or change - Territory, office, *
      * department, job class and job code - is  *
      * checked against the shared code table    *
      * through CODECHK before anything is       *
      * applied or held pending.                 *
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

       data division.
       file section.
         05 LCK-DD              pic 9(02).
         05 LCK-YYYY            pic 9(04).

       FD Position-File.
       01 Position-Rec.
           COPY POSMSTR.

       working-storage section.
       01 Assorted-Flags.
         05 More-Records        pic x(03) value 'YES'.
           10 WS-DD             pic 9(02).
         05 WS-Run-YYYY         pic 9(04) value zero.

      *********************************************
      * Position master held in storage and        *
      * written back whole when anything changed   *
      *********************************************
       01 WS-Pos-Table-Area.
         05 WS-Pos-File-Stat    pic x(02) value '00'.
         05 WS-Pos-EOF          pic x(03) value 'NO '.
         05 WS-Pos-Avail        pic x(03) value 'YES'.
         05 WS-Pos-Changed      pic x(01) value 'N'.
         05 WS-Pos-OK           pic x(01) value 'Y'.
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
         05 WS-Pos-Employee     pic x(05) value spaces.
         05 WS-Pos-Wanted       pic x(06) value spaces.

       01 WS-CodeChk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).
       01 WS-Codes-OK          pic x(01) value 'Y'.

       01 WS-Before-Image      pic x(80) value spaces.
       01 WS-Change-OK         pic x(01) value 'N'.
       01 WS-Held-Pending      pic x(01) value 'N'.
                       move 'NO ' to More-Records
                   not at end
                       perform 200-Apply-Trans-Rtn
                           through 200-Exit
               end-read
           end-perform.
           perform 300-Close-Module.

           write Register-Rec from Print-Title1.
           write Register-Rec from Blank-Line.
           perform 120-Load-Positions-Rtn.

       105-Check-Lock-Rtn.
           open input Lock-File.
               close Lock-File
           end-if.

      *    No position master means position control is not in
      *    force yet - adds go through as they always did.
       120-Load-Positions-Rtn.
           open input Position-File.
           if WS-Pos-File-Stat not = '00'
               move 'NO ' to WS-Pos-Avail
               move 'YES' to WS-Pos-EOF
               display 'POSITION MASTER NOT AVAILABLE, STATUS: '
                   WS-Pos-File-Stat ' - ADDS NOT CHECKED AGAINST '
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
      * Dispatch one transaction on its action    *
      * code                                      *
      *    A future-dated transaction goes to the pending file
      *    instead of the master - the drawer it used to sit in
      *    is now a file the cycle releases on the right day.
      *    A bad code is rejected at entry, pending or not, so
      *    a future-dated transaction cannot wait weeks to fail.
           move 'Y' to WS-Codes-OK.
           if MT-Action = 'A' or MT-Action = 'C'
               perform 228-Check-Codes-Rtn
                   through 228-Exit
           end-if.
           if WS-Codes-OK = 'N'
               add 1 to WS-Reject-Count
               write Register-Rec from Disp-Line
               go to 200-Exit
           end-if.

           move 'N' to WS-Held-Pending.
           if MT-Eff-Date numeric
               move MT-Eff-Date to WS-Eff-Date-Num
               if WS-Eff-Date-Num > WS-Run-Date-Key
                   move 'Y' to WS-Held-Pending
                   perform 210-Pending-Trans-Rtn
                       through 210-Exit
               end-if
           end-if.

               evaluate MT-Action
                   when 'A'
                       perform 220-Apply-Add-Rtn
                           through 220-Exit
                   when 'C'
                       perform 230-Apply-Change-Rtn
                   when 'D'
               end-evaluate
           end-if.

       200-Exit.
           exit.

      *    A future-dated hire holds its position from the day
      *    it is keyed, so the opening cannot be promised twice
      *    while the start date is still ahead.
       210-Pending-Trans-Rtn.
           if MT-Action = 'A'
               perform 225-Check-Position-Rtn
                   through 225-Exit
               if WS-Pos-OK = 'N'
                   add 1 to WS-Reject-Count
                   write Register-Rec from Disp-Line
                   go to 210-Exit
               end-if
               perform 226-Fill-Position-Rtn
           end-if.
           add 1 to WS-Pending-Count.
           move MT-Action to PEN-Action.
           move MT-Payroll-Data to PEN-Data.
           move MT-Eff-Date to PEN-Eff-Date.
           write Pending-Rec.
           move spaces to DSP-Disposition.
           string 'PENDING - EFFECTIVE ' MT-Eff-Date
               delimited by size into DSP-Disposition.
           write Register-Rec from Disp-Line.

       210-Exit.
           exit.

      *********************************************
      * Add - key must not exist and the salary   *
      * must be numeric                           *
           if MT-Annual-Salary not numeric
               add 1 to WS-Reject-Count
               move 'REJECTED - SALARY NOT NUMERIC' to DSP-Disposition
               write Register-Rec from Disp-Line
               go to 220-Exit
           end-if.
           perform 225-Check-Position-Rtn
               through 225-Exit.
           if WS-Pos-OK = 'N'
               add 1 to WS-Reject-Count
               write Register-Rec from Disp-Line
               go to 220-Exit
           end-if.
           move MT-Payroll-Data to Idx-Payroll-Record.
           write Idx-Payroll-Record
               invalid key
                   add 1 to WS-Reject-Count
                   move 'REJECTED - EMPLOYEE EXISTS'
                       to DSP-Disposition
               not invalid key
                   add 1 to WS-Add-Count
                   move 'ADDED' to DSP-Disposition
                   perform 226-Fill-Position-Rtn
                   move 'A' to JRN-Action
                   move spaces to JRN-Before
                   move MT-Payroll-Data to JRN-After
                   move WS-Run-Date-Key to JRN-Date
                   write Journal-Rec
           end-write.
           write Register-Rec from Disp-Line.

       220-Exit.
           exit.

      *********************************************
      * Position check for an add - the position  *
      * must be on file, open and in the hire's   *
      * own department                            *
      *********************************************
      *    The employee already holding it passes - that is the
      *    pending hire being released on its start date.
       225-Check-Position-Rtn.
           move 'Y' to WS-Pos-OK.
           if WS-Pos-Avail not = 'YES'
               go to 225-Exit
           end-if.
           move Position-Number of MT-Payroll-Data to WS-Pos-Wanted.
           move MT-Employee-Number to WS-Pos-Employee.
           if WS-Pos-Wanted = spaces
               move 'N' to WS-Pos-OK
               move 'REJECTED - NO POSITION NUMBER' to DSP-Disposition
               go to 225-Exit
           end-if.
           perform 227-Find-Position-Rtn.
           if WS-Pos-Match = zero
               move 'N' to WS-Pos-OK
               move 'REJECTED - NO SUCH POSITION' to DSP-Disposition
               go to 225-Exit
           end-if.
           if WP-Dept(WS-Pos-Match) not = MT-Department-Number
               move 'N' to WS-Pos-OK
               move 'REJECTED - POSITION IN OTHER DEPT'
                   to DSP-Disposition
               go to 225-Exit
           end-if.
           if WP-Incumbent(WS-Pos-Match) not = spaces
               and WP-Incumbent(WS-Pos-Match) not = WS-Pos-Employee
               move 'N' to WS-Pos-OK
               move 'REJECTED - POSITION NOT OPEN' to DSP-Disposition
           end-if.

       225-Exit.
           exit.

       226-Fill-Position-Rtn.
           if WS-Pos-Avail = 'YES' and WS-Pos-Match > zero
               move WS-Pos-Employee to WP-Incumbent(WS-Pos-Match)
               move spaces to WP-Vacant-Since(WS-Pos-Match)
               move 'Y' to WS-Pos-Changed
           end-if.

      *********************************************
      * Codes on an add or change must be active  *
      * on the shared code table - status '30'    *
      * (type not set up) and '90' (no table)     *
      * let the code through as before            *
      *********************************************
       228-Check-Codes-Rtn.
           move 'TERR' to CCK-Type.
           move MT-Territory to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'N' to WS-Codes-OK
               move 'REJECTED - TERRITORY NOT VALID' to DSP-Disposition
               go to 228-Exit
           end-if.
           move 'OFFC' to CCK-Type.
           move MT-Location-Code to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'N' to WS-Codes-OK
               move 'REJECTED - OFFICE NOT VALID' to DSP-Disposition
               go to 228-Exit
           end-if.
           move 'DEPT' to CCK-Type.
           move MT-Department-Number to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'N' to WS-Codes-OK
               move 'REJECTED - DEPARTMENT NOT VALID'
                   to DSP-Disposition
               go to 228-Exit
           end-if.
           move 'JCLS' to CCK-Type.
           move MT-Job-Class to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'N' to WS-Codes-OK
               move 'REJECTED - JOB CLASS NOT VALID' to DSP-Disposition
               go to 228-Exit
           end-if.
           move 'JCOD' to CCK-Type.
           move MT-Job-Code to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'N' to WS-Codes-OK
               move 'REJECTED - JOB CODE NOT VALID' to DSP-Disposition
           end-if.

       228-Exit.
           exit.

       227-Find-Position-Rtn.
           move zero to WS-Pos-Match.
           perform varying WS-Pos-Idx from 1 by 1
                   until WS-Pos-Idx > WS-Pos-Count
                      or WS-Pos-Match > zero
               if WP-Number(WS-Pos-Idx) = WS-Pos-Wanted
                   move WS-Pos-Idx to WS-Pos-Match
               end-if
           end-perform.

      *********************************************
      * Change - key must exist and the salary    *
      * must be numeric; the register keeps the   *
           read Payroll-Master-Idx
               invalid key
                   move spaces to WS-Before-Image
                   move spaces to WS-Pos-Wanted
               not invalid key
                   move Idx-Payroll-Record to WS-Before-Image
                   move Position-Number of Idx-Payroll-Record
                       to WS-Pos-Wanted
           end-read.
           move MT-Employee-Number to Idx-Employee-Number.
           delete Payroll-Master-Idx
                   move spaces to JRN-After
                   move WS-Run-Date-Key to JRN-Date
                       write Journal-Rec
                   perform 245-Vacate-Position-Rtn
           end-delete.
           write Register-Rec from Disp-Line.

      *    The position opens again from the run date, which is
      *    where the control report starts counting time vacant.
       245-Vacate-Position-Rtn.
           if WS-Pos-Avail = 'YES' and WS-Pos-Wanted not = spaces
               perform 227-Find-Position-Rtn
               if WS-Pos-Match > zero
                   if WP-Incumbent(WS-Pos-Match) = MT-Employee-Number
                       move spaces to WP-Incumbent(WS-Pos-Match)
                       move WS-Run-Date-Key
                           to WP-Vacant-Since(WS-Pos-Match)
                       move 'Y' to WS-Pos-Changed
                   end-if
               end-if
           end-if.

       300-Close-Module.
           move WS-Add-Count to TOT-Added.
           move WS-Change-Count to TOT-Changed.
                 Maint-Register
                 Pending-File
                 Journal-File.
           if WS-Pos-Changed = 'Y'
               perform 310-Rewrite-Positions-Rtn
           end-if.

       310-Rewrite-Positions-Rtn.
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

       end program Ch6Maint.
