       identification division.
       program-id. OPSDRIVR.
      *******************************************
      * Runs the nightly inventory and          *
      * receivables chains in order, the way    *
      * PAYDRIVR runs payroll.  Inventory:      *
      * sales posting (Program2), reorder       *
      * suggestions (Ch2Reorder), PO issuance   *
      * (Ch2POIss), valuation (Ch2Value).       *
      * Receivables: posting (Ch3pgm7), cash    *
      * application (Ch3Cash), and statements   *
      * (Ch3Stmt) on the last day of the month  *
      * only.  Every step leaves its record     *
      * counts on Ops_RunStats.dat - read must  *
      * equal good plus rejected plus other or  *
      * that chain stops where it is.  The      *
      * run-control file remembers which steps  *
      * finished, so a rerun resumes at the     *
      * failed step instead of posting the      *
      * night's transactions twice; the other   *
      * chain is not held up by the failure.    *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Run-Ctl-File
               assign to 'C:\Data\Data-Work\Ops_RunCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           select Run-Stats-File
               assign to 'C:\Data\Data-Work\Ops_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Lock-File
               assign to 'C:\Data\Data-Work\Ops_Lock.dat'
               organization is line sequential
               file status is WS-Lock-File-Stat.

       data division.
       File section.
       FD Run-Ctl-File.
       01 Run-Ctl-Rec.
         05 CTL-Step-Done       pic x(01) occurs 7 times.

       FD Run-Stats-File.
       01 RUN-STATS-REC.
         05 STAT-PROGRAM       pic x(08).
         05 STAT-READ          pic 9(07).
         05 STAT-WRITTEN       pic 9(07).
         05 STAT-REJECTED      pic 9(07).
         05 STAT-OTHER         pic 9(07).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

      *********************************************
      * Same layout and rules as the payroll      *
      * interlock on Pay_Lock.dat - held for the  *
      * life of the night's run, left held by an  *
      * abend, and a lock this driver already     *
      * holds is its own abandoned one            *
      *********************************************
       FD Lock-File.
       01 Lock-Rec.
         05 LCK-STATE           pic x(04).
         05 LCK-HOLDER          pic x(08).
         05 LCK-MM              pic 9(02).
         05 LCK-DD              pic 9(02).
         05 LCK-YYYY            pic 9(04).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Ctl-File-Stat    pic x(02) value '00'.
         05 WS-Stats-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Lock-File-Stat   pic x(02) value '00'.
         05 WS-Stats-EOF        pic x(03) value 'NO '.
         05 WS-Inv-Halt         pic x(01) value 'N'.
         05 WS-AR-Halt          pic x(01) value 'N'.
         05 WS-Month-End        pic x(01) value 'N'.
         05 WS-Date.
           10 WS-YY             pic 9(02).
           10 WS-MM             pic 9(02).
           10 WS-DD             pic 9(02).
         05 WS-Step-Done        pic x(01) occurs 7 times
                                value 'N'.

       01 WS-Run-YYYY           pic 9(04) value zero.
       01 WS-Run-MM             pic 9(02) value zero.
       01 WS-Run-DD             pic 9(02) value zero.
       01 WS-Leap-Quot          pic 9(04) value zero.
       01 WS-Leap-Rem           pic 9(03) value zero.
       01 WS-Month-Days         pic 9(02) value zero.
       01 WS-Days-Values        pic x(24) value
              '312831303130313130313031'.
       01 WS-Days-Table redefines WS-Days-Values.
         05 WS-Days-In-Month    pic 9(02) occurs 12 times.

      *    The step now running, and the counts it left behind.
       01 WS-Step-Fields.
         05 WS-Step-No          pic 9(01) value zero.
         05 WS-Step-Pgm         pic x(08) value spaces.
         05 WS-Step-Ok          pic x(01) value 'N'.
         05 WS-Stats-Rows       pic 9(05) value zero.
         05 WS-Rows-Before      pic 9(05) value zero.
         05 WS-Stats-Seen       pic x(01) value 'N'.
         05 WS-Step-Read        pic 9(07) value zero.
         05 WS-Step-Written     pic 9(07) value zero.
         05 WS-Step-Rejected    pic 9(07) value zero.
         05 WS-Step-Other       pic 9(07) value zero.
         05 WS-Step-Accounted   pic 9(08) value zero.

       01 WS-Step-Name-Values.
         05                     pic x(08) value 'PROGRAM2'.
         05                     pic x(08) value 'CH2REORD'.
         05                     pic x(08) value 'CH2POISS'.
         05                     pic x(08) value 'CH2VALUE'.
         05                     pic x(08) value 'CH3PGM7 '.
         05                     pic x(08) value 'CH3CASH '.
         05                     pic x(08) value 'CH3STMT '.
       01 WS-Step-Name-Table redefines WS-Step-Name-Values.
         05 WS-Step-Name        pic x(08) occurs 7 times.

       01 WS-RunLog-Parm.
         05 RLP-Program        pic x(08) value 'OPSDRIVR'.
         05 RLP-Text           pic x(60) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           move 'CYCLE STARTED' to RLP-Text.
           call 'RUNLOG' using WS-RunLog-Parm.
           perform 105-Take-Lock-Rtn.
           perform 107-Month-End-Rtn.
           perform 110-Load-RunCtl-Rtn.

           if WS-Step-Done(1) = 'Y' and WS-Step-Done(2) = 'Y'
               and WS-Step-Done(3) = 'Y' and WS-Step-Done(4) = 'Y'
               and WS-Step-Done(5) = 'Y' and WS-Step-Done(6) = 'Y'
               and WS-Step-Done(7) = 'Y'
               display 'PRIOR CYCLE WAS COMPLETE - STARTING A '
                   'FRESH CYCLE'
               move 'N' to WS-Step-Done(1) WS-Step-Done(2)
                   WS-Step-Done(3) WS-Step-Done(4)
                   WS-Step-Done(5) WS-Step-Done(6)
                   WS-Step-Done(7)
           end-if.
           if WS-Step-Done(1) = 'N' and WS-Step-Done(2) = 'N'
               and WS-Step-Done(3) = 'N' and WS-Step-Done(4) = 'N'
               and WS-Step-Done(5) = 'N' and WS-Step-Done(6) = 'N'
               and WS-Step-Done(7) = 'N'
               perform 120-Clear-Stats-Rtn
           end-if.

      *    The inventory chain.
           perform varying WS-Step-No from 1 by 1
               until WS-Step-No > 4 or WS-Inv-Halt = 'Y'
               perform 200-Run-Step-Rtn
               if WS-Step-Ok = 'N'
                   move 'Y' to WS-Inv-Halt
               end-if
           end-perform.

      *    The receivables chain - statements at month end only.
           perform varying WS-Step-No from 5 by 1
               until WS-Step-No > 7 or WS-AR-Halt = 'Y'
               if WS-Step-No = 7 and WS-Month-End = 'N'
                   display 'STEP 7 STATEMENTS (CH3STMT) - NOT MONTH '
                       'END, NOT RUN'
               else
                   perform 200-Run-Step-Rtn
                   if WS-Step-Ok = 'N'
                       move 'Y' to WS-AR-Halt
                   end-if
               end-if
           end-perform.

           if WS-Inv-Halt = 'N' and WS-AR-Halt = 'N'
               display 'INVENTORY/RECEIVABLES CYCLE COMPLETE'
               move 'N' to WS-Step-Done(1) WS-Step-Done(2)
                   WS-Step-Done(3) WS-Step-Done(4)
                   WS-Step-Done(5) WS-Step-Done(6)
                   WS-Step-Done(7)
               perform 150-Write-RunCtl-Rtn
               perform 160-Free-Lock-Rtn
               move 'CYCLE COMPLETE' to RLP-Text
               call 'RUNLOG' using WS-RunLog-Parm
           else
               if WS-Inv-Halt = 'Y'
                   display 'INVENTORY CHAIN HALTED - RERUN RESUMES '
                       'AT THE FAILED STEP'
               end-if
               if WS-AR-Halt = 'Y'
                   display 'RECEIVABLES CHAIN HALTED - RERUN '
                       'RESUMES AT THE FAILED STEP'
               end-if
               display 'THE RUN LOCK STAYS HELD UNTIL THE CYCLE '
                   'COMPLETES'
               move 'CYCLE HALTED AT A FAILED STEP' to RLP-Text
               call 'RUNLOG' using WS-RunLog-Parm
           end-if.

           goback.

      *********************************************
      * Take the interlock - a lock already held  *
      * by this driver is its own abandoned one   *
      * and the rerun carries on; anything else   *
      * holding it stops the cycle cold           *
      *********************************************
       105-Take-Lock-Rtn.
           open input Lock-File.
           if WS-Lock-File-Stat = '00'
               read Lock-File
                   at end
                       continue
                   not at end
                       if LCK-STATE = 'HELD'
                           and LCK-HOLDER not = 'OPSDRIVR'
                           display 'RUN LOCK IS HELD BY '
                               LCK-HOLDER ' SINCE ' LCK-MM '/'
                               LCK-DD '/' LCK-YYYY
                               ' - CYCLE REFUSED'
                           close Lock-File
                           move 'CYCLE REFUSED - LOCK HELD'
                               to RLP-Text
                           call 'RUNLOG' using WS-RunLog-Parm
                           stop run
                       end-if
               end-read
               close Lock-File
           end-if.

           accept WS-Date from date.
           open output Lock-File.
           move 'HELD' to LCK-STATE.
           move 'OPSDRIVR' to LCK-HOLDER.
           move WS-MM to LCK-MM.
           move WS-DD to LCK-DD.
           add WS-YY 2000 giving LCK-YYYY.
           write Lock-Rec.
           close Lock-File.

       160-Free-Lock-Rtn.
           open output Lock-File.
           move 'FREE' to LCK-STATE.
           move spaces to LCK-HOLDER.
           move WS-MM to LCK-MM.
           move WS-DD to LCK-DD.
           add WS-YY 2000 giving LCK-YYYY.
           write Lock-Rec.
           close Lock-File.

      *********************************************
      * Month end is the last calendar day of the *
      * run date's month - the business date from *
      * Pay_RunDate.dat when there is one         *
      *********************************************
       107-Month-End-Rtn.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           move WS-MM to WS-Run-MM.
           move WS-DD to WS-Run-DD.
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

           move WS-Days-In-Month(WS-Run-MM) to WS-Month-Days.
           if WS-Run-MM = 2
               divide WS-Run-YYYY by 4 giving WS-Leap-Quot
                   remainder WS-Leap-Rem
               if WS-Leap-Rem = zero
                   move 29 to WS-Month-Days
                   divide WS-Run-YYYY by 100 giving WS-Leap-Quot
                       remainder WS-Leap-Rem
                   if WS-Leap-Rem = zero
                       move 28 to WS-Month-Days
                       divide WS-Run-YYYY by 400
                           giving WS-Leap-Quot
                           remainder WS-Leap-Rem
                       if WS-Leap-Rem = zero
                           move 29 to WS-Month-Days
                       end-if
                   end-if
               end-if
           end-if.
           if WS-Run-DD = WS-Month-Days
               move 'Y' to WS-Month-End
               display 'RUN DATE ' WS-Run-MM '/' WS-Run-DD '/'
                   WS-Run-YYYY
                   ' IS MONTH END - STATEMENTS WILL RUN'
           end-if.

      *********************************************
      * Pick up where the last cycle left off     *
      *********************************************
       110-Load-RunCtl-Rtn.
           open input Run-Ctl-File.
           if WS-Ctl-File-Stat = '00'
               read Run-Ctl-File
                   not at end
                       move CTL-Step-Done(1) to WS-Step-Done(1)
                       move CTL-Step-Done(2) to WS-Step-Done(2)
                       move CTL-Step-Done(3) to WS-Step-Done(3)
                       move CTL-Step-Done(4) to WS-Step-Done(4)
                       move CTL-Step-Done(5) to WS-Step-Done(5)
                       move CTL-Step-Done(6) to WS-Step-Done(6)
                       move CTL-Step-Done(7) to WS-Step-Done(7)
               end-read
               close Run-Ctl-File
           end-if.

      *    A fresh cycle starts a fresh statistics file, so the
      *    only rows on it are this cycle's.
       120-Clear-Stats-Rtn.
           open output Run-Stats-File.
           close Run-Stats-File.

       150-Write-RunCtl-Rtn.
           open output Run-Ctl-File.
           move WS-Step-Done(1) to CTL-Step-Done(1).
           move WS-Step-Done(2) to CTL-Step-Done(2).
           move WS-Step-Done(3) to CTL-Step-Done(3).
           move WS-Step-Done(4) to CTL-Step-Done(4).
           move WS-Step-Done(5) to CTL-Step-Done(5).
           move WS-Step-Done(6) to CTL-Step-Done(6).
           move WS-Step-Done(7) to CTL-Step-Done(7).
           write Run-Ctl-Rec.
           close Run-Ctl-File.

      *********************************************
      * One step - skipped if an earlier run got  *
      * it done, otherwise called and then held   *
      * to the counts it wrote                    *
      *********************************************
       200-Run-Step-Rtn.
           move 'Y' to WS-Step-Ok.
           move WS-Step-Name(WS-Step-No) to WS-Step-Pgm.
           if WS-Step-Done(WS-Step-No) = 'Y'
               display 'STEP ' WS-Step-No ' ' WS-Step-Pgm
                   ' ALREADY COMPLETE - SKIPPED'
           else
               perform 300-Count-Stats-Rtn
               move WS-Stats-Rows to WS-Rows-Before
               display 'OPERATIONS CYCLE - STEP ' WS-Step-No ': '
                   WS-Step-Pgm
               evaluate WS-Step-No
                   when 1
                       call 'Program2'
                   when 2
                       call 'Ch2Reorder'
                   when 3
                       call 'Ch2POIss'
                   when 4
                       call 'Ch2Value'
                   when 5
                       call 'Ch3pgm7'
                   when 6
                       call 'Ch3Cash'
                   when 7
                       call 'Ch3Stmt'
               end-evaluate
               perform 310-Check-Balance-Rtn
               if WS-Step-Ok = 'Y'
                   move 'Y' to WS-Step-Done(WS-Step-No)
                   perform 150-Write-RunCtl-Rtn
               end-if
           end-if.

      *********************************************
      * The step's counts are the last row it     *
      * wrote after it was called - no new row    *
      * at all fails the step as surely as a row  *
      * that does not foot                        *
      *********************************************
       300-Count-Stats-Rtn.
           move zero to WS-Stats-Rows.
           move 'N' to WS-Stats-Seen.
           move 'NO ' to WS-Stats-EOF.
           open input Run-Stats-File.
           if WS-Stats-File-Stat not = '00'
               move 'YES' to WS-Stats-EOF
           end-if.
           perform until WS-Stats-EOF = 'YES'
               read Run-Stats-File
                   at end
                       move 'YES' to WS-Stats-EOF
                   not at end
                       add 1 to WS-Stats-Rows
                       if STAT-PROGRAM = WS-Step-Pgm
                           and WS-Stats-Rows > WS-Rows-Before
                           move 'Y' to WS-Stats-Seen
                           move STAT-READ to WS-Step-Read
                           move STAT-WRITTEN to WS-Step-Written
                           move STAT-REJECTED to WS-Step-Rejected
                           move STAT-OTHER to WS-Step-Other
                       end-if
               end-read
           end-perform.
           if WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '10'
               close Run-Stats-File
           end-if.

       310-Check-Balance-Rtn.
           perform 300-Count-Stats-Rtn.
           if WS-Stats-Seen = 'N'
               display 'STEP ' WS-Step-No ' ' WS-Step-Pgm
                   ' LEFT NO RECORD COUNTS - CHAIN HALTED'
               move 'N' to WS-Step-Ok
               move spaces to RLP-Text
               string 'STEP ' WS-Step-Pgm ' NO COUNTS - HALTED'
                   delimited by size into RLP-Text
               call 'RUNLOG' using WS-RunLog-Parm
           else
               compute WS-Step-Accounted = WS-Step-Written
                   + WS-Step-Rejected + WS-Step-Other
               move spaces to RLP-Text
               if WS-Step-Accounted = WS-Step-Read
                   string 'STEP ' WS-Step-Pgm ' IN ' WS-Step-Read
                       ' OK ' WS-Step-Written ' REJ '
                       WS-Step-Rejected ' OTH ' WS-Step-Other
                       delimited by size into RLP-Text
               else
                   display 'STEP ' WS-Step-No ' ' WS-Step-Pgm
                       ' OUT OF BALANCE - READ ' WS-Step-Read
                       ' ACCOUNTED FOR ' WS-Step-Accounted
                       ' - CHAIN HALTED'
                   move 'N' to WS-Step-Ok
                   string 'STEP ' WS-Step-Pgm ' OUT OF BALANCE READ '
                       WS-Step-Read ' VS ' WS-Step-Accounted
                       delimited by size into RLP-Text
               end-if
               call 'RUNLOG' using WS-RunLog-Parm
           end-if.

       end program OPSDRIVR.
