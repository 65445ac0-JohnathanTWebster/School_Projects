      * per customer in aging buckets: last      *
      * month's buckets roll one column older,   *
      * the period's posted charges (the net     *
      * amounts on the customer master, with     *
      * the sales tax charged on them) land in   *
      * current, payments apply oldest bucket    *
      * first, a credit memo for returned goods  *
      * comes off the same way a payment does,   *
      * and so does a bad-debt write-off         *
      * approved through Ch3WrOff.  A finance    *
      * charge accrues on whatever is still past *
      * due - written to the finance charge file *
      * the next statement run adds to the       *
      * customer's bill.  Money from a customer  *
      * whose balance was written off, beyond    *
      * what they now owe, is a bad-debt         *
      * recovery - put on the write-off history  *
      * for Ch3Allow to post - not an unapplied  *
      * payment.  The 30/60/90 aging report      *
      * shows who owes what and for how long.    *
      *******************************************
       environment division.
       configuration section.
           Select AGING-REPORT
               assign to 'C:\Data\Data-Out\Ch3_Aging.rpt'
               organization is line sequential.
           Select RUN-STATS-FILE
               assign to 'C:\Data\Data-Work\Ops_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.
           Select WO-PEND-FILE
               assign to 'C:\Data\Data-Work\Ch3_WrtOff.dat'
               organization is line sequential
               file status is WS-Pend-File-Stat.
           Select WO-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_WoHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.

       data division.
       File Section.
         05 Sale-in            Pic 9(3)v99.
         05 Disc-Pcnt-in       Pic v99.
         05 Net-in             Pic 9(3)v99.
         05 Type-in            Pic x(01).
         05 Doc-No-in          Pic 9(06).
         05 Ref-No-in          Pic 9(06).
         05 Tax-in             Pic 9(3)v99.

       FD PAYMENT-FILE.
       01 PAYMENT-REC.
       FD AGING-REPORT.
       01 Report-Rec           Pic x(100).

      ***********_Counts_For_The_Driver_-_Payments_Read_=_*******
      ***********_Applied_+_Unknown_Account_********************
       FD RUN-STATS-FILE.
       01 RUN-STATS-REC.
         05 STAT-PROGRAM       Pic X(08).
         05 STAT-READ          Pic 9(07).
         05 STAT-WRITTEN       Pic 9(07).
         05 STAT-REJECTED      Pic 9(07).
         05 STAT-OTHER         Pic 9(07).

      ***********_Approved_Write-Offs_Waiting_To_Come_Off_*******
       FD WO-PEND-FILE.
       01 WO-PEND-REC.
           COPY WOHIST
               REPLACING ==WOH-Type== BY ==PND-Type==,
                   ==WOH-Ident== BY ==PND-Ident==,
                   ==WOH-Doc-No== BY ==PND-Doc-No==,
                   ==WOH-Date== BY ==PND-Date==,
                   ==WOH-Amount== BY ==PND-Amount==,
                   ==WOH-Reason== BY ==PND-Reason==,
                   ==WOH-Invoice== BY ==PND-Invoice==,
                   ==WOH-Approved-By== BY ==PND-Approved-By==.

      ***********_Every_Write-Off_And_Recovery_******************
       FD WO-HIST-FILE.
       01 WO-HIST-REC.
           COPY WOHIST.

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Open-File-Stat    Pic X(02) value '00'.
       01 WS-Mstr-File-Stat    Pic X(02) value '00'.
       01 WS-Pay-File-Stat     Pic X(02) value '00'.
       01 WS-Stats-File-Stat   Pic X(02) value '00'.
       01 WS-Pay-Read-Count    Pic 9(05) value zero.
       01 WS-Rate-File-Stat    Pic X(02) value '00'.
       01 WS-Open-EOF          Pic X(03) value 'NO '.
       01 WS-Pay-EOF           Pic X(03) value 'NO '.
       01 WS-Applied-Count     Pic 9(05) value zero.
       01 WS-Unmatched-Count   Pic 9(05) value zero.
       01 WS-Chg-Count         Pic 9(05) value zero.
       01 WS-Credit-Count      Pic 9(05) value zero.
       01 WS-Tot-Current       Pic 9(10)v99 value zero.
       01 WS-Tot-30            Pic 9(10)v99 value zero.
       01 WS-Tot-60            Pic 9(10)v99 value zero.
       01 WS-Tot-90            Pic 9(10)v99 value zero.
       01 WS-Pend-File-Stat    Pic X(02) value '00'.
       01 WS-Hist-File-Stat    Pic X(02) value '00'.
       01 WS-Pend-EOF          Pic X(03) value 'NO '.
       01 WS-Hist-EOF          Pic X(03) value 'NO '.
       01 WS-Hist-Open         Pic X(01) value 'N'.
       01 WS-Run-Date-Key      Pic 9(08) value zero.
       01 WS-Wo-Count          Pic 9(05) value zero.
       01 WS-Wo-Total          Pic 9(10)v99 value zero.
       01 WS-Recov-Count       Pic 9(05) value zero.
       01 WS-Recov-Total       Pic 9(10)v99 value zero.
       01 WS-Recov-Amt         Pic 9(08)v99 value zero.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-Open-Found      Pic X(01) value 'N'.
         05 WS-Find-Ident      Pic X(05) value spaces.

      *    Customers with a balance written off - how much, how
      *    much has come back since, and the latest write-off.
       01 WS-Wo-Table-Area.
         05 WS-Wo-Tbl-Count    Pic 9(03) value zero.
         05 WS-Wo-Table        occurs 500 times.
           10 WS-Wo-Ident       Pic X(05).
           10 WS-Wo-Doc-No      Pic 9(06).
           10 WS-Wo-Written     Pic 9(09)v99.
           10 WS-Wo-Recovered   Pic 9(09)v99.
         05 WS-Wo-Idx          Pic 9(03) value zero.
         05 WS-Wo-Match        Pic 9(03) value zero.
         05 WS-Wo-Found        Pic X(01) value 'N'.

       01 Blank-Line           Pic x(100) value spaces.

       01 RPT-TITLE.
         05 RN-Count           Pic zz,zz9.
         05 Filler             Pic x(55) value spaces.

       01 RPT-AMT-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RA-Label           Pic x(36).
         05 RA-Amount          Pic $$,$$$,$$$,$$9.99.
         05 Filler             Pic x(44) value spaces.

       procedure division.

      ************_MAIN_********
       100-MAIN-MODULE.
           perform 110-OPEN-RTN.
           perform 120-LOAD-AND-AGE-RTN.
           perform 130-LOAD-WRITEOFFS-RTN.
           perform 140-POST-CHARGES-RTN.
           perform 170-APPLY-WRITEOFFS-RTN.
           perform 200-APPLY-PAYMENTS-RTN.
           perform 250-FINANCE-CHARGE-RTN.
           perform 300-REPORT-AND-WRITE-RTN.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           add WS-YY 2000 giving RPT-YR.
           compute WS-Run-Date-Key = ((WS-YY + 2000) * 10000)
               + (WS-MM * 100) + WS-DD.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
               Close OPEN-ITEM-IN
           End-If.

      ***********_Who_Has_Been_Written_Off_And_For_How_Much_*****

       130-LOAD-WRITEOFFS-RTN.
           Open Input WO-HIST-FILE.
           If WS-Hist-File-Stat not = '00'
               Move 'YES' to WS-Hist-EOF
           End-If.
           Perform until WS-Hist-EOF = 'YES'
               Read WO-HIST-FILE
                   At End
                       Move 'YES' to WS-Hist-EOF
                   Not At End
                       move WOH-Ident to WS-Find-Ident
                       perform 135-FIND-WRITEOFF-RTN
                       if WS-Wo-Found = 'N'
                           if WS-Wo-Tbl-Count < 500
                               add 1 to WS-Wo-Tbl-Count
                               move WS-Wo-Tbl-Count to WS-Wo-Match
                               move WOH-Ident
                                   to WS-Wo-Ident(WS-Wo-Match)
                               move zero to WS-Wo-Doc-No(WS-Wo-Match)
                               move zero
                                   to WS-Wo-Written(WS-Wo-Match)
                               move zero
                                   to WS-Wo-Recovered(WS-Wo-Match)
                           else
                               display 'WRITE-OFF TABLE CAPACITY '
                                   'EXCEEDED AT 500 - RUN HALTED'
                               stop run
                           end-if
                       end-if
                       if WOH-Type = 'W'
                           add WOH-Amount
                               to WS-Wo-Written(WS-Wo-Match)
                           move WOH-Doc-No
                               to WS-Wo-Doc-No(WS-Wo-Match)
                       else
                           add WOH-Amount
                               to WS-Wo-Recovered(WS-Wo-Match)
                       end-if
               End-Read
           End-Perform.
           If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               Close WO-HIST-FILE
           End-If.

       135-FIND-WRITEOFF-RTN.
           Move 'N' to WS-Wo-Found.
           Perform varying WS-Wo-Idx from 1 by 1
               until WS-Wo-Idx > WS-Wo-Tbl-Count
               If WS-Wo-Ident(WS-Wo-Idx) = WS-Find-Ident
                   Move 'Y' to WS-Wo-Found
                   Move WS-Wo-Idx to WS-Wo-Match
                   Move WS-Wo-Tbl-Count to WS-Wo-Idx
               End-If
           End-Perform.

      ***********_The_Period's_Posted_Charges_Land_In_Current_***

       140-POST-CHARGES-RTN.
                   Not At END
                       move Ident-in to WS-Find-Ident
                       perform 150-FIND-OR-ADD-RTN
                       if Type-in = 'C'
                           perform 160-APPLY-CREDIT-RTN
                       else
                           add Net-in Tax-in
                               to WS-Opn-Current(WS-Open-Match)
                       end-if
               END-READ
           END-PERFORM.
           If WS-Mstr-File-Stat = '00' or WS-Mstr-File-Stat = '10'
               end-if
           End-If.

      ***********_A_Credit_Memo_Comes_Off_Like_A_Payment_*******

       160-APPLY-CREDIT-RTN.
           add 1 to WS-Credit-Count.
           add Net-in Tax-in giving WS-Pay-Left.
           perform 220-DRAIN-90-RTN.
           perform 230-DRAIN-60-RTN.
           perform 240-DRAIN-30-RTN.
           perform 245-DRAIN-CURRENT-RTN.
           if WS-Pay-Left > zero
               display 'CREDIT MEMO ' Doc-No-in ' ON ACCOUNT '
                   Ident-in ' EXCEEDS BALANCE BY ' WS-Pay-Left
                   ' - NOT CARRIED'
           end-if.

      ***********_An_Approved_Write-Off_Comes_Off_The_Same_Way_**

       170-APPLY-WRITEOFFS-RTN.
           Open Input WO-PEND-FILE.
           If WS-Pend-File-Stat not = '00'
               Move 'YES' to WS-Pend-EOF
           End-If.
           Perform until WS-Pend-EOF = 'YES'
               Read WO-PEND-FILE
                   At End
                       Move 'YES' to WS-Pend-EOF
                   Not At End
                       add 1 to WS-Wo-Count
                       add PND-Amount to WS-Wo-Total
                       move PND-Ident to WS-Find-Ident
                       perform 150-FIND-OR-ADD-RTN
                       move PND-Amount to WS-Pay-Left
                       perform 220-DRAIN-90-RTN
                       perform 230-DRAIN-60-RTN
                       perform 240-DRAIN-30-RTN
                       perform 245-DRAIN-CURRENT-RTN
                       if WS-Pay-Left > zero
                           display 'WRITE-OFF ' PND-Doc-No
                               ' ON ACCOUNT ' PND-Ident
                               ' EXCEEDS BALANCE BY ' WS-Pay-Left
                               ' - NOT CARRIED'
                       end-if
               End-Read
           End-Perform.
      *    Taken off - the pending file is emptied so the next run
      *    cannot take them off again.
           If WS-Pend-File-Stat = '00' or WS-Pend-File-Stat = '10'
               Close WO-PEND-FILE
               Open Output WO-PEND-FILE
               Close WO-PEND-FILE
           End-If.

      ***********_Payments_Apply_Oldest_Bucket_First_***********

       200-APPLY-PAYMENTS-RTN.
                   At End
                       Move 'YES' to WS-Pay-EOF
                   Not At End
                       add 1 to WS-Pay-Read-Count
                       perform 210-APPLY-ONE-RTN
               End-Read
           End-Perform.
               End-If
           End-Perform.
           If WS-Open-Found = 'N'
               move PAY-Amount to WS-Pay-Left
               perform 215-RECOVERY-RTN
               if WS-Recov-Amt = zero
                   add 1 to WS-Unmatched-Count
                   display 'PAYMENT FOR UNKNOWN ACCOUNT ' PAY-Ident
                       ' - NOT APPLIED'
               else
                   add 1 to WS-Applied-Count
                   if WS-Pay-Left > zero
                       display 'OVERPAYMENT ON ACCOUNT ' PAY-Ident
                           ' OF ' WS-Pay-Left ' - NOT CARRIED'
                   end-if
               end-if
           Else
               add 1 to WS-Applied-Count
               move PAY-Amount to WS-Pay-Left
               perform 240-DRAIN-30-RTN
               perform 245-DRAIN-CURRENT-RTN
               if WS-Pay-Left > zero
                   perform 215-RECOVERY-RTN
               end-if
               if WS-Pay-Left > zero
      *            An overpayment nets against current - a credit
      *            balance would need a field the file doesn't
      *            carry, so it is said out loud instead.
               end-if
           End-If.

      *    Money left over from a customer who was written off
      *    comes back against the write-off, up to what was
      *    written off and not yet recovered.
       215-RECOVERY-RTN.
           move zero to WS-Recov-Amt.
           move PAY-Ident to WS-Find-Ident.
           perform 135-FIND-WRITEOFF-RTN.
           If WS-Wo-Found = 'Y'
               and WS-Wo-Written(WS-Wo-Match)
                   > WS-Wo-Recovered(WS-Wo-Match)
               compute WS-Recov-Amt = WS-Wo-Written(WS-Wo-Match)
                   - WS-Wo-Recovered(WS-Wo-Match)
               if WS-Pay-Left < WS-Recov-Amt
                   move WS-Pay-Left to WS-Recov-Amt
               end-if
               subtract WS-Recov-Amt from WS-Pay-Left
               add WS-Recov-Amt to WS-Wo-Recovered(WS-Wo-Match)
               add 1 to WS-Recov-Count
               add WS-Recov-Amt to WS-Recov-Total
               perform 217-WRITE-RECOVERY-RTN
               display 'BAD-DEBT RECOVERY ON ACCOUNT ' PAY-Ident
                   ' OF ' WS-Recov-Amt
           End-If.

       217-WRITE-RECOVERY-RTN.
           If WS-Hist-Open = 'N'
               Open Extend WO-HIST-FILE
               If WS-Hist-File-Stat = '35'
                   Open Output WO-HIST-FILE
               End-If
               If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '05'
                   move 'Y' to WS-Hist-Open
               Else
                   display 'WRITE-OFF HISTORY NOT AVAILABLE, STATUS: '
                       WS-Hist-File-Stat ' - RUN HALTED'
                   stop run
               End-If
           End-If.
           move 'R' to WOH-Type.
           move PAY-Ident to WOH-Ident.
           move WS-Wo-Doc-No(WS-Wo-Match) to WOH-Doc-No.
           move WS-Run-Date-Key to WOH-Date.
           move WS-Recov-Amt to WOH-Amount.
           move 'RECV' to WOH-Reason.
           move spaces to WOH-Invoice.
           move spaces to WOH-Approved-By.
           write WO-HIST-REC.

       220-DRAIN-90-RTN.
           if WS-Pay-Left > WS-Opn-90(WS-Open-Match)
               move WS-Opn-90(WS-Open-Match) to WS-Take
               to RN-Label.
           move WS-Chg-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Credit memos applied:               '
               to RN-Label.
           move WS-Credit-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Bad-debt write-offs applied:        '
               to RN-Label.
           move WS-Wo-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Bad-debt recoveries:                '
               to RN-Label.
           move WS-Recov-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           write Report-Rec from Blank-Line.
           move 'Written off this run:' to RA-Label.
           move WS-Wo-Total to RA-Amount.
           write Report-Rec from RPT-AMT-LINE.
           move 'Recovered this run:' to RA-Label.
           move WS-Recov-Total to RA-Amount.
           write Report-Rec from RPT-AMT-LINE.

       900-CLOSE-RTN.
           Close OPEN-ITEM-OUT
                 FIN-CHG-FILE
                 AGING-REPORT.
           If WS-Hist-Open = 'Y'
               Close WO-HIST-FILE
           End-If.
           display 'AR CASH APPLICATION COMPLETE - PAYMENTS '
               'APPLIED: ' WS-Applied-Count.

           Open Extend RUN-STATS-FILE.
           If WS-Stats-File-Stat = '35'
               Open Output RUN-STATS-FILE
           End-If.
           If WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '05'
               Move 'CH3CASH ' to STAT-PROGRAM
               Move WS-Pay-Read-Count to STAT-READ
               Move WS-Applied-Count to STAT-WRITTEN
               Move WS-Unmatched-Count to STAT-REJECTED
               Move zero to STAT-OTHER
               Write RUN-STATS-REC
               Close RUN-STATS-FILE
           End-If.

       end program Ch3Cash.
