       identification division.
       program-id. Ch3WrOff.
      *******************************************
      * Bad-debt write-offs, with an approval    *
      * step.  A 90 day balance used to sit on   *
      * the aging forever - nobody could take it *
      * off.  The run works in two passes, the   *
      * way the merit raises do.  The propose    *
      * pass ('P', and the default with no mode  *
      * file) lists every customer carrying a    *
      * 90 day balance on the proposal file at   *
      * that balance, with a review report.  The *
      * credit manager marks the ones to write   *
      * off 'Y', enters a reason code (CODETAB   *
      * type WOFF) and their initials, may lower *
      * the amount, and may name the invoice the *
      * loss falls on so the salesperson's       *
      * commission is charged back.  The apply   *
      * pass ('A') writes off what was approved  *
      * and passes every edit: each write-off    *
      * gets a number, goes on the write-off     *
      * history with its reason, and goes on the *
      * pending file that Ch3Cash takes off the  *
      * open items on its next run.  The         *
      * proposal file is emptied so a write-off  *
      * can never be applied twice.  Ch3Allow    *
      * posts the write-offs to the ledger.      *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select MODE-FILE
               assign to 'C:\Data\Data-In\Ch3_WoMode.dat'
               organization is line sequential
               file status is WS-Mode-File-Stat.
           Select OPEN-ITEM-FILE
               assign to 'C:\Data\Data-Out\Ch3_CustOpen.dat'
               organization is line sequential
               file status is WS-Open-File-Stat.
           Select NAME-MASTER
               assign to 'C:\Data\Data-Out\Ch3_CustName.dat'
               organization is line sequential
               file status is WS-Name-File-Stat.
           Select INVOICE-FILE
               assign to 'C:\Data\Data-Out\Ch3_Invoice.dat'
               organization is line sequential
               file status is WS-Inv-File-Stat.
           Select PROPOSE-FILE
               assign to 'C:\Data\Data-Work\Ch3_WoProp.dat'
               organization is line sequential
               file status is WS-Prop-File-Stat.
           Select WO-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_WoHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           Select WO-PEND-FILE
               assign to 'C:\Data\Data-Work\Ch3_WrtOff.dat'
               organization is line sequential
               file status is WS-Pend-File-Stat.
           Select CHGBACK-FILE
               assign to 'C:\Data\Data-Work\Ch1_Chgback.dat'
               organization is line sequential
               file status is WS-Chb-File-Stat.
           Select WRITEOFF-REPORT
               assign to 'C:\Data\Data-Out\Ch3_WrtOff.rpt'
               organization is line sequential.

       data division.
       File Section.
       FD MODE-FILE.
       01 MODE-REC.
         05 MODE-CODE          Pic x(01).

      ***********_One_Record_Per_Customer_-_The_Aging_Buckets_*****
       FD OPEN-ITEM-FILE.
       01 OPEN-REC.
         05 OPN-Ident          Pic X(05).
         05 OPN-Current        Pic 9(08)v99.
         05 OPN-Aged30         Pic 9(08)v99.
         05 OPN-Aged60         Pic 9(08)v99.
         05 OPN-Aged90         Pic 9(08)v99.

       FD NAME-MASTER.
       01 NAME-REC.
         05 NM-Ident           Pic x(05).
         05 NM-Name            Pic x(25).
         05 NM-Street          Pic x(25).
         05 NM-City            Pic x(15).
         05 NM-State           Pic x(02).
         05 NM-Zip             Pic x(05).
         05 NM-Tax-Juris       Pic x(02).
         05 NM-Exempt-Cert     Pic x(10).
         05 NM-Cert-Expiry     Pic 9(08).

      ***********_The_Invoice_Register_Ch3pgm7_Keeps_************
       FD INVOICE-FILE.
       01 INVOICE-REC.
         05 IVC-No             Pic 9(06).
         05 IVC-Ident          Pic x(05).
         05 IVC-Date           Pic 9(08).
         05 IVC-Sale           Pic 9(3)v99.
         05 IVC-Disc-Pcnt      Pic v99.
         05 IVC-Net            Pic 9(3)v99.
         05 IVC-Returned       Pic 9(3)v99.
         05 IVC-Credited       Pic 9(3)v99.
         05 IVC-Tax-Juris      Pic x(02).
         05 IVC-Tax-Status     Pic x(01).
         05 IVC-Tax            Pic 9(3)v99.
         05 IVC-Tax-Credited   Pic 9(3)v99.

      *********************************************
      * Proposed write-offs awaiting review -      *
      * written by a propose run, read back by the *
      * apply run.  The reviewer marks             *
      * WOP-Approved 'Y' and fills in the reason,  *
      * their initials and (optionally) the        *
      * invoice; WOP-Amount may be lowered.        *
      * WOP-Aged90 and WOP-Balance are what the    *
      * account showed when it was proposed.       *
      *********************************************
       FD PROPOSE-FILE.
       01 PROPOSE-REC.
         05 WOP-Ident          Pic x(05).
         05 WOP-Approved       Pic x(01).
         05 WOP-Reason         Pic x(04).
         05 WOP-Invoice        Pic x(06).
         05 WOP-Approved-By    Pic x(03).
         05 WOP-Amount         Pic 9(08)v99.
         05 WOP-Aged90         Pic 9(08)v99.
         05 WOP-Balance        Pic 9(08)v99.

       FD WO-HIST-FILE.
       01 WO-HIST-REC.
           COPY WOHIST.

      ***********_Approved_Write-Offs_Not_Yet_Taken_Off_By_*******
      ***********_Ch3Cash_****************************************
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

       FD CHGBACK-FILE.
       01 CHGBACK-REC.
           COPY CHGBACK.

       FD WRITEOFF-REPORT.
       01 Report-Rec           Pic x(100).

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Mode-File-Stat    Pic X(02) value '00'.
       01 WS-Open-File-Stat    Pic X(02) value '00'.
       01 WS-Name-File-Stat    Pic X(02) value '00'.
       01 WS-Inv-File-Stat     Pic X(02) value '00'.
       01 WS-Prop-File-Stat    Pic X(02) value '00'.
       01 WS-Hist-File-Stat    Pic X(02) value '00'.
       01 WS-Pend-File-Stat    Pic X(02) value '00'.
       01 WS-Chb-File-Stat     Pic X(02) value '00'.
       01 WS-Name-EOF          Pic X(03) value 'NO '.
       01 WS-Inv-EOF           Pic X(03) value 'NO '.
       01 WS-Hist-EOF          Pic X(03) value 'NO '.
       01 WS-Pend-EOF          Pic X(03) value 'NO '.
       01 WS-Open-EOF          Pic X(03) value 'NO '.
       01 WS-Run-Mode          Pic X(01) value 'P'.
       01 WS-Run-Date-Key      Pic 9(08) value zero.
       01 WS-Next-Wo           Pic 9(06) value 1.
       01 WS-Find-Ident        Pic x(05) value spaces.
       01 WS-Find-Invoice      Pic 9(06) value zero.
       01 WS-Reject-Text       Pic x(32) value spaces.
       01 WS-Chb-Amount        Pic 9(05)v99 value zero.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).

       01 WS-Codechk-Parm.
         05 CCK-Type           Pic x(04).
         05 CCK-Code           Pic x(04).
         05 CCK-Status         Pic x(02).
         05 CCK-Desc           Pic x(20).

       01 WS-Count-Fields.
         05 WS-Open-Count      Pic 9(05) value zero.
         05 WS-Prop-Count      Pic 9(05) value zero.
         05 WS-Pending-Skip    Pic 9(05) value zero.
         05 WS-Prop-Total      Pic 9(10)v99 value zero.
         05 WS-Read-Count      Pic 9(05) value zero.
         05 WS-Applied-Count   Pic 9(05) value zero.
         05 WS-Applied-Total   Pic 9(10)v99 value zero.
         05 WS-NotAppr-Count   Pic 9(05) value zero.
         05 WS-Reject-Count    Pic 9(05) value zero.
         05 WS-Chb-Count       Pic 9(05) value zero.
         05 WS-Cust-Total      Pic 9(09)v99 value zero.

       01 WS-Name-Table-Area.
         05 WS-Name-Count      Pic 9(03) value zero.
         05 WS-Name-Table      occurs 500 times.
           10 WS-Nm-Ident       Pic x(05).
           10 WS-Nm-Name        Pic x(25).
         05 WS-Name-Idx        Pic 9(03) value zero.
         05 WS-Name-Match      Pic 9(03) value zero.
         05 WS-Name-Found      Pic X(01) value 'N'.

      *    The balances the apply pass checks each write-off
      *    against - brought down as write-offs are applied, so
      *    two for the same account cannot take more than it owes.
       01 WS-Open-Table-Area.
         05 WS-Open-Tbl-Count  Pic 9(03) value zero.
         05 WS-Open-Table      occurs 500 times.
           10 WS-Opn-Ident      Pic x(05).
           10 WS-Opn-Balance    Pic 9(09)v99.
         05 WS-Open-Idx        Pic 9(03) value zero.
         05 WS-Open-Match      Pic 9(03) value zero.
         05 WS-Open-Found      Pic X(01) value 'N'.

      *    Approved write-offs Ch3Cash has not yet taken off -
      *    the propose pass leaves those accounts alone.
       01 WS-Pend-Table-Area.
         05 WS-Pend-Count      Pic 9(03) value zero.
         05 WS-Pend-Table      occurs 200 times.
           10 WS-Pn-Ident       Pic x(05).
         05 WS-Pend-Idx        Pic 9(03) value zero.
         05 WS-Pend-Found      Pic X(01) value 'N'.

       01 WS-Invoice-Table-Area.
         05 WS-Invoice-Count   Pic 9(04) value zero.
         05 WS-Invoice-Table   occurs 3000 times.
           10 WS-Iv-No          Pic 9(06).
           10 WS-Iv-Ident       Pic x(05).
           10 WS-Iv-Net         Pic 9(3)v99.
           10 WS-Iv-Credited    Pic 9(3)v99.
         05 WS-Iv-Idx          Pic 9(04) value zero.
         05 WS-Iv-Match        Pic 9(04) value zero.
         05 WS-Iv-Found        Pic X(01) value 'N'.

      *    Proposals not written off, held so the register can
      *    list them after the write-offs.
       01 WS-Rej-Table-Area.
         05 WS-Rej-Line        Pic x(100) occurs 200 times.
         05 WS-Rej-Idx         Pic 9(03) value zero.

       01 Blank-Line           Pic x(100) value spaces.

       01 RPT-TITLE.
         05 Filler             Pic x(20) value spaces.
         05 RPT-Title-Text     Pic x(36).
         05 RPT-Date.
           10 RPT-MO           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RPT-DY           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RPT-YR           Pic 9(04).
         05 Filler             Pic x(34) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             Pic x(03) value spaces.
         05 RSH-Text           Pic x(60).
         05 Filler             Pic x(37) value spaces.

       01 RPT-PROP-HDR.
         05 Filler             Pic x(06) value spaces.
         05 Filler             Pic x(07) value 'Account'.
         05 Filler             Pic x(27) value spaces.
         05 Filler             Pic x(14) value '      90+ Days'.
         05 Filler             Pic x(14) value '     Total Due'.
         05 Filler             Pic x(32) value spaces.

       01 RPT-PROP-LINE.
         05 Filler             Pic x(06) value spaces.
         05 RP-Ident           Pic x(05).
         05 Filler             Pic x(02) value spaces.
         05 RP-Name            Pic x(25).
         05 Filler             Pic x(02) value spaces.
         05 RP-90              Pic $$,$$$,$$9.99.
         05 Filler             Pic x(01) value spaces.
         05 RP-Total           Pic $$,$$$,$$9.99.
         05 Filler             Pic x(33) value spaces.

       01 RPT-APPL-HDR.
         05 Filler             Pic x(06) value spaces.
         05 Filler             Pic x(06) value 'WO No '.
         05 Filler             Pic x(08) value 'Account '.
         05 Filler             Pic x(25) value 'Name'.
         05 Filler             Pic x(13) value '       Amount'.
         05 Filler             Pic x(29) value '   Reason'.
         05 Filler             Pic x(13) value 'Invoice  Appr'.

       01 RPT-APPL-LINE.
         05 Filler             Pic x(06) value spaces.
         05 RA-Wo-No           Pic 9(06).
         05 Filler             Pic x(01) value spaces.
         05 RA-Ident           Pic x(05).
         05 Filler             Pic x(02) value spaces.
         05 RA-Name            Pic x(25).
         05 RA-Amount          Pic $$,$$$,$$9.99.
         05 Filler             Pic x(03) value spaces.
         05 RA-Reason          Pic x(04).
         05 Filler             Pic x(01) value spaces.
         05 RA-Reason-Desc     Pic x(20).
         05 Filler             Pic x(01) value spaces.
         05 RA-Invoice         Pic x(06).
         05 Filler             Pic x(03) value spaces.
         05 RA-Appr            Pic x(03).
         05 Filler             Pic x(01) value spaces.

       01 RPT-REJ-LINE.
         05 Filler             Pic x(06) value spaces.
         05 RJ-Ident           Pic x(05).
         05 Filler             Pic x(02) value spaces.
         05 RJ-Amount          Pic $$,$$$,$$9.99.
         05 Filler             Pic x(02) value spaces.
         05 RJ-Reason          Pic x(04).
         05 Filler             Pic x(02) value spaces.
         05 RJ-Text            Pic x(32).
         05 Filler             Pic x(34) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler             Pic x(06) value spaces.
         05 RTL-Label          Pic x(34).
         05 RTL-Total          Pic $$,$$$,$$$,$$9.99.
         05 Filler             Pic x(43) value spaces.

       01 RPT-NOTE-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RN-Label           Pic x(36).
         05 RN-Count           Pic zz,zz9.
         05 Filler             Pic x(55) value spaces.

       procedure division.

      ************_MAIN_********

       100-MAIN-MODULE.
           perform 110-OPEN-RTN.
           perform 120-LOAD-NAMES-RTN.
           If WS-Run-Mode = 'A'
               perform 300-APPLY-RTN
           Else
               perform 200-PROPOSE-RTN
           End-If.
           perform 900-CLOSE-RTN.
           goback.

      *********************************************
      * Which pass is this?  'A' applies the      *
      * reviewed proposals; anything else, or no  *
      * mode file at all, proposes - which never  *
      * moves a dollar.                           *
      *********************************************
       110-OPEN-RTN.
           Open Input MODE-FILE.
           If WS-Mode-File-Stat = '00'
               Read MODE-FILE
                   Not At End
                       if MODE-CODE = 'A'
                           move 'A' to WS-Run-Mode
                       end-if
               End-Read
               Close MODE-FILE
           End-If.
           Open Output WRITEOFF-REPORT.
           accept WS-Date from date.
           compute WS-Run-Date-Key = ((WS-YY + 2000) * 10000)
               + (WS-MM * 100) + WS-DD.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           add WS-YY 2000 giving RPT-YR.
           If WS-Run-Mode = 'A'
               move 'Bad-Debt Write-Off Register' to RPT-Title-Text
           Else
               move 'Bad-Debt Write-Off Review' to RPT-Title-Text
           End-If.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

       120-LOAD-NAMES-RTN.
           Open Input NAME-MASTER.
           If WS-Name-File-Stat not = '00'
               Move 'YES' to WS-Name-EOF
           End-If.
           Perform until WS-Name-EOF = 'YES'
               Read NAME-MASTER
                   At End
                       Move 'YES' to WS-Name-EOF
                   Not At End
                       if WS-Name-Count < 500
                           add 1 to WS-Name-Count
                           move NM-Ident
                               to WS-Nm-Ident(WS-Name-Count)
                           move NM-Name
                               to WS-Nm-Name(WS-Name-Count)
                       else
                           display 'NAME TABLE CAPACITY EXCEEDED '
                               'AT 500 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Name-File-Stat = '00' or WS-Name-File-Stat = '10'
               Close NAME-MASTER
           End-If.

       130-FIND-NAME-RTN.
           move 'N' to WS-Name-Found.
           Perform varying WS-Name-Idx from 1 by 1
               until WS-Name-Idx > WS-Name-Count
               If WS-Nm-Ident(WS-Name-Idx) = WS-Find-Ident
                   move 'Y' to WS-Name-Found
                   move WS-Name-Idx to WS-Name-Match
                   move WS-Name-Count to WS-Name-Idx
               End-If
           End-Perform.

      ***********_Propose_-_Every_90_Day_Balance_On_The_Aging_****

       200-PROPOSE-RTN.
           perform 210-LOAD-PENDING-RTN.
           Open Output PROPOSE-FILE.
           move 'Accounts 90+ days past due - proposed for write-off'
               to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-PROP-HDR.
           write Report-Rec from Blank-Line.
           Open Input OPEN-ITEM-FILE.
           If WS-Open-File-Stat not = '00'
               Move 'NO ' to More-Recs
               display 'OPEN ITEM FILE NOT AVAILABLE, STATUS: '
                   WS-Open-File-Stat ' - NOTHING PROPOSED'
           End-If.
           PERFORM until More-Recs = 'NO '
               READ OPEN-ITEM-FILE
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Open-Count
                       if OPN-Aged90 > zero
                           perform 220-PROPOSE-ONE-RTN
                       end-if
               END-READ
           END-PERFORM.
           If WS-Open-File-Stat = '00' or WS-Open-File-Stat = '10'
               Close OPEN-ITEM-FILE
           End-If.
           Close PROPOSE-FILE.

           write Report-Rec from Blank-Line.
           move 'Total proposed for write-off:' to RTL-Label.
           move WS-Prop-Total to RTL-Total.
           write Report-Rec from RPT-TOTAL-LINE.
           write Report-Rec from Blank-Line.
           move 'Accounts on the aging:' to RN-Label.
           move WS-Open-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Proposed for write-off:' to RN-Label.
           move WS-Prop-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Write-off approved, not yet applied:' to RN-Label.
           move WS-Pending-Skip to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.

       210-LOAD-PENDING-RTN.
           Open Input WO-PEND-FILE.
           If WS-Pend-File-Stat not = '00'
               Move 'YES' to WS-Pend-EOF
           End-If.
           Perform until WS-Pend-EOF = 'YES'
               Read WO-PEND-FILE
                   At End
                       Move 'YES' to WS-Pend-EOF
                   Not At End
                       if WS-Pend-Count < 200
                           add 1 to WS-Pend-Count
                           move PND-Ident
                               to WS-Pn-Ident(WS-Pend-Count)
                       else
                           display 'PENDING WRITE-OFF TABLE CAPACITY '
                               'EXCEEDED AT 200 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Pend-File-Stat = '00' or WS-Pend-File-Stat = '10'
               Close WO-PEND-FILE
           End-If.

      *    Proposed at the whole 90 day balance - the reviewer may
      *    lower it.
       220-PROPOSE-ONE-RTN.
           move 'N' to WS-Pend-Found.
           Perform varying WS-Pend-Idx from 1 by 1
               until WS-Pend-Idx > WS-Pend-Count
               If WS-Pn-Ident(WS-Pend-Idx) = OPN-Ident
                   move 'Y' to WS-Pend-Found
                   move WS-Pend-Count to WS-Pend-Idx
               End-If
           End-Perform.
           If WS-Pend-Found = 'Y'
               add 1 to WS-Pending-Skip
           Else
               compute WS-Cust-Total = OPN-Current + OPN-Aged30
                   + OPN-Aged60 + OPN-Aged90
               add 1 to WS-Prop-Count
               add OPN-Aged90 to WS-Prop-Total
               move OPN-Ident to WOP-Ident
               move 'N' to WOP-Approved
               move spaces to WOP-Reason
               move spaces to WOP-Invoice
               move spaces to WOP-Approved-By
               move OPN-Aged90 to WOP-Amount
               move OPN-Aged90 to WOP-Aged90
               move WS-Cust-Total to WOP-Balance
               write PROPOSE-REC
               move OPN-Ident to RP-Ident
               move OPN-Ident to WS-Find-Ident
               perform 130-FIND-NAME-RTN
               if WS-Name-Found = 'Y'
                   move WS-Nm-Name(WS-Name-Match) to RP-Name
               else
                   move '** NO NAME ON FILE' to RP-Name
               end-if
               move OPN-Aged90 to RP-90
               move WS-Cust-Total to RP-Total
               write Report-Rec from RPT-PROP-LINE
           End-If.

      ***********_Apply_-_What_Was_Approved_And_Passes_**********

       300-APPLY-RTN.
           perform 310-LOAD-OPEN-RTN.
           perform 320-LOAD-INVOICES-RTN.
           perform 330-LOAD-HISTORY-RTN.
           Open Input PROPOSE-FILE.
           If WS-Prop-File-Stat not = '00'
               display 'NO WRITE-OFF PROPOSAL FILE ON HAND - RUN THE '
                   'PROPOSE PASS FIRST - RUN HALTED'
               stop run
           End-If.
           Open Extend WO-HIST-FILE.
           If WS-Hist-File-Stat = '35'
               Open Output WO-HIST-FILE
           End-If.
           Open Extend WO-PEND-FILE.
           If WS-Pend-File-Stat = '35'
               Open Output WO-PEND-FILE
           End-If.
           If (WS-Hist-File-Stat not = '00' and
               WS-Hist-File-Stat not = '05') or
              (WS-Pend-File-Stat not = '00' and
               WS-Pend-File-Stat not = '05')
               display 'WRITE-OFF HISTORY/PENDING NOT AVAILABLE, '
                   'STATUS: ' WS-Hist-File-Stat '/' WS-Pend-File-Stat
                   ' - RUN HALTED'
               stop run
           End-If.

           move 'Written off' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-APPL-HDR.
           write Report-Rec from Blank-Line.
           PERFORM until More-Recs = 'NO '
               READ PROPOSE-FILE
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Read-Count
                       perform 340-APPLY-ONE-RTN
               END-READ
           END-PERFORM.
           Close PROPOSE-FILE
                 WO-HIST-FILE
                 WO-PEND-FILE.
           If WS-Chb-Count > zero
               Close CHGBACK-FILE
           End-If.
      *    Applied or not, the proposals are used up - what was not
      *    approved comes back on the next propose pass.
           Open Output PROPOSE-FILE.
           Close PROPOSE-FILE.

           write Report-Rec from Blank-Line.
           move 'Total written off:' to RTL-Label.
           move WS-Applied-Total to RTL-Total.
           write Report-Rec from RPT-TOTAL-LINE.
           perform 380-REJECTS-RTN.

       310-LOAD-OPEN-RTN.
           Open Input OPEN-ITEM-FILE.
           If WS-Open-File-Stat not = '00'
               Move 'YES' to WS-Open-EOF
               display 'OPEN ITEM FILE NOT AVAILABLE, STATUS: '
                   WS-Open-File-Stat ' - NO ACCOUNT CAN BE WRITTEN OFF'
           End-If.
           Perform until WS-Open-EOF = 'YES'
               Read OPEN-ITEM-FILE
                   At End
                       Move 'YES' to WS-Open-EOF
                   Not At End
                       if WS-Open-Tbl-Count < 500
                           add 1 to WS-Open-Tbl-Count
                           move OPN-Ident
                               to WS-Opn-Ident(WS-Open-Tbl-Count)
                           compute WS-Opn-Balance(WS-Open-Tbl-Count)
                               = OPN-Current + OPN-Aged30
                               + OPN-Aged60 + OPN-Aged90
                       else
                           display 'OPEN ITEM TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Open-File-Stat = '00' or WS-Open-File-Stat = '10'
               Close OPEN-ITEM-FILE
           End-If.

       320-LOAD-INVOICES-RTN.
           Open Input INVOICE-FILE.
           If WS-Inv-File-Stat not = '00'
               Move 'YES' to WS-Inv-EOF
           End-If.
           Perform until WS-Inv-EOF = 'YES'
               Read INVOICE-FILE
                   At End
                       Move 'YES' to WS-Inv-EOF
                   Not At End
                       if WS-Invoice-Count < 3000
                           add 1 to WS-Invoice-Count
                           move IVC-No to WS-Iv-No(WS-Invoice-Count)
                           move IVC-Ident
                               to WS-Iv-Ident(WS-Invoice-Count)
                           move IVC-Net to WS-Iv-Net(WS-Invoice-Count)
                           move IVC-Credited
                               to WS-Iv-Credited(WS-Invoice-Count)
                       else
                           display 'INVOICE TABLE CAPACITY EXCEEDED '
                               'AT 3000 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Inv-File-Stat = '00' or WS-Inv-File-Stat = '10'
               Close INVOICE-FILE
           End-If.

      *    Write-off numbers carry on from the last one issued.
       330-LOAD-HISTORY-RTN.
           Open Input WO-HIST-FILE.
           If WS-Hist-File-Stat not = '00'
               Move 'YES' to WS-Hist-EOF
           End-If.
           Perform until WS-Hist-EOF = 'YES'
               Read WO-HIST-FILE
                   At End
                       Move 'YES' to WS-Hist-EOF
                   Not At End
                       if WOH-Type = 'W'
                           and WOH-Doc-No not < WS-Next-Wo
                           compute WS-Next-Wo = WOH-Doc-No + 1
                       end-if
               End-Read
           End-Perform.
           If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               Close WO-HIST-FILE
           End-If.

      *    The edits, in order - the first one a proposal fails is
      *    the one the register shows.
       340-APPLY-ONE-RTN.
           move spaces to WS-Reject-Text.
           evaluate true
               when WOP-Approved not = 'Y'
                   move 'NOT APPROVED - LEFT OPEN' to WS-Reject-Text
               when WOP-Approved-By = spaces
                   move 'NO APPROVER INITIALS' to WS-Reject-Text
               when WOP-Amount not numeric
                   move 'WRITE-OFF AMOUNT NOT VALID'
                       to WS-Reject-Text
               when WOP-Amount = zero
                   move 'WRITE-OFF AMOUNT NOT VALID'
                       to WS-Reject-Text
           end-evaluate.

           If WS-Reject-Text = spaces
               move 'WOFF' to CCK-Type
               move WOP-Reason to CCK-Code
               call 'CODECHK' using WS-Codechk-Parm
               if WOP-Reason = spaces
                   or CCK-Status = '10' or CCK-Status = '20'
                   move 'REASON CODE INVALID' to WS-Reject-Text
               end-if
           End-If.

           If WS-Reject-Text = spaces
               move WOP-Ident to WS-Find-Ident
               perform 350-FIND-OPEN-RTN
               if WS-Open-Found = 'N'
                   move 'ACCOUNT NOT ON THE AGING' to WS-Reject-Text
               else
                   if WOP-Amount > WS-Opn-Balance(WS-Open-Match)
                       move 'EXCEEDS CURRENT BALANCE'
                           to WS-Reject-Text
                   end-if
               end-if
           End-If.

           move 'N' to WS-Iv-Found.
           If WS-Reject-Text = spaces and WOP-Invoice not = spaces
               perform 355-FIND-INVOICE-RTN
               if WS-Iv-Found = 'N'
                   move 'INVOICE NOT ON FILE FOR ACCOUNT'
                       to WS-Reject-Text
               end-if
           End-If.

           If WS-Reject-Text = spaces
               perform 360-WRITE-OFF-RTN
           Else
               if WOP-Approved not = 'Y'
                   add 1 to WS-NotAppr-Count
               else
                   add 1 to WS-Reject-Count
               end-if
               move WOP-Ident to RJ-Ident
               if WOP-Amount numeric
                   move WOP-Amount to RJ-Amount
               else
                   move zero to RJ-Amount
               end-if
               move WOP-Reason to RJ-Reason
               move WS-Reject-Text to RJ-Text
               perform 375-SAVE-REJECT-RTN
           End-If.

       350-FIND-OPEN-RTN.
           move 'N' to WS-Open-Found.
           Perform varying WS-Open-Idx from 1 by 1
               until WS-Open-Idx > WS-Open-Tbl-Count
               If WS-Opn-Ident(WS-Open-Idx) = WS-Find-Ident
                   move 'Y' to WS-Open-Found
                   move WS-Open-Idx to WS-Open-Match
                   move WS-Open-Tbl-Count to WS-Open-Idx
               End-If
           End-Perform.

      *    The invoice has to be this customer's.
       355-FIND-INVOICE-RTN.
           If WOP-Invoice numeric
               move WOP-Invoice to WS-Find-Invoice
               Perform varying WS-Iv-Idx from 1 by 1
                   until WS-Iv-Idx > WS-Invoice-Count
                   If WS-Iv-No(WS-Iv-Idx) = WS-Find-Invoice
                       and WS-Iv-Ident(WS-Iv-Idx) = WOP-Ident
                       move 'Y' to WS-Iv-Found
                       move WS-Iv-Idx to WS-Iv-Match
                       move WS-Invoice-Count to WS-Iv-Idx
                   End-If
               End-Perform
           End-If.

      ***********_The_Write-Off_-_History,_Pending,_Chargeback_***

       360-WRITE-OFF-RTN.
           add 1 to WS-Applied-Count.
           add WOP-Amount to WS-Applied-Total.
           subtract WOP-Amount from WS-Opn-Balance(WS-Open-Match).
           move 'W' to WOH-Type.
           move WOP-Ident to WOH-Ident.
           move WS-Next-Wo to WOH-Doc-No.
           move WS-Run-Date-Key to WOH-Date.
           move WOP-Amount to WOH-Amount.
           move WOP-Reason to WOH-Reason.
           move WOP-Invoice to WOH-Invoice.
           move WOP-Approved-By to WOH-Approved-By.
           write WO-HIST-REC.
           write WO-PEND-REC from WO-HIST-REC.
           If WS-Iv-Found = 'Y'
               perform 365-WRITE-CHGBACK-RTN
           End-If.

           move WS-Next-Wo to RA-Wo-No.
           move WOP-Ident to RA-Ident.
           move WOP-Ident to WS-Find-Ident.
           perform 130-FIND-NAME-RTN.
           If WS-Name-Found = 'Y'
               move WS-Nm-Name(WS-Name-Match) to RA-Name
           Else
               move '** NO NAME ON FILE' to RA-Name
           End-If.
           move WOP-Amount to RA-Amount.
           move WOP-Reason to RA-Reason.
           move CCK-Desc to RA-Reason-Desc.
           move WOP-Invoice to RA-Invoice.
           move WOP-Approved-By to RA-Appr.
           write Report-Rec from RPT-APPL-LINE.
           add 1 to WS-Next-Wo.

      *    The loss on the invoice - no more of it than is still
      *    uncredited - is charged back against the commission
      *    paid on the sale.
       365-WRITE-CHGBACK-RTN.
           If WS-Iv-Credited(WS-Iv-Match) < WS-Iv-Net(WS-Iv-Match)
               compute WS-Chb-Amount = WS-Iv-Net(WS-Iv-Match)
                   - WS-Iv-Credited(WS-Iv-Match)
               if WOP-Amount < WS-Chb-Amount
                   move WOP-Amount to WS-Chb-Amount
               end-if
               if WS-Chb-Count = zero
                   Open Extend CHGBACK-FILE
                   if WS-Chb-File-Stat = '35'
                       Open Output CHGBACK-FILE
                   end-if
               end-if
               If WS-Chb-File-Stat = '00' or WS-Chb-File-Stat = '05'
                   add 1 to WS-Chb-Count
                   move 'W' to CHB-Type
                   move WOP-Invoice to CHB-Invoice
                   move WS-Next-Wo to CHB-Doc-No
                   move WS-Run-Date-Key to CHB-Date
                   move WOP-Ident to CHB-Ident
                   move WS-Iv-Net(WS-Iv-Match) to CHB-Inv-Net
                   move WS-Chb-Amount to CHB-Amount
                   write CHGBACK-REC
               Else
                   display 'CHARGEBACK FILE NOT AVAILABLE, STATUS: '
                       WS-Chb-File-Stat ' - WRITE-OFF ' WS-Next-Wo
                       ' NOT CHARGED BACK'
               End-If
           End-If.

      ***********_Not_Written_Off_-_Held_Until_The_Register_*****

       375-SAVE-REJECT-RTN.
           If WS-Reject-Count + WS-NotAppr-Count < 201
               move RPT-REJ-LINE
                   to WS-Rej-Line(WS-Reject-Count + WS-NotAppr-Count)
           Else
               display 'WRITE-OFF REJECT TABLE CAPACITY EXCEEDED '
                   'AT 200 - RUN HALTED'
               stop run
           End-If.

       380-REJECTS-RTN.
           If WS-Reject-Count + WS-NotAppr-Count > zero
               write Report-Rec from Blank-Line
               write Report-Rec from Blank-Line
               move 'Not written off' to RSH-Text
               write Report-Rec from RPT-SECT-HDR
               write Report-Rec from Blank-Line
               Perform varying WS-Rej-Idx from 1 by 1
                   until WS-Rej-Idx > WS-Reject-Count
                                      + WS-NotAppr-Count
                   write Report-Rec from WS-Rej-Line(WS-Rej-Idx)
               End-Perform
           End-If.

           write Report-Rec from Blank-Line.
           move 'Proposals read:' to RN-Label.
           move WS-Read-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Written off:' to RN-Label.
           move WS-Applied-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Not approved - left open:' to RN-Label.
           move WS-NotAppr-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Approved but rejected:' to RN-Label.
           move WS-Reject-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Charged back against commission:' to RN-Label.
           move WS-Chb-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.

       900-CLOSE-RTN.
           Close WRITEOFF-REPORT.
           If WS-Run-Mode = 'A'
               display 'WRITE-OFF APPLY COMPLETE - WRITTEN OFF: '
                   WS-Applied-Count ' REJECTED: ' WS-Reject-Count
           Else
               display 'WRITE-OFF PROPOSE COMPLETE - PROPOSED: '
                   WS-Prop-Count
           End-If.

       end program Ch3WrOff.
