       identification division.
       program-id. Ch3Allow.
      *******************************************
      * Allowance for doubtful accounts and the  *
      * receivables bad-debt general ledger      *
      * interface, run at month-end.  The        *
      * allowance is figured off the aging       *
      * Ch3Cash leaves behind: each bucket's     *
      * total at its reserve percentage (the     *
      * allowance percent file, or 1/5/20/50     *
      * with none).  Since the last posting the  *
      * allowance has been used by the write-    *
      * offs Ch3WrOff approved and built back by *
      * the recoveries Ch3Cash took in - both    *
      * off the write-off history.  The journal, *
      * in the Ch12GL journal layout:            *
      *   write-offs - allowance to accounts     *
      *   receivable;                            *
      *   recoveries - cash to allowance;        *
      *   and the provision - bad debt expense   *
      *   to allowance (or back, when the        *
      *   allowance needed has come down), so    *
      *   the allowance ends at what the aging   *
      *   calls for.                             *
      * Accounts come off the receivables        *
      * account mapping table.  The journal is   *
      * proven in balance before a record is     *
      * appended to Ch12_Journal.dat, and the    *
      * posting register shows the proof.  Run   *
      * after Ch3Cash, and after Ch12GL, which   *
      * starts the journal afresh.               *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select OPEN-ITEM-FILE
               assign to 'C:\Data\Data-Out\Ch3_CustOpen.dat'
               organization is line sequential
               file status is WS-Open-File-Stat.
           Select ALLOW-PCT-FILE
               assign to 'C:\Data\Data-In\Ch3_AllowPct.dat'
               organization is line sequential
               file status is WS-Pct-File-Stat.
           Select WO-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_WoHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           Select ACCT-MAP-FILE
               assign to 'C:\Data\Data-In\Ch3_GLAcct.dat'
               organization is line sequential
               file status is WS-Map-File-Stat.
           Select GL-CTL-FILE
               assign to 'C:\Data\Data-Work\Ch3_GLCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           Select RUN-DATE-FILE
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           Select JOURNAL-FILE
               assign to 'C:\Data\Data-Out\Ch12_Journal.dat'
               organization is line sequential
               file status is WS-Jrn-File-Stat.
           Select POSTING-REPORT
               assign to 'C:\Data\Data-Out\Ch3_AllowGL.rpt'
               organization is line sequential.

       data division.
       File Section.
      ***********_One_Record_Per_Customer_-_The_Aging_Buckets_*****
       FD OPEN-ITEM-FILE.
       01 OPEN-REC.
         05 OPN-Ident          Pic X(05).
         05 OPN-Current        Pic 9(08)v99.
         05 OPN-Aged30         Pic 9(08)v99.
         05 OPN-Aged60         Pic 9(08)v99.
         05 OPN-Aged90         Pic 9(08)v99.

      ***********_Reserve_Percent_Per_Aging_Bucket_**************
       FD ALLOW-PCT-FILE.
       01 ALLOW-PCT-REC.
         05 ALP-Current        Pic 9(03)v99.
         05 ALP-Aged30         Pic 9(03)v99.
         05 ALP-Aged60         Pic 9(03)v99.
         05 ALP-Aged90         Pic 9(03)v99.

       FD WO-HIST-FILE.
       01 WO-HIST-REC.
           COPY WOHIST.

      *********************************************
      * Receivables account mapping - 'R' rows    *
      * map the posting keys: AR accounts         *
      * receivable, AL allowance for doubtful     *
      * accounts, BD bad debt expense, CA cash.   *
      *********************************************
       FD ACCT-MAP-FILE.
       01 ACCT-MAP-REC.
         05 MAP-TYPE           Pic x(01).
         05 MAP-KEY            Pic x(02).
         05 MAP-ACCOUNT        Pic 9(06).

      *********************************************
      * What has already reached the ledger - the *
      * write-off history through this date, and  *
      * the allowance balance it left.  No file   *
      * is the cutover run: nothing posted yet    *
      * and no allowance on the books.            *
      *********************************************
       FD GL-CTL-FILE.
       01 GL-CTL-REC.
         05 ARC-Posted-Thru    Pic 9(08).
         05 ARC-Allow-Bal      Pic 9(09)v99.

       FD RUN-DATE-FILE.
       01 RUN-DATE-REC.
         05 OVR-MM             Pic 9(02).
         05 OVR-DD             Pic 9(02).
         05 OVR-YYYY           Pic 9(04).

       FD JOURNAL-FILE.
       01 JOURNAL-REC.
         05 JRN-ACCOUNT        Pic 9(06).
         05 JRN-DC             Pic x(01).
         05 JRN-AMOUNT         Pic 9(09)v99.
         05 JRN-DESC           Pic x(20).
         05 JRN-DATE           Pic 9(08).

       FD POSTING-REPORT.
       01 Report-Rec           Pic x(80).

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Open-File-Stat    Pic X(02) value '00'.
       01 WS-Pct-File-Stat     Pic X(02) value '00'.
       01 WS-Hist-File-Stat    Pic X(02) value '00'.
       01 WS-Map-File-Stat     Pic X(02) value '00'.
       01 WS-Ctl-File-Stat     Pic X(02) value '00'.
       01 WS-RunDate-File-Stat Pic X(02) value '00'.
       01 WS-Jrn-File-Stat     Pic X(02) value '00'.
       01 WS-Hist-EOF          Pic X(03) value 'NO '.
       01 WS-Map-EOF           Pic X(03) value 'NO '.
       01 WS-Run-YYYY          Pic 9(04) value zero.
       01 WS-Run-Date-Key      Pic 9(08) value zero.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).

      *    Bucket 1 current, 2 30 days, 3 60 days, 4 90+ days.
       01 WS-Bucket-Area.
         05 WS-Bucket          occurs 4 times.
           10 WS-Bkt-Balance    Pic 9(10)v99.
           10 WS-Bkt-Pct        Pic 9(03)v99.
           10 WS-Bkt-Reserve    Pic 9(10)v99.
         05 WS-Bkt-Idx         Pic 9(01) value zero.
       01 WS-Bucket-Name-Values.
         05                    Pic x(12) value 'Current'.
         05                    Pic x(12) value '30 days'.
         05                    Pic x(12) value '60 days'.
         05                    Pic x(12) value '90+ days'.
       01 WS-Bucket-Name-Table redefines WS-Bucket-Name-Values.
         05 WS-Bkt-Name        Pic x(12) occurs 4 times.

       01 WS-Allow-Fields.
         05 WS-Open-Count      Pic 9(05) value zero.
         05 WS-Posted-Thru     Pic 9(08) value zero.
         05 WS-Prior-Allow     Pic 9(09)v99 value zero.
         05 WS-Wo-Count        Pic 9(05) value zero.
         05 WS-Wo-Total        Pic 9(09)v99 value zero.
         05 WS-Recov-Count     Pic 9(05) value zero.
         05 WS-Recov-Total     Pic 9(09)v99 value zero.
         05 WS-Before-Adj      Pic s9(11)v99 value zero.
         05 WS-Required        Pic 9(11)v99 value zero.
         05 WS-Adjustment      Pic s9(11)v99 value zero.
         05 WS-Aging-Total     Pic 9(11)v99 value zero.

       01 WS-Map-Table-Area.
         05 WS-Map-Count       Pic 9(03) value zero.
         05 WS-Map-Table       occurs 50 times.
           10 WMAP-Type         Pic x(01).
           10 WMAP-Key          Pic x(02).
           10 WMAP-Account      Pic 9(06).
         05 WS-Map-Idx         Pic 9(03) value zero.
         05 WS-Map-Acct        Pic 9(06) value zero.
         05 WS-Map-Found       Pic x(01) value 'N'.
         05 WS-Lookup-Key      Pic x(02) value spaces.

      *    The journal is built here first and proven in balance
      *    before any of it is appended.
       01 WS-Jrn-Table-Area.
         05 WS-Jrn-Count       Pic 9(02) value zero.
         05 WS-Jrn-Table       occurs 10 times.
           10 WJ-Account        Pic 9(06).
           10 WJ-DC             Pic x(01).
           10 WJ-Amount         Pic 9(09)v99.
           10 WJ-Desc           Pic x(20).
         05 WS-Jrn-Idx         Pic 9(02) value zero.
         05 WS-Debit-Total     Pic 9(11)v99 value zero.
         05 WS-Credit-Total    Pic 9(11)v99 value zero.
         05 WS-Post-DC         Pic x(01) value space.
         05 WS-Post-Amount     Pic 9(09)v99 value zero.
         05 WS-Post-Desc       Pic x(20) value spaces.

       01 Blank-Line           Pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             Pic x(14) value spaces.
         05 Filler             Pic x(40) value
              'Allowance For Doubtful Accounts - GL    '.
         05 RPT-Date.
           10 RPT-MO           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RPT-DY           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RPT-YR           Pic 9(04).
         05 Filler             Pic x(16) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             Pic x(03) value spaces.
         05 RSH-Text           Pic x(77).

       01 RPT-BKT-HDR.
         05 Filler             Pic x(06) value spaces.
         05 Filler             Pic x(12) value 'Bucket'.
         05 Filler             Pic x(18) value '           Balance'.
         05 Filler             Pic x(10) value '   Reserve'.
         05 Filler             Pic x(18) value '         Allowance'.
         05 Filler             Pic x(16) value spaces.

       01 RPT-BKT-LINE.
         05 Filler             Pic x(06) value spaces.
         05 RBK-Name           Pic x(12).
         05 RBK-Balance        Pic $$$,$$$,$$$,$$9.99.
         05 Filler             Pic x(03) value spaces.
         05 RBK-Pct            Pic zz9.99 blank when zero.
         05 Filler             Pic x(01) value '%'.
         05 RBK-Reserve        Pic $$$,$$$,$$$,$$9.99.
         05 Filler             Pic x(16) value spaces.

       01 RPT-ACT-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RAL-Label          Pic x(36).
         05 RAL-Count          Pic zz,zz9 blank when zero.
         05 Filler             Pic x(04) value spaces.
         05 RAL-Amount         Pic $$,$$$,$$$,$$9.99-.
         05 Filler             Pic x(13) value spaces.

       01 RPT-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RL-Account         Pic 9(06).
         05 Filler             Pic x(02) value spaces.
         05 RL-DC              Pic x(02).
         05 Filler             Pic x(02) value spaces.
         05 RL-Desc            Pic x(20).
         05 Filler             Pic x(02) value spaces.
         05 RL-Amount          Pic $$$,$$$,$$9.99.
         05 Filler             Pic x(29) value spaces.

       01 RPT-BAL-LINE.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(16) value 'Total debits:   '.
         05 RB-Debits          Pic $$$,$$$,$$9.99.
         05 Filler             Pic x(17) value '  Total credits: '.
         05 RB-Credits         Pic $$$,$$$,$$9.99.
         05 Filler             Pic x(16) value spaces.

       01 RPT-MSG-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RM-Text            Pic x(77).

       procedure division.

      ************_MAIN_********

       100-MAIN-MODULE.
           perform 110-OPEN-RTN.
           perform 120-LOAD-MAP-RTN.
           perform 130-LOAD-CONTROL-RTN.
           perform 200-WRITEOFFS-RTN.
           perform 210-AGING-RTN.
           perform 220-ALLOWANCE-RTN.
           perform 400-BUILD-JOURNAL-RTN.
           perform 450-POST-JOURNAL-RTN.
           perform 900-CLOSE-RTN.
           goback.

      ***********_Run_Date_-_The_Payroll_Override_If_Any_*********

       110-OPEN-RTN.
           Open Output POSTING-REPORT.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           Open Input RUN-DATE-FILE.
           If WS-RunDate-File-Stat = '00'
               Read RUN-DATE-FILE
                   Not At End
                       move OVR-MM to WS-MM
                       move OVR-DD to WS-DD
                       move OVR-YYYY to WS-Run-YYYY
               End-Read
               Close RUN-DATE-FILE
           End-If.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

           move 1.00 to WS-Bkt-Pct(1).
           move 5.00 to WS-Bkt-Pct(2).
           move 20.00 to WS-Bkt-Pct(3).
           move 50.00 to WS-Bkt-Pct(4).
           Open Input ALLOW-PCT-FILE.
           If WS-Pct-File-Stat = '00'
               Read ALLOW-PCT-FILE
                   Not At End
                       if ALP-Current numeric and ALP-Aged30 numeric
                           and ALP-Aged60 numeric
                           and ALP-Aged90 numeric
                           move ALP-Current to WS-Bkt-Pct(1)
                           move ALP-Aged30 to WS-Bkt-Pct(2)
                           move ALP-Aged60 to WS-Bkt-Pct(3)
                           move ALP-Aged90 to WS-Bkt-Pct(4)
                       end-if
               End-Read
               Close ALLOW-PCT-FILE
           End-If.

       120-LOAD-MAP-RTN.
           Open Input ACCT-MAP-FILE.
           If WS-Map-File-Stat not = '00'
               display 'RECEIVABLES ACCOUNT MAP NOT AVAILABLE, '
                   'STATUS: ' WS-Map-File-Stat ' - RUN HALTED'
               stop run
           End-If.
           Perform until WS-Map-EOF = 'YES'
               Read ACCT-MAP-FILE
                   At End
                       Move 'YES' to WS-Map-EOF
                   Not At End
                       if WS-Map-Count < 50
                           add 1 to WS-Map-Count
                           move MAP-TYPE to WMAP-Type(WS-Map-Count)
                           move MAP-KEY to WMAP-Key(WS-Map-Count)
                           move MAP-ACCOUNT
                               to WMAP-Account(WS-Map-Count)
                       else
                           display 'ACCOUNT MAP TABLE CAPACITY '
                               'EXCEEDED AT 50 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           Close ACCT-MAP-FILE.

       130-LOAD-CONTROL-RTN.
           Open Input GL-CTL-FILE.
           If WS-Ctl-File-Stat = '00'
               Read GL-CTL-FILE
                   Not At End
                       move ARC-Posted-Thru to WS-Posted-Thru
                       move ARC-Allow-Bal to WS-Prior-Allow
               End-Read
               Close GL-CTL-FILE
           End-If.

      ***********_Write-Offs_And_Recoveries_Since_Last_Posted_****

       200-WRITEOFFS-RTN.
           Open Input WO-HIST-FILE.
           If WS-Hist-File-Stat not = '00'
               Move 'YES' to WS-Hist-EOF
           End-If.
           Perform until WS-Hist-EOF = 'YES'
               Read WO-HIST-FILE
                   At End
                       Move 'YES' to WS-Hist-EOF
                   Not At End
                       if WOH-Date > WS-Posted-Thru
                           and WOH-Date not > WS-Run-Date-Key
                           if WOH-Type = 'W'
                               add 1 to WS-Wo-Count
                               add WOH-Amount to WS-Wo-Total
                           else
                               add 1 to WS-Recov-Count
                               add WOH-Amount to WS-Recov-Total
                           end-if
                       end-if
               End-Read
           End-Perform.
           If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               Close WO-HIST-FILE
           End-If.

      ***********_The_Aging_Bucket_Totals_***********************

       210-AGING-RTN.
           move zero to WS-Bkt-Balance(1) WS-Bkt-Balance(2)
               WS-Bkt-Balance(3) WS-Bkt-Balance(4).
           Open Input OPEN-ITEM-FILE.
           If WS-Open-File-Stat not = '00'
               display 'OPEN ITEM FILE NOT AVAILABLE, STATUS: '
                   WS-Open-File-Stat ' - RUN HALTED'
               stop run
           End-If.
           PERFORM until More-Recs = 'NO '
               READ OPEN-ITEM-FILE
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Open-Count
                       add OPN-Current to WS-Bkt-Balance(1)
                       add OPN-Aged30 to WS-Bkt-Balance(2)
                       add OPN-Aged60 to WS-Bkt-Balance(3)
                       add OPN-Aged90 to WS-Bkt-Balance(4)
               END-READ
           END-PERFORM.
           Close OPEN-ITEM-FILE.

      *    What the aging calls for, against what the allowance
      *    holds once the write-offs and recoveries are through it.
       220-ALLOWANCE-RTN.
           Perform varying WS-Bkt-Idx from 1 by 1
               until WS-Bkt-Idx > 4
               compute WS-Bkt-Reserve(WS-Bkt-Idx) rounded =
                   WS-Bkt-Balance(WS-Bkt-Idx)
                   * WS-Bkt-Pct(WS-Bkt-Idx) / 100
               add WS-Bkt-Reserve(WS-Bkt-Idx) to WS-Required
               add WS-Bkt-Balance(WS-Bkt-Idx) to WS-Aging-Total
           End-Perform.
           move WS-Prior-Allow to WS-Before-Adj.
           subtract WS-Wo-Total from WS-Before-Adj.
           add WS-Recov-Total to WS-Before-Adj.
           move WS-Required to WS-Adjustment.
           subtract WS-Before-Adj from WS-Adjustment.

      ***********_The_Journal_***********************************

       400-BUILD-JOURNAL-RTN.
           move 'AL' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Wo-Total to WS-Post-Amount.
           move 'ALLOWANCE - WRITEOFF' to WS-Post-Desc.
           perform 410-ADD-LINE-RTN.
           move 'AR' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move 'RECEIVABLE-WRITEOFF ' to WS-Post-Desc.
           perform 410-ADD-LINE-RTN.

           move 'CA' to WS-Lookup-Key.
           move 'D' to WS-Post-DC.
           move WS-Recov-Total to WS-Post-Amount.
           move 'CASH - RECOVERIES   ' to WS-Post-Desc.
           perform 410-ADD-LINE-RTN.
           move 'AL' to WS-Lookup-Key.
           move 'C' to WS-Post-DC.
           move 'ALLOWANCE - RECOVERY' to WS-Post-Desc.
           perform 410-ADD-LINE-RTN.

           if WS-Adjustment > zero
               move WS-Adjustment to WS-Post-Amount
               move 'BD' to WS-Lookup-Key
               move 'D' to WS-Post-DC
               move 'BAD DEBT EXPENSE    ' to WS-Post-Desc
               perform 410-ADD-LINE-RTN
               move 'AL' to WS-Lookup-Key
               move 'C' to WS-Post-DC
               move 'ALLOWANCE - PROVISN ' to WS-Post-Desc
               perform 410-ADD-LINE-RTN
           else
               subtract WS-Adjustment from zero
                   giving WS-Post-Amount
               move 'AL' to WS-Lookup-Key
               move 'D' to WS-Post-DC
               move 'ALLOWANCE - RELEASED' to WS-Post-Desc
               perform 410-ADD-LINE-RTN
               move 'BD' to WS-Lookup-Key
               move 'C' to WS-Post-DC
               move 'BAD DEBT EXPENSE    ' to WS-Post-Desc
               perform 410-ADD-LINE-RTN
           end-if.

       410-ADD-LINE-RTN.
           if WS-Post-Amount > zero
               perform 500-FIND-ACCOUNT-RTN
               add 1 to WS-Jrn-Count
               move WS-Map-Acct to WJ-Account(WS-Jrn-Count)
               move WS-Post-DC to WJ-DC(WS-Jrn-Count)
               move WS-Post-Amount to WJ-Amount(WS-Jrn-Count)
               move WS-Post-Desc to WJ-Desc(WS-Jrn-Count)
               if WS-Post-DC = 'D'
                   add WS-Post-Amount to WS-Debit-Total
               else
                   add WS-Post-Amount to WS-Credit-Total
               end-if
           end-if.

      *********************************************
      * The proof, then the posting - an out-of-  *
      * balance journal is never appended; the    *
      * run fails loudly and the control file is  *
      * left where it was                         *
      *********************************************
       450-POST-JOURNAL-RTN.
           move 'ALLOWANCE REQUIRED BY THE AGING' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-BKT-HDR.
           Perform varying WS-Bkt-Idx from 1 by 1
               until WS-Bkt-Idx > 4
               move WS-Bkt-Name(WS-Bkt-Idx) to RBK-Name
               move WS-Bkt-Balance(WS-Bkt-Idx) to RBK-Balance
               move WS-Bkt-Pct(WS-Bkt-Idx) to RBK-Pct
               move WS-Bkt-Reserve(WS-Bkt-Idx) to RBK-Reserve
               write Report-Rec from RPT-BKT-LINE
           End-Perform.
           move 'Total' to RBK-Name.
           move WS-Aging-Total to RBK-Balance.
           move zero to RBK-Pct.
           move WS-Required to RBK-Reserve.
           write Report-Rec from RPT-BKT-LINE.
           write Report-Rec from Blank-Line.

           move 'ALLOWANCE FOR DOUBTFUL ACCOUNTS' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           move 'Allowance brought forward' to RAL-Label.
           move zero to RAL-Count.
           move WS-Prior-Allow to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Less write-offs' to RAL-Label.
           move WS-Wo-Count to RAL-Count.
           move WS-Wo-Total to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Plus recoveries' to RAL-Label.
           move WS-Recov-Count to RAL-Count.
           move WS-Recov-Total to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Before provision' to RAL-Label.
           move zero to RAL-Count.
           move WS-Before-Adj to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Provision (release) this period' to RAL-Label.
           move WS-Adjustment to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           move 'Allowance carried forward' to RAL-Label.
           move WS-Required to RAL-Amount.
           write Report-Rec from RPT-ACT-LINE.
           write Report-Rec from Blank-Line.

           move 'JOURNAL' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           Perform varying WS-Jrn-Idx from 1 by 1
               until WS-Jrn-Idx > WS-Jrn-Count
               move WJ-Account(WS-Jrn-Idx) to RL-Account
               if WJ-DC(WS-Jrn-Idx) = 'D'
                   move 'DR' to RL-DC
               else
                   move 'CR' to RL-DC
               end-if
               move WJ-Desc(WS-Jrn-Idx) to RL-Desc
               move WJ-Amount(WS-Jrn-Idx) to RL-Amount
               write Report-Rec from RPT-LINE
           End-Perform.
           write Report-Rec from Blank-Line.
           move WS-Debit-Total to RB-Debits.
           move WS-Credit-Total to RB-Credits.
           write Report-Rec from RPT-BAL-LINE.

           If WS-Debit-Total not = WS-Credit-Total
               move 'JOURNAL OUT OF BALANCE - NOTHING POSTED'
                   to RM-Text
               write Report-Rec from RPT-MSG-LINE
               Close POSTING-REPORT
               display 'ALLOWANCE GL JOURNAL OUT OF BALANCE - DEBITS '
                   WS-Debit-Total ' CREDITS ' WS-Credit-Total
                   ' - NO JOURNAL WRITTEN, RUN HALTED'
               stop run
           End-If.

           If WS-Jrn-Count = zero
               move 'NO BAD-DEBT ACTIVITY TO POST - NO JOURNAL'
                   to RM-Text
               write Report-Rec from RPT-MSG-LINE
           Else
               Open Extend JOURNAL-FILE
               if WS-Jrn-File-Stat not = '00'
                   Open Output JOURNAL-FILE
               end-if
               Perform varying WS-Jrn-Idx from 1 by 1
                   until WS-Jrn-Idx > WS-Jrn-Count
                   move WJ-Account(WS-Jrn-Idx) to JRN-ACCOUNT
                   move WJ-DC(WS-Jrn-Idx) to JRN-DC
                   move WJ-Amount(WS-Jrn-Idx) to JRN-AMOUNT
                   move WJ-Desc(WS-Jrn-Idx) to JRN-DESC
                   move WS-Run-Date-Key to JRN-DATE
                   write JOURNAL-REC
               End-Perform
               Close JOURNAL-FILE
               move spaces to RM-Text
               string 'JOURNAL IN BALANCE - ' WS-Jrn-Count
                   ' RECORDS APPENDED TO CH12_JOURNAL.DAT'
                   delimited by size into RM-Text
               write Report-Rec from RPT-MSG-LINE
           End-If.

      *********************************************
      * Map key to account - an unmapped key      *
      * posts to the suspense account 999999 and  *
      * says so, rather than dropping money       *
      *********************************************
       500-FIND-ACCOUNT-RTN.
           move 'N' to WS-Map-Found.
           move 999999 to WS-Map-Acct.
           Perform varying WS-Map-Idx from 1 by 1
               until WS-Map-Idx > WS-Map-Count
               If WMAP-Type(WS-Map-Idx) = 'R'
                   and WMAP-Key(WS-Map-Idx) = WS-Lookup-Key
                   move 'Y' to WS-Map-Found
                   move WMAP-Account(WS-Map-Idx) to WS-Map-Acct
                   move WS-Map-Count to WS-Map-Idx
               End-If
           End-Perform.
           If WS-Map-Found = 'N'
               display 'NO ACCOUNT MAPPED FOR R/' WS-Lookup-Key
                   ' - POSTED TO SUSPENSE 999999'
           End-If.

      *    The control moves forward only once the journal is on
      *    the file.
       900-CLOSE-RTN.
           Open Output GL-CTL-FILE.
           move WS-Run-Date-Key to ARC-Posted-Thru.
           move WS-Required to ARC-Allow-Bal.
           write GL-CTL-REC.
           Close GL-CTL-FILE.
           Close POSTING-REPORT.
           display 'ALLOWANCE GL INTERFACE COMPLETE - JOURNAL LINES: '
               WS-Jrn-Count.

       end program Ch3Allow.
