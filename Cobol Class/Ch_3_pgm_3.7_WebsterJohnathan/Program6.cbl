       identification division.
       program-id. Ch3Dun.
      *******************************************
      * Collection dunning letters off the       *
      * receivables aging Ch3Cash leaves behind. *
      * Collections used to work the printed     *
      * aging and write reminders by hand.  A    *
      * customer with money past due gets the    *
      * next letter in the series - a friendly   *
      * reminder at 30 days, a firm notice at    *
      * 60, a final demand at 90 - never past    *
      * what their oldest balance has earned,    *
      * and never more than one letter in a      *
      * cycle (a calendar month, or the month    *
      * on the dunning control file).  The       *
      * dunning history remembers every letter   *
      * sent; an account brought current starts *
      * the series over.  Customers who have had *
      * the final demand and still carry a 90    *
      * day balance go on the collector          *
      * worklist to be worked by phone.          *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select OPEN-ITEM-FILE
               assign to 'C:\Data\Data-Out\Ch3_CustOpen.dat'
               organization is line sequential
               file status is WS-Open-File-Stat.
           Select NAME-MASTER
               assign to 'C:\Data\Data-Out\Ch3_CustName.dat'
               organization is line sequential
               file status is WS-Name-File-Stat.
           Select DUN-CTL-FILE
               assign to 'C:\Data\Data-In\Ch3_DunCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           Select DUN-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_DunHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           Select LETTER-FILE
               assign to 'C:\Data\Data-Out\Ch3_DunLtr.rpt'
               organization is line sequential.
           Select WORKLIST-REPORT
               assign to 'C:\Data\Data-Out\Ch3_CollWrk.rpt'
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

      ***********_The_Cycle_To_Run_-_None_Is_This_Month_-_And_****
      ***********_The_Smallest_Past-Due_Amount_Worth_A_Letter_****
       FD DUN-CTL-FILE.
       01 DUN-CTL-REC.
         05 DCT-YYYY           Pic 9(04).
         05 DCT-MM             Pic 9(02).
         05 DCT-Min-Due        Pic 9(05)v99.

      ***********_Every_Letter_Sent_(Level_1-3),_And_A_Level_0_***
      ***********_When_An_Account_Comes_Current_And_The_Series_***
      ***********_Starts_Over_************************************
       FD DUN-HIST-FILE.
       01 DUN-HIST-REC.
         05 DNH-Ident          Pic x(05).
         05 DNH-Level          Pic 9(01).
         05 DNH-Cycle          Pic 9(06).
         05 DNH-Date           Pic 9(08).
         05 DNH-Past-Due       Pic 9(09)v99.

       FD LETTER-FILE.
       01 Letter-Rec           Pic x(80).

       FD WORKLIST-REPORT.
       01 Report-Rec           Pic x(100).

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Open-File-Stat    Pic X(02) value '00'.
       01 WS-Name-File-Stat    Pic X(02) value '00'.
       01 WS-Ctl-File-Stat     Pic X(02) value '00'.
       01 WS-Hist-File-Stat    Pic X(02) value '00'.
       01 WS-Name-EOF          Pic X(03) value 'NO '.
       01 WS-Hist-EOF          Pic X(03) value 'NO '.
       01 WS-Hist-Open         Pic X(01) value 'N'.
       01 WS-Cycle             Pic 9(06) value zero.
       01 WS-Cycle-Parts redefines WS-Cycle.
         05 WS-Cycle-YYYY      Pic 9(04).
         05 WS-Cycle-MM        Pic 9(02).
       01 WS-Find-Ident        Pic x(05) value spaces.
       01 WS-Run-Date-Key      Pic 9(08) value zero.
       01 WS-Min-Due           Pic 9(05)v99 value 5.00.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).
       01 WS-Date-Hold         Pic 9(08) value zero.
       01 WS-Date-Parts redefines WS-Date-Hold.
         05 WS-Hold-YYYY       Pic 9(04).
         05 WS-Hold-MM         Pic 9(02).
         05 WS-Hold-DD         Pic 9(02).

       01 WS-Cust-Fields.
         05 WS-Past-Due        Pic 9(09)v99 value zero.
         05 WS-Cust-Total      Pic 9(09)v99 value zero.
         05 WS-Target-Level    Pic 9(01) value zero.
         05 WS-Last-Level      Pic 9(01) value zero.
         05 WS-Last-Cycle      Pic 9(06) value zero.
         05 WS-Next-Level      Pic 9(01) value zero.

       01 WS-Count-Fields.
         05 WS-Open-Count      Pic 9(05) value zero.
         05 WS-Letter-Count    Pic 9(05) value zero.
         05 WS-Level-Count     Pic 9(05) occurs 3 times.
         05 WS-Cycle-Count     Pic 9(05) value zero.
         05 WS-Reset-Count     Pic 9(05) value zero.
         05 WS-Work-Count      Pic 9(05) value zero.
         05 WS-NoAddr-Count    Pic 9(05) value zero.
         05 WS-Work-Total      Pic 9(10)v99 value zero.

       01 WS-Name-Table-Area.
         05 WS-Name-Count      Pic 9(03) value zero.
         05 WS-Name-Table      occurs 500 times.
           10 WS-Nm-Ident       Pic x(05).
           10 WS-Nm-Name        Pic x(25).
           10 WS-Nm-Street      Pic x(25).
           10 WS-Nm-City        Pic x(15).
           10 WS-Nm-State       Pic x(02).
           10 WS-Nm-Zip         Pic x(05).
         05 WS-Name-Idx        Pic 9(03) value zero.
         05 WS-Name-Match      Pic 9(03) value zero.
         05 WS-Name-Found      Pic X(01) value 'N'.

      *    Where each customer stands in the series - the last
      *    record on the history for them wins.
       01 WS-Hist-Table-Area.
         05 WS-Hist-Count      Pic 9(03) value zero.
         05 WS-Hist-Table      occurs 500 times.
           10 WS-Dh-Ident       Pic x(05).
           10 WS-Dh-Level       Pic 9(01).
           10 WS-Dh-Cycle       Pic 9(06).
           10 WS-Dh-Final-Date  Pic 9(08).
         05 WS-Hist-Idx        Pic 9(03) value zero.
         05 WS-Hist-Match      Pic 9(03) value zero.
         05 WS-Hist-Found      Pic X(01) value 'N'.

      *    Customers with no name and address to mail to.
       01 WS-NoAddr-Table-Area.
         05 WS-NoAddr-Table    occurs 200 times.
           10 WS-Na-Ident       Pic x(05).
           10 WS-Na-Level       Pic 9(01).
           10 WS-Na-Past-Due    Pic 9(09)v99.
         05 WS-NoAddr-Idx      Pic 9(03) value zero.

      *    The letter series - a heading and three lines of text
      *    for each level.
       01 WS-Letter-Text-Values.
         05                    Pic x(20) value 'PAYMENT REMINDER'.
         05                    Pic x(55) value
              'Our records show a balance on your account that is now'.
         05                    Pic x(55) value
              'past due.  If your payment is already on its way,'.
         05                    Pic x(55) value
              'please accept our thanks and disregard this reminder.'.
         05                    Pic x(55) value spaces.
         05                    Pic x(20) value 'PAST DUE NOTICE'.
         05                    Pic x(55) value
              'Your account is now more than 60 days past due.'.
         05                    Pic x(55) value
              'Please remit the past-due amount within 10 days to'.
         05                    Pic x(55) value
              'keep your account in good standing.'.
         05                    Pic x(55) value spaces.
         05                    Pic x(20) value 'FINAL DEMAND'.
         05                    Pic x(55) value
              'Your account is more than 90 days past due and our'.
         05                    Pic x(55) value
              'earlier notices have gone unanswered.  Unless the'.
         05                    Pic x(55) value
              'past-due amount is received within 10 days, the'.
         05                    Pic x(55) value
              'account will be referred for collection.'.
       01 WS-Letter-Text-Table redefines WS-Letter-Text-Values.
         05 WS-Ltr-Level       occurs 3 times.
           10 WS-Ltr-Heading    Pic x(20).
           10 WS-Ltr-Line       Pic x(55) occurs 4 times.
       01 WS-Ltr-Idx           Pic 9(01) value zero.

       01 Blank-Line           Pic x(100) value spaces.

       01 LTR-HEAD.
         05 Filler             Pic x(08) value spaces.
         05 LH-Heading         Pic x(20).
         05 Filler             Pic x(30) value spaces.
         05 LH-MO              Pic 9(02).
         05 Filler             Pic x value '/'.
         05 LH-DY              Pic 9(02).
         05 Filler             Pic x value '/'.
         05 LH-YR              Pic 9(04).
         05 Filler             Pic x(12) value spaces.

       01 LTR-NAME-LINE.
         05 Filler             Pic x(08) value spaces.
         05 LN-Name            Pic x(25).
         05 Filler             Pic x(47) value spaces.

       01 LTR-STREET-LINE.
         05 Filler             Pic x(08) value spaces.
         05 LS-Street          Pic x(25).
         05 Filler             Pic x(47) value spaces.

       01 LTR-CITY-LINE.
         05 Filler             Pic x(08) value spaces.
         05 LC-City            Pic x(15).
         05 Filler             Pic x(02) value spaces.
         05 LC-State           Pic x(02).
         05 Filler             Pic x(02) value spaces.
         05 LC-Zip             Pic x(05).
         05 Filler             Pic x(46) value spaces.

       01 LTR-ACCT-LINE.
         05 Filler             Pic x(08) value spaces.
         05 Filler             Pic x(09) value 'Account: '.
         05 LA-Ident           Pic x(05).
         05 Filler             Pic x(58) value spaces.

       01 LTR-TEXT-LINE.
         05 Filler             Pic x(08) value spaces.
         05 LT-Text            Pic x(55).
         05 Filler             Pic x(17) value spaces.

       01 LTR-AGE-HDR.
         05 Filler             Pic x(08) value spaces.
         05 Filler             Pic x(13) value '      Current'.
         05 Filler             Pic x(13) value '      30 Days'.
         05 Filler             Pic x(13) value '      60 Days'.
         05 Filler             Pic x(13) value '     90+ Days'.
         05 Filler             Pic x(13) value '        Total'.
         05 Filler             Pic x(07) value spaces.

       01 LTR-AGE-LINE.
         05 Filler             Pic x(08) value spaces.
         05 LG-Current         Pic $$,$$$,$$9.99.
         05 LG-30              Pic $$,$$$,$$9.99.
         05 LG-60              Pic $$,$$$,$$9.99.
         05 LG-90              Pic $$,$$$,$$9.99.
         05 LG-Total           Pic $$,$$$,$$9.99.
         05 Filler             Pic x(07) value spaces.

       01 LTR-DUE-LINE.
         05 Filler             Pic x(08) value spaces.
         05 Filler             Pic x(25) value
              'PAST-DUE AMOUNT NOW DUE: '.
         05 LD-Past-Due        Pic $$,$$$,$$9.99.
         05 Filler             Pic x(34) value spaces.

       01 LTR-CLOSE-LINE.
         05 Filler             Pic x(08) value spaces.
         05 Filler             Pic x(40) value
              'Credit Department'.
         05 Filler             Pic x(32) value spaces.

       01 RPT-TITLE.
         05 Filler             Pic x(20) value spaces.
         05 Filler             Pic x(32) value
              'Collector Worklist - cycle      '.
         05 RPT-Cyc-MO         Pic 9(02).
         05 Filler             Pic x value '/'.
         05 RPT-Cyc-YR         Pic 9(04).
         05 Filler             Pic x(41) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             Pic x(03) value spaces.
         05 RSH-Text           Pic x(60).
         05 Filler             Pic x(37) value spaces.

       01 RPT-COL-HDR.
         05 Filler             Pic x(06) value spaces.
         05 Filler             Pic x(07) value 'Account'.
         05 Filler             Pic x(27) value spaces.
         05 Filler             Pic x(13) value 'Final letter'.
         05 Filler             Pic x(14) value '      90+ Days'.
         05 Filler             Pic x(14) value '     Total Due'.
         05 Filler             Pic x(19) value spaces.

       01 RPT-DETAIL.
         05 Filler             Pic x(06) value spaces.
         05 RD-Ident           Pic x(05).
         05 Filler             Pic x(02) value spaces.
         05 RD-Name            Pic x(25).
         05 Filler             Pic x(02) value spaces.
         05 RD-Final-MO        Pic 9(02).
         05 RD-Sep1            Pic x(01) value '/'.
         05 RD-Final-DY        Pic 9(02).
         05 RD-Sep2            Pic x(01) value '/'.
         05 RD-Final-YR        Pic 9(04).
         05 Filler             Pic x(04) value spaces.
         05 RD-90              Pic $$,$$$,$$9.99.
         05 Filler             Pic x(01) value spaces.
         05 RD-Total           Pic $$,$$$,$$9.99.
         05 Filler             Pic x(19) value spaces.

       01 RPT-NOADDR-LINE.
         05 Filler             Pic x(06) value spaces.
         05 RNA-Ident          Pic x(05).
         05 Filler             Pic x(15) value '  letter level '.
         05 RNA-Level          Pic 9(01).
         05 Filler             Pic x(13) value '   past due  '.
         05 RNA-Past-Due       Pic $$,$$$,$$9.99.
         05 Filler             Pic x(47) value spaces.

       01 RPT-TOTAL-LINE.
         05 Filler             Pic x(06) value spaces.
         05 Filler             Pic x(36) value
              'Total 90+ days on the worklist:'.
         05 Filler             Pic x(21) value spaces.
         05 RTL-Total          Pic $$,$$$,$$9.99.
         05 Filler             Pic x(24) value spaces.

       01 RPT-NOTE-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RN-Label           Pic x(40).
         05 RN-Count           Pic zz,zz9.
         05 Filler             Pic x(51) value spaces.

       procedure division.

      ************_MAIN_********

       100-MAIN-MODULE.
           perform 110-OPEN-RTN.
           perform 120-LOAD-NAMES-RTN.
           perform 130-LOAD-HISTORY-RTN.
           perform 200-DUN-CUSTOMERS-RTN.
           perform 300-NO-ADDRESS-RTN.
           perform 900-CLOSE-RTN.
           goback.

      ***********_Open_Files_And_Settle_The_Cycle_***************

       110-OPEN-RTN.
           Open Output LETTER-FILE
                       WORKLIST-REPORT.
           accept WS-Date from date.
           compute WS-Run-Date-Key = ((WS-YY + 2000) * 10000)
               + (WS-MM * 100) + WS-DD.
           compute WS-Cycle = ((WS-YY + 2000) * 100) + WS-MM.
           move zero to WS-Level-Count(1) WS-Level-Count(2)
               WS-Level-Count(3).
           Open Input DUN-CTL-FILE.
           If WS-Ctl-File-Stat = '00'
               Read DUN-CTL-FILE
                   Not At End
                       if DCT-YYYY numeric and DCT-MM numeric
                           and DCT-MM > zero and DCT-MM < 13
                           compute WS-Cycle = (DCT-YYYY * 100)
                               + DCT-MM
                       end-if
                       if DCT-Min-Due numeric
                           move DCT-Min-Due to WS-Min-Due
                       end-if
               End-Read
               Close DUN-CTL-FILE
           End-If.
           move WS-Cycle-MM to RPT-Cyc-MO.
           move WS-Cycle-YYYY to RPT-Cyc-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move 'Final demand sent - still 90 days past due'
               to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-COL-HDR.
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
                           move NM-Street
                               to WS-Nm-Street(WS-Name-Count)
                           move NM-City
                               to WS-Nm-City(WS-Name-Count)
                           move NM-State
                               to WS-Nm-State(WS-Name-Count)
                           move NM-Zip
                               to WS-Nm-Zip(WS-Name-Count)
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

      ***********_Where_Each_Customer_Stands_In_The_Series_*******

       130-LOAD-HISTORY-RTN.
           Open Input DUN-HIST-FILE.
           If WS-Hist-File-Stat not = '00'
               Move 'YES' to WS-Hist-EOF
           End-If.
           Perform until WS-Hist-EOF = 'YES'
               Read DUN-HIST-FILE
                   At End
                       Move 'YES' to WS-Hist-EOF
                   Not At End
                       move DNH-Ident to WS-Find-Ident
                       perform 140-FIND-HIST-RTN
                       if WS-Hist-Found = 'N'
                           perform 145-ADD-HIST-RTN
                       end-if
                       move DNH-Level to WS-Dh-Level(WS-Hist-Match)
                       move DNH-Cycle to WS-Dh-Cycle(WS-Hist-Match)
                       if DNH-Level = 3
                           move DNH-Date
                               to WS-Dh-Final-Date(WS-Hist-Match)
                       end-if
               End-Read
           End-Perform.
           If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               Close DUN-HIST-FILE
           End-If.

       140-FIND-HIST-RTN.
           move 'N' to WS-Hist-Found.
           Perform varying WS-Hist-Idx from 1 by 1
               until WS-Hist-Idx > WS-Hist-Count
               If WS-Dh-Ident(WS-Hist-Idx) = WS-Find-Ident
                   move 'Y' to WS-Hist-Found
                   move WS-Hist-Idx to WS-Hist-Match
                   move WS-Hist-Count to WS-Hist-Idx
               End-If
           End-Perform.

       145-ADD-HIST-RTN.
           if WS-Hist-Count < 500
               add 1 to WS-Hist-Count
               move WS-Hist-Count to WS-Hist-Match
               move WS-Find-Ident to WS-Dh-Ident(WS-Hist-Match)
               move zero to WS-Dh-Level(WS-Hist-Match)
               move zero to WS-Dh-Cycle(WS-Hist-Match)
               move zero to WS-Dh-Final-Date(WS-Hist-Match)
           else
               display 'DUNNING HISTORY TABLE CAPACITY EXCEEDED '
                   'AT 500 - RUN HALTED'
               stop run
           end-if.

      ***********_Each_Customer_Against_The_Series_**************

       200-DUN-CUSTOMERS-RTN.
           Open Input OPEN-ITEM-FILE.
           If WS-Open-File-Stat not = '00'
               Move 'NO ' to More-Recs
               display 'OPEN ITEM FILE NOT AVAILABLE, STATUS: '
                   WS-Open-File-Stat ' - NO LETTERS PRODUCED'
           End-If.
           PERFORM until More-Recs = 'NO '
               READ OPEN-ITEM-FILE
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Open-Count
                       perform 210-DUN-ONE-RTN
               END-READ
           END-PERFORM.
           If WS-Open-File-Stat = '00' or WS-Open-File-Stat = '10'
               Close OPEN-ITEM-FILE
           End-If.
           If WS-Hist-Open = 'Y'
               Close DUN-HIST-FILE
           End-If.
           write Report-Rec from Blank-Line.
           move WS-Work-Total to RTL-Total.
           write Report-Rec from RPT-TOTAL-LINE.

      *    The letter a customer has earned is set by their oldest
      *    balance; the letter they get is the next one in the
      *    series, never past what they have earned.  One letter a
      *    cycle, however often the run is repeated.
       210-DUN-ONE-RTN.
           compute WS-Past-Due = OPN-Aged30 + OPN-Aged60
               + OPN-Aged90.
           compute WS-Cust-Total = WS-Past-Due + OPN-Current.
           evaluate true
               when WS-Past-Due < WS-Min-Due
                   move zero to WS-Target-Level
               when OPN-Aged90 > zero
                   move 3 to WS-Target-Level
               when OPN-Aged60 > zero
                   move 2 to WS-Target-Level
               when other
                   move 1 to WS-Target-Level
           end-evaluate.

           move OPN-Ident to WS-Find-Ident.
           perform 140-FIND-HIST-RTN.
           If WS-Hist-Found = 'Y'
               move WS-Dh-Level(WS-Hist-Match) to WS-Last-Level
               move WS-Dh-Cycle(WS-Hist-Match) to WS-Last-Cycle
           Else
               move zero to WS-Last-Level
               move zero to WS-Last-Cycle
           End-If.

           evaluate true
               when WS-Target-Level = zero
                   if WS-Last-Level > zero
                       add 1 to WS-Reset-Count
                       move zero to WS-Next-Level
                       perform 250-WRITE-HIST-RTN
                   end-if
               when WS-Last-Level > zero
                   and WS-Last-Cycle = WS-Cycle
                   add 1 to WS-Cycle-Count
               when WS-Last-Level = 3 and WS-Target-Level = 3
                   perform 240-WORKLIST-RTN
               when other
                   compute WS-Next-Level = WS-Last-Level + 1
                   if WS-Next-Level > WS-Target-Level
                       move WS-Target-Level to WS-Next-Level
                   end-if
                   perform 220-FIND-NAME-RTN
                   if WS-Name-Found = 'Y'
                       perform 230-PRINT-LETTER-RTN
                       perform 250-WRITE-HIST-RTN
                   else
                       perform 260-NOTE-NO-ADDRESS-RTN
                   end-if
           end-evaluate.

       220-FIND-NAME-RTN.
           move 'N' to WS-Name-Found.
           Perform varying WS-Name-Idx from 1 by 1
               until WS-Name-Idx > WS-Name-Count
               If WS-Nm-Ident(WS-Name-Idx) = OPN-Ident
                   move 'Y' to WS-Name-Found
                   move WS-Name-Idx to WS-Name-Match
                   move WS-Name-Count to WS-Name-Idx
               End-If
           End-Perform.

      ***********_The_Letter_-_One_Per_Page_*********************

       230-PRINT-LETTER-RTN.
           add 1 to WS-Letter-Count.
           add 1 to WS-Level-Count(WS-Next-Level).
           move WS-Ltr-Heading(WS-Next-Level) to LH-Heading.
           move WS-MM to LH-MO.
           move WS-DD to LH-DY.
           add WS-YY 2000 giving LH-YR.
           write Letter-Rec from LTR-HEAD after page.
           write Letter-Rec from Blank-Line.
           move WS-Nm-Name(WS-Name-Match) to LN-Name.
           write Letter-Rec from LTR-NAME-LINE.
           move WS-Nm-Street(WS-Name-Match) to LS-Street.
           write Letter-Rec from LTR-STREET-LINE.
           move WS-Nm-City(WS-Name-Match) to LC-City.
           move WS-Nm-State(WS-Name-Match) to LC-State.
           move WS-Nm-Zip(WS-Name-Match) to LC-Zip.
           write Letter-Rec from LTR-CITY-LINE.
           write Letter-Rec from Blank-Line.
           move OPN-Ident to LA-Ident.
           write Letter-Rec from LTR-ACCT-LINE.
           write Letter-Rec from Blank-Line.
           Perform varying WS-Ltr-Idx from 1 by 1
               until WS-Ltr-Idx > 4
               move WS-Ltr-Line(WS-Next-Level, WS-Ltr-Idx)
                   to LT-Text
               write Letter-Rec from LTR-TEXT-LINE
           End-Perform.
           write Letter-Rec from Blank-Line.
           write Letter-Rec from LTR-AGE-HDR.
           move OPN-Current to LG-Current.
           move OPN-Aged30 to LG-30.
           move OPN-Aged60 to LG-60.
           move OPN-Aged90 to LG-90.
           move WS-Cust-Total to LG-Total.
           write Letter-Rec from LTR-AGE-LINE.
           write Letter-Rec from Blank-Line.
           move WS-Past-Due to LD-Past-Due.
           write Letter-Rec from LTR-DUE-LINE.
           write Letter-Rec from Blank-Line.
           write Letter-Rec from LTR-CLOSE-LINE.

      ***********_Final_Demand_Already_Sent_-_Work_It_By_Phone_***

       240-WORKLIST-RTN.
           add 1 to WS-Work-Count.
           add OPN-Aged90 to WS-Work-Total.
           move OPN-Ident to RD-Ident.
           perform 220-FIND-NAME-RTN.
           if WS-Name-Found = 'Y'
               move WS-Nm-Name(WS-Name-Match) to RD-Name
           else
               move '** NO ADDRESS ON FILE' to RD-Name
           end-if.
           move WS-Dh-Final-Date(WS-Hist-Match) to WS-Date-Hold.
           move WS-Hold-MM to RD-Final-MO.
           move WS-Hold-DD to RD-Final-DY.
           move WS-Hold-YYYY to RD-Final-YR.
           move OPN-Aged90 to RD-90.
           move WS-Cust-Total to RD-Total.
           write Report-Rec from RPT-DETAIL.

      ***********_Every_Letter_And_Every_Restart_On_The_History_**

       250-WRITE-HIST-RTN.
           If WS-Hist-Open = 'N'
               Open Extend DUN-HIST-FILE
               If WS-Hist-File-Stat = '35'
                   Open Output DUN-HIST-FILE
               End-If
               If WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '05'
                   move 'Y' to WS-Hist-Open
               Else
                   display 'DUNNING HISTORY NOT AVAILABLE, STATUS: '
                       WS-Hist-File-Stat ' - RUN HALTED'
                   stop run
               End-If
           End-If.
           move OPN-Ident to DNH-Ident.
           move WS-Next-Level to DNH-Level.
           move WS-Cycle to DNH-Cycle.
           move WS-Run-Date-Key to DNH-Date.
           move WS-Past-Due to DNH-Past-Due.
           write DUN-HIST-REC.

       260-NOTE-NO-ADDRESS-RTN.
           if WS-NoAddr-Count < 200
               add 1 to WS-NoAddr-Count
               move OPN-Ident to WS-Na-Ident(WS-NoAddr-Count)
               move WS-Next-Level to WS-Na-Level(WS-NoAddr-Count)
               move WS-Past-Due to WS-Na-Past-Due(WS-NoAddr-Count)
           else
               display 'NO ADDRESS TABLE CAPACITY EXCEEDED '
                   'AT 200 - RUN HALTED'
               stop run
           end-if.

      ***********_Letters_Held_For_Want_Of_An_Address_***********

       300-NO-ADDRESS-RTN.
           if WS-NoAddr-Count > zero
               write Report-Rec from Blank-Line
               write Report-Rec from Blank-Line
               move 'Letter due but no name/address on file - not sent'
                   to RSH-Text
               write Report-Rec from RPT-SECT-HDR
               write Report-Rec from Blank-Line
               Perform varying WS-NoAddr-Idx from 1 by 1
                   until WS-NoAddr-Idx > WS-NoAddr-Count
                   move WS-Na-Ident(WS-NoAddr-Idx) to RNA-Ident
                   move WS-Na-Level(WS-NoAddr-Idx) to RNA-Level
                   move WS-Na-Past-Due(WS-NoAddr-Idx)
                       to RNA-Past-Due
                   write Report-Rec from RPT-NOADDR-LINE
               End-Perform
           end-if.

           write Report-Rec from Blank-Line.
           move 'Accounts on the aging:' to RN-Label.
           move WS-Open-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Payment reminders sent:' to RN-Label.
           move WS-Level-Count(1) to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Past due notices sent:' to RN-Label.
           move WS-Level-Count(2) to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Final demands sent:' to RN-Label.
           move WS-Level-Count(3) to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Already sent a letter this cycle:' to RN-Label.
           move WS-Cycle-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Brought current - series restarted:' to RN-Label.
           move WS-Reset-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Held - no name/address:' to RN-Label.
           move WS-NoAddr-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'On the collector worklist:' to RN-Label.
           move WS-Work-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.

       900-CLOSE-RTN.
           Close LETTER-FILE
                 WORKLIST-REPORT.
           display 'DUNNING COMPLETE - LETTERS: ' WS-Letter-Count
               ' WORKLIST: ' WS-Work-Count.

       end program Ch3Dun.
