       identification division.
       program-id. Ch3Recur.
      *******************************************
      * Recurring billing.  Service contracts    *
      * and rentals bill the same every month -  *
      * this takes them off the keying.  Each    *
      * contract on the contract master bills    *
      * its monthly amount once a month, on its  *
      * billing day, from its start date to its  *
      * end date, as a sale appended to the      *
      * customer transaction file Ch3pgm7 posts. *
      * A suspended or expired contract, one not *
      * started yet, or one already billed this  *
      * month is passed over.  On the contract's *
      * anniversary month the monthly amount     *
      * goes up by its escalation percent before *
      * it bills.  The new contract master       *
      * carries the escalated amount and the     *
      * month last billed, so a rerun does not   *
      * bill twice.  A billing register shows    *
      * what happened to every contract, and a   *
      * renewal list the contracts running out   *
      * in the next 60 days.                     *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select CONTRACT-IN
               assign to 'C:\Data\Data-In\Ch3_Contract.dat'
               organization is line sequential
               file status is WS-Ctr-File-Stat.
           Select CONTRACT-OUT
               assign to 'C:\Data\Data-Out\Ch3_Contract.dat'
               organization is line sequential.
           Select CUST-TRANS
               assign to 'C:\Data\Data-In\Ch3_Custtrans.dat'
               organization is line sequential
               file status is WS-Trn-File-Stat.
           Select RUN-DATE-FILE
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           Select BILLING-REGISTER
               assign to 'C:\Data\Data-Out\Ch3_Billing.rpt'
               organization is line sequential.
           Select RENEWAL-LIST
               assign to 'C:\Data\Data-Out\Ch3_Renewal.rpt'
               organization is line sequential.

       data division.
       File Section.
      *********************************************
      * Contract master - one record per contract.*
      * CTI-Status      'A' active, 'S' suspended.*
      * CTI-Bill-Day    day of the month it bills *
      *                 (01-28).                  *
      * CTI-Escalate-Pct  yearly increase, on the *
      *                 start month's anniversary.*
      * CTI-Last-Billed YYYYMM last billed.       *
      * CTI-Last-Escalated  year last escalated.  *
      *********************************************
       FD CONTRACT-IN.
       01 CONTRACT-REC-IN.
         05 CTI-Ident          Pic x(05).
         05 CTI-Contract-No    Pic x(08).
         05 CTI-Desc           Pic x(20).
         05 CTI-Monthly-Amt    Pic 9(05)v99.
         05 CTI-Start-Date     Pic 9(08).
         05 CTI-End-Date       Pic 9(08).
         05 CTI-Bill-Day       Pic 9(02).
         05 CTI-Escalate-Pct   Pic 9(02)v99.
         05 CTI-Status         Pic x(01).
         05 CTI-Last-Billed    Pic 9(06).
         05 CTI-Last-Escalated Pic 9(04).

       FD CONTRACT-OUT.
       01 CONTRACT-REC-OUT.
         05 CTO-Ident          Pic x(05).
         05 CTO-Contract-No    Pic x(08).
         05 CTO-Desc           Pic x(20).
         05 CTO-Monthly-Amt    Pic 9(05)v99.
         05 CTO-Start-Date     Pic 9(08).
         05 CTO-End-Date       Pic 9(08).
         05 CTO-Bill-Day       Pic 9(02).
         05 CTO-Escalate-Pct   Pic 9(02)v99.
         05 CTO-Status         Pic x(01).
         05 CTO-Last-Billed    Pic 9(06).
         05 CTO-Last-Escalated Pic 9(04).

      ***********_Ch3pgm7's_Input_-_A_Contract_Bills_As_A_Sale_***
       FD CUST-TRANS.
       01 TRANS-REC.
         05 TRN-Ident          Pic x(05).
         05 TRN-Sale           Pic 9(3)v99.
         05 TRN-Type           Pic x(01).
         05 TRN-Orig-Inv       Pic 9(06).
         05 TRN-Reason         Pic x(02).
         05 TRN-Item           Pic x(20).
         05 TRN-Qty            Pic 9(03).
         05 TRN-Location       Pic x(02).

       FD RUN-DATE-FILE.
       01 RUN-DATE-REC.
         05 OVR-MM             Pic 9(02).
         05 OVR-DD             Pic 9(02).
         05 OVR-YYYY           Pic 9(04).

       FD BILLING-REGISTER.
       01 Register-Rec         Pic x(80).

       FD RENEWAL-LIST.
       01 Renewal-Rec          Pic x(80).

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Ctr-File-Stat     Pic X(02) value '00'.
       01 WS-Trn-File-Stat     Pic X(02) value '00'.
       01 WS-RunDate-File-Stat Pic X(02) value '00'.
       01 WS-Run-YYYY          Pic 9(04) value zero.
       01 WS-Run-Date-Key      Pic 9(08) value zero.
       01 WS-Run-Period        Pic 9(06) value zero.
       01 WS-Bill-Date         Pic 9(08) value zero.
       01 WS-Renew-Limit       Pic 9(08) value zero.
       01 WS-Days-Left         Pic 9(05) value zero.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).
       01 WS-Date-Hold         Pic 9(08) value zero.
       01 WS-Date-Parts redefines WS-Date-Hold.
         05 WS-Hold-YYYY       Pic 9(04).
         05 WS-Hold-MM         Pic 9(02).
         05 WS-Hold-DD         Pic 9(02).

       01 WS-Contract-Fields.
         05 WS-Bill-Status     Pic x(01) value space.
         05 WS-Escalated       Pic x(01) value 'N'.
         05 WS-Read-Count      Pic 9(05) value zero.
         05 WS-Billed-Count    Pic 9(05) value zero.
         05 WS-Skip-Count      Pic 9(05) value zero.
         05 WS-Escalate-Count  Pic 9(05) value zero.
         05 WS-Renew-Count     Pic 9(05) value zero.
         05 WS-Billed-Total    Pic 9(09)v99 value zero.

       01 Print-Blank          Pic x(80) value spaces.

       01 REG-TITLE.
         05 Filler             Pic x(18) value spaces.
         05 Filler             Pic x(33) value
              'Recurring Contract Billing       '.
         05 REG-Date.
           10 REG-MO           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 REG-DY           Pic 9(02).
           10 Filler           Pic x value '/'.
           10 REG-YR           Pic 9(04).
         05 Filler             Pic x(19) value spaces.

       01 REG-COL-HDR.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(10) value 'Contract'.
         05 Filler             Pic x(07) value 'Acct'.
         05 Filler             Pic x(22) value 'Description'.
         05 Filler             Pic x(09) value '  Monthly'.
         05 Filler             Pic x(02) value spaces.
         05 Filler             Pic x(27) value 'Disposition'.

       01 REG-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RL-Contract        Pic x(08).
         05 Filler             Pic x(02) value spaces.
         05 RL-Ident           Pic x(05).
         05 Filler             Pic x(02) value spaces.
         05 RL-Desc            Pic x(20).
         05 Filler             Pic x(02) value spaces.
         05 RL-Amount          Pic $$,$$9.99.
         05 Filler             Pic x(02) value spaces.
         05 RL-Disposition     Pic x(27).

       01 REG-TOTAL1.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(11) value 'Contracts: '.
         05 RT-Read            Pic zzzz9.
         05 Filler             Pic x(10) value '  Billed: '.
         05 RT-Billed          Pic zzzz9.
         05 Filler             Pic x(13) value '  Passed over'.
         05 Filler             Pic x(02) value ': '.
         05 RT-Skipped         Pic zzzz9.
         05 Filler             Pic x(13) value '  Escalated: '.
         05 RT-Escalated       Pic zzzz9.
         05 Filler             Pic x(08) value spaces.

       01 REG-TOTAL2.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(27) value
              'Billed to Ch3_Custtrans:   '.
         05 RT-Amount          Pic $$$,$$$,$$9.99.
         05 Filler             Pic x(36) value spaces.

       01 REN-TITLE.
         05 Filler             Pic x(12) value spaces.
         05 Filler             Pic x(39) value
              'Contracts Expiring In The Next 60 Days '.
         05 REN-Date           Pic x(10).
         05 Filler             Pic x(19) value spaces.

       01 REN-COL-HDR.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(10) value 'Contract'.
         05 Filler             Pic x(07) value 'Acct'.
         05 Filler             Pic x(22) value 'Description'.
         05 Filler             Pic x(12) value 'Ends'.
         05 Filler             Pic x(06) value '  Days'.
         05 Filler             Pic x(11) value '    Monthly'.
         05 Filler             Pic x(09) value spaces.

       01 REN-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RN-Contract        Pic x(08).
         05 Filler             Pic x(02) value spaces.
         05 RN-Ident           Pic x(05).
         05 Filler             Pic x(02) value spaces.
         05 RN-Desc            Pic x(20).
         05 Filler             Pic x(02) value spaces.
         05 RN-End.
           10 RN-MM            Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RN-DD            Pic 9(02).
           10 Filler           Pic x value '/'.
           10 RN-YYYY          Pic 9(04).
         05 Filler             Pic x(02) value spaces.
         05 RN-Days            Pic zzzz9.
         05 Filler             Pic x(02) value spaces.
         05 RN-Amount          Pic $$,$$9.99.
         05 Filler             Pic x(11) value spaces.

       01 REN-TOTAL.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(27) value
              'Contracts due for renewal: '.
         05 RNT-Count          Pic zz,zz9.
         05 Filler             Pic x(44) value spaces.

       procedure division.

      ************_MAIN_********

       100-MAIN-MODULE.
           perform 110-OPEN-RTN.
           PERFORM until More-Recs = 'NO '
               READ CONTRACT-IN
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Read-Count
                       perform 200-CONTRACT-RTN
               END-READ
           END-PERFORM.
           perform 900-CLOSE-RTN.
           goback.

      ***********_Run_Date_-_The_Payroll_Override_If_Any_*********

       110-OPEN-RTN.
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
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           compute WS-Run-Period = (WS-Run-YYYY * 100) + WS-MM.
           compute WS-Renew-Limit = function date-of-integer
               (function integer-of-date(WS-Run-Date-Key) + 60).

           Open Input CONTRACT-IN.
           If WS-Ctr-File-Stat not = '00'
               display 'CONTRACT MASTER NOT AVAILABLE, STATUS: '
                   WS-Ctr-File-Stat ' - RUN HALTED'
               stop run
           End-If.
           Open Extend CUST-TRANS.
           If WS-Trn-File-Stat = '35'
               Open Output CUST-TRANS
           End-If.
           If WS-Trn-File-Stat not = '00'
               and WS-Trn-File-Stat not = '05'
               display 'CUSTOMER TRANSACTION FILE NOT AVAILABLE, '
                   'STATUS: ' WS-Trn-File-Stat ' - RUN HALTED'
               Close CONTRACT-IN
               stop run
           End-If.
           Open Output CONTRACT-OUT
                       BILLING-REGISTER
                       RENEWAL-LIST.

           move WS-MM to REG-MO.
           move WS-DD to REG-DY.
           move WS-Run-YYYY to REG-YR.
           write Register-Rec from REG-TITLE.
           write Register-Rec from Print-Blank.
           write Register-Rec from REG-COL-HDR.
           write Register-Rec from Print-Blank.

           move REG-Date to REN-Date.
           write Renewal-Rec from REN-TITLE.
           write Renewal-Rec from Print-Blank.
           write Renewal-Rec from REN-COL-HDR.
           write Renewal-Rec from Print-Blank.

      ***********_One_Contract_-_Bill_It_Or_Say_Why_Not_**********

      *    The billing date is this month's billing day.  The
      *    contract bills once the run reaches that day, so a
      *    month-end run bills every contract due in the month.
       200-CONTRACT-RTN.
           move CONTRACT-REC-IN to CONTRACT-REC-OUT.
           move 'N' to WS-Escalated.
           move spaces to RL-Disposition.
           If CTI-Bill-Day numeric
               and CTI-Bill-Day > zero and CTI-Bill-Day < 29
               compute WS-Bill-Date = (WS-Run-Period * 100)
                   + CTI-Bill-Day
           Else
               move zero to WS-Bill-Date
           End-If.
           If CTI-Last-Billed not numeric
               move zero to CTO-Last-Billed
           End-If.
           If CTI-Last-Escalated not numeric
               move zero to CTO-Last-Escalated
           End-If.

           Evaluate true
               When CTI-Monthly-Amt not numeric
                   or CTI-Start-Date not numeric
                   or CTI-End-Date not numeric
                   or WS-Bill-Date = zero
                   move 'CONTRACT DATA INVALID' to RL-Disposition
               When CTI-Status = 'S'
                   move 'SUSPENDED - NOT BILLED' to RL-Disposition
               When CTI-Status not = 'A'
                   move 'STATUS INVALID - NOT BILLED'
                       to RL-Disposition
               When CTI-End-Date < WS-Bill-Date
                   move 'EXPIRED - NOT BILLED' to RL-Disposition
               When CTI-Start-Date > WS-Bill-Date
                   move 'NOT STARTED - NOT BILLED' to RL-Disposition
               When CTO-Last-Billed not < WS-Run-Period
                   move 'ALREADY BILLED THIS MONTH' to RL-Disposition
               When WS-Bill-Date > WS-Run-Date-Key
                   move 'NOT DUE YET THIS MONTH' to RL-Disposition
               When Other
                   perform 210-ESCALATE-RTN
                   perform 220-BILL-RTN
           End-Evaluate.

           If RL-Disposition not = 'BILLED'
               and RL-Disposition not = 'ESCALATED AND BILLED'
               add 1 to WS-Skip-Count
           End-If.
           move CTI-Contract-No to RL-Contract.
           move CTI-Ident to RL-Ident.
           move CTI-Desc to RL-Desc.
           If CTI-Monthly-Amt numeric
               move CTO-Monthly-Amt to RL-Amount
           Else
               move zero to RL-Amount
           End-If.
           write Register-Rec from REG-LINE.
           write CONTRACT-REC-OUT.

           If CTI-End-Date numeric
               and CTI-End-Date not < WS-Run-Date-Key
               and CTI-End-Date not > WS-Renew-Limit
               perform 300-RENEWAL-RTN
           End-If.

      *    The first billing in the anniversary month of any year
      *    after the start takes the escalation, once a year.
       210-ESCALATE-RTN.
           move CTI-Start-Date to WS-Date-Hold.
           If WS-Hold-MM = WS-MM
               and WS-Run-YYYY > WS-Hold-YYYY
               and CTO-Last-Escalated < WS-Run-YYYY
               and CTI-Escalate-Pct numeric
               and CTI-Escalate-Pct > zero
               compute CTO-Monthly-Amt rounded = CTI-Monthly-Amt
                   * (100 + CTI-Escalate-Pct) / 100
               move WS-Run-YYYY to CTO-Last-Escalated
               move 'Y' to WS-Escalated
               add 1 to WS-Escalate-Count
           End-If.

      *    Ch3pgm7 takes a sale of up to 999.99 - a contract that
      *    has grown past that is kept off the file for the
      *    billing office to key by hand.
       220-BILL-RTN.
           If CTO-Monthly-Amt > 999.99
               move 'OVER TRANSACTION LIMIT' to RL-Disposition
           Else
               move spaces to TRANS-REC
               move CTI-Ident to TRN-Ident
               move CTO-Monthly-Amt to TRN-Sale
               move zero to TRN-Orig-Inv TRN-Qty
               write TRANS-REC
               move WS-Run-Period to CTO-Last-Billed
               add 1 to WS-Billed-Count
               add CTO-Monthly-Amt to WS-Billed-Total
               If WS-Escalated = 'Y'
                   move 'ESCALATED AND BILLED' to RL-Disposition
               Else
                   move 'BILLED' to RL-Disposition
               End-If
           End-If.

      ***********_Running_Out_Soon_-_For_Renewal_****************

       300-RENEWAL-RTN.
           add 1 to WS-Renew-Count.
           move CTI-Contract-No to RN-Contract.
           move CTI-Ident to RN-Ident.
           move CTI-Desc to RN-Desc.
           move CTI-End-Date to WS-Date-Hold.
           move WS-Hold-MM to RN-MM.
           move WS-Hold-DD to RN-DD.
           move WS-Hold-YYYY to RN-YYYY.
           compute WS-Days-Left =
               function integer-of-date(CTI-End-Date)
               - function integer-of-date(WS-Run-Date-Key).
           move WS-Days-Left to RN-Days.
           move CTO-Monthly-Amt to RN-Amount.
           write Renewal-Rec from REN-LINE.

       900-CLOSE-RTN.
           move WS-Read-Count to RT-Read.
           move WS-Billed-Count to RT-Billed.
           move WS-Skip-Count to RT-Skipped.
           move WS-Escalate-Count to RT-Escalated.
           write Register-Rec from Print-Blank.
           write Register-Rec from REG-TOTAL1.
           move WS-Billed-Total to RT-Amount.
           write Register-Rec from REG-TOTAL2.

           write Renewal-Rec from Print-Blank.
           move WS-Renew-Count to RNT-Count.
           write Renewal-Rec from REN-TOTAL.

           Close CONTRACT-IN
                 CONTRACT-OUT
                 CUST-TRANS
                 BILLING-REGISTER
                 RENEWAL-LIST.
           display 'RECURRING BILLING COMPLETE - CONTRACTS BILLED: '
               WS-Billed-Count.

       end program Ch3Recur.
