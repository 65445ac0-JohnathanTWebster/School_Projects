       identification division.
       program-id. Ch8Acct.
      *******************************************
      * Student accounts.  Ch8Bill writes the    *
      * charges and nothing recorded what the    *
      * student paid - the bursar kept balances  *
      * in a separate ledger.  This carries an   *
      * account per student per term: the        *
      * term's charge from Ch8_Bills.dat, the    *
      * aid Ch8Aid applied, payments posted      *
      * from the bursar's payment file, and      *
      * late fees.  A student may take the       *
      * installment plan, which spreads the      *
      * charge over the term's installment due   *
      * dates; otherwise it is all due on the    *
      * full-payment date.  A late fee is        *
      * assessed once for each due date that     *
      * passes with money still owing.  A past-  *
      * due balance over the term's threshold    *
      * puts the student on financial hold,      *
      * which registration and transcripts       *
      * check, and the bursar gets a past-due    *
      * listing by term.                         *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           select Bill-Extract
               assign to 'C:\Data\Data-Out\Ch8_Bills.dat'
               organization is line sequential
               file status is WS-Bill-File-Stat.
           select Net-Bill-File
               assign to 'C:\Data\Data-Out\Ch8_NetBills.dat'
               organization is line sequential
               file status is WS-Net-File-Stat.
           select Pay-Plan-File
               assign to 'C:\Data\Data-In\Ch8_PayPlan.dat'
               organization is line sequential
               file status is WS-Plan-File-Stat.
           select Payment-File
               assign to 'C:\Data\Data-In\Ch8_Payments.dat'
               organization is line sequential
               file status is WS-Pmt-File-Stat.
           select Term-Param
               assign to 'C:\Data\Data-In\Ch8_Term.dat'
               organization is line sequential
               file status is WS-Term-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Account-In
               assign to 'C:\Data\Data-Work\Ch8_Account.dat'
               organization is line sequential
               file status is WS-Acct-File-Stat.
      *    Read whole at start, rewritten at end - same path, so
      *    the next run picks the balances up with no operator
      *    rename.
           select Account-Out
               assign to 'C:\Data\Data-Work\Ch8_Account.dat'
               organization is line sequential.
           select Fin-Hold-File
               assign to 'C:\Data\Data-Work\Ch8_FinHold.dat'
               organization is line sequential.
           select Posting-Report
               assign to 'C:\Data\Data-Out\Ch8_AcctPost.rpt'
               organization is line sequential.
           select Past-Due-Report
               assign to 'C:\Data\Data-Out\Ch8_PastDue.rpt'
               organization is line sequential.

       data division.
       File section.
       FD Bill-Extract.
       01 BILL-REC.
         05 BIL-Soc            pic x(09).
         05 BIL-Name           pic x(21).
         05 BIL-Term           pic x(06).
         05 BIL-Credits        pic 999.
         05 BIL-Charge         pic 9(06)v99.

       FD Net-Bill-File.
       01 NET-BILL-REC.
         05 NBL-Soc            pic x(09).
         05 NBL-Name           pic x(21).
         05 NBL-Term           pic x(06).
         05 NBL-Charge         pic 9(06)v99.
         05 NBL-Aid            pic 9(06)v99.
         05 NBL-Balance-Due    pic 9(06)v99.
         05 NBL-Refund         pic 9(06)v99.

      *********************************************
      * One row per term - the full-payment due    *
      * date, the installment plan's due dates     *
      * (up to six), the late fee per missed due   *
      * date, and the past-due amount that puts    *
      * a student on financial hold                *
      *********************************************
       FD Pay-Plan-File.
       01 PAY-PLAN-REC.
         05 PPL-Term           pic x(06).
         05 PPL-Full-Due       pic 9(08).
         05 PPL-Inst-Count     pic 9(01).
         05 PPL-Inst-Due       pic 9(08) occurs 6 times.
         05 PPL-Late-Fee       pic 9(03)v99.
         05 PPL-Hold-Amt       pic 9(05)v99.

      *********************************************
      * Bursar's transactions - 'P' a payment,     *
      * 'E' enrollment in the installment plan     *
      *********************************************
       FD Payment-File.
       01 PAYMENT-REC.
         05 PMT-Soc            pic x(09).
         05 PMT-Term           pic x(06).
         05 PMT-Type           pic x(01).
         05 PMT-Date           pic 9(08).
         05 PMT-Amount         pic 9(05)v99.
         05 PMT-Ref            pic x(10).

       FD Term-Param.
       01 TERM-PARAM-REC.
         05 TERM-ID-IN         pic x(06).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

      *********************************************
      * One account per student per term.          *
      * ACI-Fee-Count is how many of the term's    *
      * due dates have already been looked at for  *
      * a late fee, so none is charged twice.      *
      *********************************************
       FD Account-In.
       01 ACCOUNT-REC-IN.
         05 ACI-Soc            pic x(09).
         05 ACI-Term           pic x(06).
         05 ACI-Name           pic x(21).
         05 ACI-Charge         pic 9(06)v99.
         05 ACI-Aid            pic 9(06)v99.
         05 ACI-Paid           pic 9(06)v99.
         05 ACI-Fees           pic 9(05)v99.
         05 ACI-Plan           pic x(01).
         05 ACI-Fee-Count      pic 9(01).
         05 ACI-Past-Due       pic 9(06)v99.
         05 ACI-Hold           pic x(01).

       FD Account-Out.
       01 ACCOUNT-REC-OUT.
         05 ACO-Soc            pic x(09).
         05 ACO-Term           pic x(06).
         05 ACO-Name           pic x(21).
         05 ACO-Charge         pic 9(06)v99.
         05 ACO-Aid            pic 9(06)v99.
         05 ACO-Paid           pic 9(06)v99.
         05 ACO-Fees           pic 9(05)v99.
         05 ACO-Plan           pic x(01).
         05 ACO-Fee-Count      pic 9(01).
         05 ACO-Past-Due       pic 9(06)v99.
         05 ACO-Hold           pic x(01).

      *********************************************
      * Students on financial hold - read by       *
      * registration (Ch8Reg) and transcripts      *
      * (Ch8Trans) alongside the registrar's own   *
      * hold file                                  *
      *********************************************
       FD Fin-Hold-File.
       01 FIN-HOLD-REC.
         05 FHD-Soc            pic x(09).
         05 FHD-Type           pic x(01).
         05 FHD-Reason         pic x(30).

       FD Posting-Report.
       01 Posting-Rec          pic x(80).

       FD Past-Due-Report.
       01 Past-Due-Rec         pic x(80).

       working-storage section.
       01 WS-Flags-Indicators.
         05 WS-Bill-File-Stat  pic x(02) value '00'.
         05 WS-Net-File-Stat   pic x(02) value '00'.
         05 WS-Plan-File-Stat  pic x(02) value '00'.
         05 WS-Pmt-File-Stat   pic x(02) value '00'.
         05 WS-Term-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Acct-File-Stat  pic x(02) value '00'.
         05 WS-Bill-EOF        pic x(03) value 'NO '.
         05 WS-Net-EOF         pic x(03) value 'NO '.
         05 WS-Plan-EOF        pic x(03) value 'NO '.
         05 WS-Pmt-EOF         pic x(03) value 'NO '.
         05 WS-Acct-EOF        pic x(03) value 'NO '.
         05 WS-Found           pic x(01) value 'N'.
         05 WS-Term-Id         pic x(06) value 'UNKNWN'.
         05 WS-Find-Soc        pic x(09) value spaces.
         05 WS-Find-Term       pic x(06) value spaces.
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-Date-Key    pic 9(08) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Posted-Count    pic 9(04) value zero.
         05 WS-Plan-Count-Enr  pic 9(04) value zero.
         05 WS-Reject-Count    pic 9(04) value zero.
         05 WS-Fee-Count       pic 9(04) value zero.
         05 WS-Hold-Count      pic 9(04) value zero.
         05 WS-No-Plan-Count   pic 9(04) value zero.
         05 WS-Tot-Payments    pic 9(08)v99 value zero.

      *********************************************
      * Working figures while one account is aged  *
      *********************************************
       01 WS-Aging-Work.
         05 WS-Net-Charge      pic 9(06)v99 value zero.
         05 WS-Dates-Passed    pic 9(01) value zero.
         05 WS-Inst-Total      pic 9(01) value zero.
         05 WS-Due-Idx         pic 9(01) value zero.
         05 WS-Due-Thru        pic 9(06)v99 value zero.
         05 WS-Owed            pic 9(07)v99 value zero.
         05 WS-Past-Due        pic 9(06)v99 value zero.
         05 WS-Balance         pic 9(07)v99 value zero.
         05 WS-Credit-Bal      pic 9(07)v99 value zero.

       01 WS-Plan-Table-Area.
         05 WS-Plan-Count      pic 9(02) value zero.
         05 WS-Plan-Table      occurs 20 times.
           10 WS-Pl-Term        pic x(06).
           10 WS-Pl-Full-Due    pic 9(08).
           10 WS-Pl-Inst-Count  pic 9(01).
           10 WS-Pl-Inst-Due    pic 9(08) occurs 6 times.
           10 WS-Pl-Late-Fee    pic 9(03)v99.
           10 WS-Pl-Hold-Amt    pic 9(05)v99.
         05 WS-Plan-Idx        pic 9(02) value zero.
         05 WS-Plan-Match      pic 9(02) value zero.

       01 WS-Account-Table-Area.
         05 WS-Acct-Count      pic 9(04) value zero.
         05 WS-Acct-Table      occurs 5000 times.
           10 WS-Ac-Soc         pic x(09).
           10 WS-Ac-Term        pic x(06).
           10 WS-Ac-Name        pic x(21).
           10 WS-Ac-Charge      pic 9(06)v99.
           10 WS-Ac-Aid         pic 9(06)v99.
           10 WS-Ac-Paid        pic 9(06)v99.
           10 WS-Ac-Fees        pic 9(05)v99.
           10 WS-Ac-Plan        pic x(01).
           10 WS-Ac-Fee-Count   pic 9(01).
           10 WS-Ac-Past-Due    pic 9(06)v99.
           10 WS-Ac-Hold        pic x(01).
         05 WS-Acct-Idx        pic 9(04) value zero.
         05 WS-Acct-Match      pic 9(04) value zero.
         05 WS-Hold-Idx        pic 9(04) value zero.

       01 WS-Term-Totals.
         05 WS-Term-Past-Due   pic 9(08)v99 value zero.
         05 WS-Term-Accts      pic 9(04) value zero.
         05 WS-Grand-Past-Due  pic 9(08)v99 value zero.

       01 WS-RPT-Lines.
         05 WS-Blank           pic x(80) value spaces.
         05 WS-Post-Title.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Student Account Postings     Run    '.
           10 PT-MM            pic 9(02).
           10 Filler           pic x value '/'.
           10 PT-DD            pic 9(02).
           10 Filler           pic x value '/'.
           10 PT-YYYY          pic 9(04).
           10 Filler           pic x(18) value spaces.
         05 WS-Due-Title.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Past-Due Student Accounts    Run    '.
           10 DT-MM            pic 9(02).
           10 Filler           pic x value '/'.
           10 DT-DD            pic 9(02).
           10 Filler           pic x value '/'.
           10 DT-YYYY          pic 9(04).
           10 Filler           pic x(18) value spaces.
         05 Rpt-Post-Line.
           10 Filler           pic x(03) value spaces.
           10 RPL-Soc          pic x(09).
           10 Filler           pic x(02) value spaces.
           10 RPL-Term         pic x(06).
           10 Filler           pic x(02) value spaces.
           10 RPL-Type         pic x(07).
           10 Filler           pic x(02) value spaces.
           10 RPL-Ref          pic x(10).
           10 RPL-Amount       pic $$$,$$9.99.
           10 Filler           pic x(02) value spaces.
           10 RPL-Result       pic x(27).
         05 Rpt-Term-Head.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(06) value 'Term  '.
           10 RTH-Term         pic x(06).
           10 Filler           pic x(65) value spaces.
         05 Rpt-Col-Head.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(39) value
                'Student    Name                   P    '.
           10 Filler           pic x(38) value
                'Balance    Past due   Late fees   Hold'.
         05 Rpt-Due-Line.
           10 Filler           pic x(03) value spaces.
           10 RDL-Soc          pic x(09).
           10 Filler           pic x(02) value spaces.
           10 RDL-Name         pic x(21).
           10 Filler           pic x(02) value spaces.
           10 RDL-Plan         pic x(01).
           10 Filler           pic x(01) value spaces.
           10 RDL-Balance      pic $$$,$$9.99.
           10 Filler           pic x(02) value spaces.
           10 RDL-Past-Due     pic $$$,$$9.99.
           10 Filler           pic x(03) value spaces.
           10 RDL-Fees         pic $$,$$9.99.
           10 Filler           pic x(03) value spaces.
           10 RDL-Hold         pic x(04).
         05 Rpt-Total-Line.
           10 Filler           pic x(03) value spaces.
           10 RTL-Label        pic x(26).
           10 RTL-Total        pic $$,$$$,$$9.99.
           10 Filler           pic x(38) value spaces.
         05 Rpt-Count-Line.
           10 Filler           pic x(03) value spaces.
           10 RCL-Label        pic x(30).
           10 RCL-Count        pic zzz9.
           10 Filler           pic x(43) value spaces.

       procedure division.

       100-Main-Module.
           perform 110-Run-Date-Rtn.
           perform 120-Load-Plans-Rtn.
           perform 130-Load-Accounts-Rtn.
           open output Posting-Report.
           write Posting-Rec from WS-Blank.
           write Posting-Rec from WS-Post-Title.
           write Posting-Rec from WS-Blank.
           perform 200-Post-Charges-Rtn.
           perform 250-Post-Aid-Rtn.
           open input Payment-File.
           if WS-Pmt-File-Stat not = '00'
               display 'NO PAYMENT TRANSACTIONS THIS RUN'
               move 'YES' to WS-Pmt-EOF
           end-if.
           perform until WS-Pmt-EOF = 'YES'
               read Payment-File
                   at end
                       move 'YES' to WS-Pmt-EOF
                   not at end
                       perform 300-Post-Payment-Rtn
               end-read
           end-perform.
           if WS-Pmt-File-Stat = '00' or WS-Pmt-File-Stat = '10'
               close Payment-File
           end-if.
           perform varying WS-Acct-Idx from 1 by 1
               until WS-Acct-Idx > WS-Acct-Count
               perform 400-Age-Account-Rtn
           end-perform.
           perform 500-Write-Accounts-Rtn.
           perform 600-Past-Due-Rtn.
           perform 700-Post-Totals-Rtn.
           close Posting-Report.
           display 'STUDENT ACCOUNTS - PAYMENTS POSTED: '
               WS-Posted-Count ' LATE FEES: ' WS-Fee-Count
               ' ON HOLD: ' WS-Hold-Count.
           goback.

      *    Today, or the payroll run-date override when it is on
      *    file, so a rerun ages accounts as of the same day.
      *    The term parameter says which term's bills to carry.
       110-Run-Date-Rtn.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-MM
                       move OVR-DD to WS-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.
           compute WS-Run-Date-Key = (WS-Run-YYYY * 10000)
               + (WS-MM * 100) + WS-DD.
           move WS-MM to PT-MM DT-MM.
           move WS-DD to PT-DD DT-DD.
           move WS-Run-YYYY to PT-YYYY DT-YYYY.

           open input Term-Param.
           if WS-Term-File-Stat = '00'
               read Term-Param
                   not at end
                       move TERM-ID-IN to WS-Term-Id
               end-read
               close Term-Param
           end-if.

       120-Load-Plans-Rtn.
           open input Pay-Plan-File.
           if WS-Plan-File-Stat not = '00'
               display 'PAYMENT PLAN FILE NOT AVAILABLE, STATUS: '
                   WS-Plan-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Plan-EOF = 'YES'
               read Pay-Plan-File
                   at end
                       move 'YES' to WS-Plan-EOF
                   not at end
                       if WS-Plan-Count < 20
                           add 1 to WS-Plan-Count
                           move PPL-Term
                               to WS-Pl-Term(WS-Plan-Count)
                           move PPL-Full-Due
                               to WS-Pl-Full-Due(WS-Plan-Count)
                           move PPL-Inst-Count
                               to WS-Pl-Inst-Count(WS-Plan-Count)
                           perform varying WS-Due-Idx from 1 by 1
                               until WS-Due-Idx > 6
                               move PPL-Inst-Due(WS-Due-Idx)
                                   to WS-Pl-Inst-Due(WS-Plan-Count,
                                       WS-Due-Idx)
                           end-perform
                           move PPL-Late-Fee
                               to WS-Pl-Late-Fee(WS-Plan-Count)
                           move PPL-Hold-Amt
                               to WS-Pl-Hold-Amt(WS-Plan-Count)
                       else
                           display 'PAYMENT PLAN TABLE CAPACITY '
                               'EXCEEDED AT 20 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Pay-Plan-File.

      *    The first run finds no account file and starts clean.
       130-Load-Accounts-Rtn.
           open input Account-In.
           if WS-Acct-File-Stat not = '00'
               move 'YES' to WS-Acct-EOF
           end-if.
           perform until WS-Acct-EOF = 'YES'
               read Account-In
                   at end
                       move 'YES' to WS-Acct-EOF
                   not at end
                       perform 135-Hold-Account-Rtn
               end-read
           end-perform.
           if WS-Acct-File-Stat = '00' or WS-Acct-File-Stat = '10'
               close Account-In
           end-if.

       135-Hold-Account-Rtn.
           if WS-Acct-Count < 5000
               add 1 to WS-Acct-Count
           else
               display 'ACCOUNT TABLE CAPACITY EXCEEDED AT 5000 '
                   '- RUN HALTED'
               stop run
           end-if.
           move ACI-Soc to WS-Ac-Soc(WS-Acct-Count).
           move ACI-Term to WS-Ac-Term(WS-Acct-Count).
           move ACI-Name to WS-Ac-Name(WS-Acct-Count).
           move ACI-Charge to WS-Ac-Charge(WS-Acct-Count).
           move ACI-Aid to WS-Ac-Aid(WS-Acct-Count).
           move ACI-Paid to WS-Ac-Paid(WS-Acct-Count).
           move ACI-Fees to WS-Ac-Fees(WS-Acct-Count).
           move ACI-Plan to WS-Ac-Plan(WS-Acct-Count).
           move ACI-Fee-Count to WS-Ac-Fee-Count(WS-Acct-Count).
           move ACI-Past-Due to WS-Ac-Past-Due(WS-Acct-Count).
           move ACI-Hold to WS-Ac-Hold(WS-Acct-Count).

      *    Find the account for a student and term.
       150-Find-Account-Rtn.
           move 'N' to WS-Found.
           perform varying WS-Acct-Idx from 1 by 1
               until WS-Acct-Idx > WS-Acct-Count
               if WS-Ac-Soc(WS-Acct-Idx) = WS-Find-Soc
                   and WS-Ac-Term(WS-Acct-Idx) = WS-Find-Term
                   move 'Y' to WS-Found
                   move WS-Acct-Idx to WS-Acct-Match
                   move WS-Acct-Count to WS-Acct-Idx
               end-if
           end-perform.

      *    This term's charge as Ch8Bill last priced it - a
      *    rebilled term (an add or drop since) replaces the
      *    charge, it does not add to it.
       200-Post-Charges-Rtn.
           open input Bill-Extract.
           if WS-Bill-File-Stat not = '00'
               display 'TUITION BILL EXTRACT NOT AVAILABLE, STATUS: '
                   WS-Bill-File-Stat ' - NO CHARGES CARRIED'
               move 'YES' to WS-Bill-EOF
           end-if.
           perform until WS-Bill-EOF = 'YES'
               read Bill-Extract
                   at end
                       move 'YES' to WS-Bill-EOF
                   not at end
                       if BIL-Term = WS-Term-Id
                           perform 210-Carry-Charge-Rtn
                       end-if
               end-read
           end-perform.
           if WS-Bill-File-Stat = '00' or WS-Bill-File-Stat = '10'
               close Bill-Extract
           end-if.

       210-Carry-Charge-Rtn.
           move BIL-Soc to WS-Find-Soc.
           move BIL-Term to WS-Find-Term.
           perform 150-Find-Account-Rtn.
           if WS-Found = 'N'
               if WS-Acct-Count < 5000
                   add 1 to WS-Acct-Count
               else
                   display 'ACCOUNT TABLE CAPACITY EXCEEDED AT '
                       '5000 - RUN HALTED'
                   stop run
               end-if
               move WS-Acct-Count to WS-Acct-Match
               move BIL-Soc to WS-Ac-Soc(WS-Acct-Match)
               move BIL-Term to WS-Ac-Term(WS-Acct-Match)
               move zero to WS-Ac-Aid(WS-Acct-Match)
                   WS-Ac-Paid(WS-Acct-Match)
                   WS-Ac-Fees(WS-Acct-Match)
                   WS-Ac-Fee-Count(WS-Acct-Match)
                   WS-Ac-Past-Due(WS-Acct-Match)
               move 'N' to WS-Ac-Plan(WS-Acct-Match)
               move space to WS-Ac-Hold(WS-Acct-Match)
           end-if.
           move BIL-Name to WS-Ac-Name(WS-Acct-Match).
           move BIL-Charge to WS-Ac-Charge(WS-Acct-Match).

      *    Aid Ch8Aid set against the charge - only the part
      *    applied to the bill, since any excess was refunded.
       250-Post-Aid-Rtn.
           open input Net-Bill-File.
           if WS-Net-File-Stat not = '00'
               move 'YES' to WS-Net-EOF
           end-if.
           perform until WS-Net-EOF = 'YES'
               read Net-Bill-File
                   at end
                       move 'YES' to WS-Net-EOF
                   not at end
                       move NBL-Soc to WS-Find-Soc
                       move NBL-Term to WS-Find-Term
                       perform 150-Find-Account-Rtn
                       if WS-Found = 'Y'
                           subtract NBL-Balance-Due from NBL-Charge
                               giving WS-Ac-Aid(WS-Acct-Match)
                       end-if
               end-read
           end-perform.
           if WS-Net-File-Stat = '00' or WS-Net-File-Stat = '10'
               close Net-Bill-File
           end-if.

      *********************************************
      * One bursar transaction                     *
      *********************************************
       300-Post-Payment-Rtn.
           move PMT-Soc to RPL-Soc.
           move PMT-Term to RPL-Term.
           move PMT-Ref to RPL-Ref.
           move PMT-Amount to RPL-Amount.
           evaluate PMT-Type
               when 'P'
                   move 'PAYMENT' to RPL-Type
               when 'E'
                   move 'PLAN   ' to RPL-Type
               when other
                   move PMT-Type to RPL-Type
           end-evaluate.
           move PMT-Soc to WS-Find-Soc.
           move PMT-Term to WS-Find-Term.
           perform 150-Find-Account-Rtn.
           move zero to WS-Plan-Match.
           perform varying WS-Plan-Idx from 1 by 1
               until WS-Plan-Idx > WS-Plan-Count
               if WS-Pl-Term(WS-Plan-Idx) = PMT-Term
                   move WS-Plan-Idx to WS-Plan-Match
                   move WS-Plan-Count to WS-Plan-Idx
               end-if
           end-perform.
           evaluate true
               when WS-Found = 'N'
                   move 'REJECTED - NO ACCOUNT' to RPL-Result
                   add 1 to WS-Reject-Count
               when PMT-Type = 'P' and PMT-Amount = zero
                   move 'REJECTED - NO AMOUNT' to RPL-Result
                   add 1 to WS-Reject-Count
               when PMT-Type = 'P'
                   add PMT-Amount to WS-Ac-Paid(WS-Acct-Match)
                   add PMT-Amount to WS-Tot-Payments
                   add 1 to WS-Posted-Count
                   move 'POSTED' to RPL-Result
               when PMT-Type = 'E'
                   perform 310-Enroll-Plan-Rtn
               when other
                   move 'REJECTED - INVALID TYPE' to RPL-Result
                   add 1 to WS-Reject-Count
           end-evaluate.
           write Posting-Rec from Rpt-Post-Line.

      *    The plan is open until its first installment falls
      *    due.
       310-Enroll-Plan-Rtn.
           evaluate true
               when WS-Plan-Match = zero
                   move 'REJECTED - NO PLAN FOR TERM' to RPL-Result
                   add 1 to WS-Reject-Count
               when WS-Pl-Inst-Count(WS-Plan-Match) = zero
                   move 'REJECTED - NO PLAN FOR TERM' to RPL-Result
                   add 1 to WS-Reject-Count
               when WS-Ac-Plan(WS-Acct-Match) = 'Y'
                   move 'REJECTED - ALREADY ON PLAN' to RPL-Result
                   add 1 to WS-Reject-Count
               when WS-Run-Date-Key
                   > WS-Pl-Inst-Due(WS-Plan-Match, 1)
                   move 'REJECTED - PLAN CLOSED' to RPL-Result
                   add 1 to WS-Reject-Count
               when other
                   move 'Y' to WS-Ac-Plan(WS-Acct-Match)
                   add 1 to WS-Plan-Count-Enr
                   move 'ENROLLED IN PLAN' to RPL-Result
           end-evaluate.

      *********************************************
      * Age one account as of the run date: what   *
      * should have been paid by now, a late fee   *
      * for each due date newly passed with money  *
      * still owing, and the hold                  *
      *********************************************
       400-Age-Account-Rtn.
           move space to WS-Ac-Hold(WS-Acct-Idx).
           move zero to WS-Ac-Past-Due(WS-Acct-Idx).
           move zero to WS-Plan-Match.
           perform varying WS-Plan-Idx from 1 by 1
               until WS-Plan-Idx > WS-Plan-Count
               if WS-Pl-Term(WS-Plan-Idx) = WS-Ac-Term(WS-Acct-Idx)
                   move WS-Plan-Idx to WS-Plan-Match
                   move WS-Plan-Count to WS-Plan-Idx
               end-if
           end-perform.
           if WS-Plan-Match = zero
               add 1 to WS-No-Plan-Count
               display 'NO PAYMENT PLAN ROW FOR TERM '
                   WS-Ac-Term(WS-Acct-Idx) ' - ACCOUNT '
                   WS-Ac-Soc(WS-Acct-Idx) ' NOT AGED'
           else
               if WS-Ac-Aid(WS-Acct-Idx) > WS-Ac-Charge(WS-Acct-Idx)
                   move zero to WS-Net-Charge
               else
                   subtract WS-Ac-Aid(WS-Acct-Idx)
                       from WS-Ac-Charge(WS-Acct-Idx)
                       giving WS-Net-Charge
               end-if
               if WS-Ac-Plan(WS-Acct-Idx) = 'Y'
                   move WS-Pl-Inst-Count(WS-Plan-Match)
                       to WS-Inst-Total
               else
                   move 1 to WS-Inst-Total
               end-if
               move zero to WS-Dates-Passed
               perform varying WS-Due-Idx from 1 by 1
                   until WS-Due-Idx > WS-Inst-Total
                   if WS-Ac-Plan(WS-Acct-Idx) = 'Y'
                       if WS-Pl-Inst-Due(WS-Plan-Match, WS-Due-Idx)
                           < WS-Run-Date-Key
                           move WS-Due-Idx to WS-Dates-Passed
                       end-if
                   else
                       if WS-Pl-Full-Due(WS-Plan-Match)
                           < WS-Run-Date-Key
                           move 1 to WS-Dates-Passed
                       end-if
                   end-if
               end-perform

               perform varying WS-Due-Idx from 1 by 1
                   until WS-Due-Idx > WS-Dates-Passed
                   perform 410-Owed-Thru-Rtn
                   if WS-Due-Idx > WS-Ac-Fee-Count(WS-Acct-Idx)
                       and WS-Owed > WS-Ac-Paid(WS-Acct-Idx)
                       add WS-Pl-Late-Fee(WS-Plan-Match)
                           to WS-Ac-Fees(WS-Acct-Idx)
                       add 1 to WS-Fee-Count
                   end-if
               end-perform
               if WS-Dates-Passed > WS-Ac-Fee-Count(WS-Acct-Idx)
                   move WS-Dates-Passed
                       to WS-Ac-Fee-Count(WS-Acct-Idx)
               end-if

               move WS-Dates-Passed to WS-Due-Idx
               perform 410-Owed-Thru-Rtn
               if WS-Owed > WS-Ac-Paid(WS-Acct-Idx)
                   subtract WS-Ac-Paid(WS-Acct-Idx) from WS-Owed
                       giving WS-Ac-Past-Due(WS-Acct-Idx)
               end-if
               if WS-Ac-Past-Due(WS-Acct-Idx)
                   > WS-Pl-Hold-Amt(WS-Plan-Match)
                   move 'F' to WS-Ac-Hold(WS-Acct-Idx)
               end-if
           end-if.

      *    What should have been paid by due date WS-Due-Idx:
      *    that many installments' share of the net charge
      *    (the last one takes the whole of it), plus the late
      *    fees assessed so far.
       410-Owed-Thru-Rtn.
           if WS-Due-Idx = zero
               move zero to WS-Due-Thru
           else
               if WS-Due-Idx = WS-Inst-Total
                   move WS-Net-Charge to WS-Due-Thru
               else
                   compute WS-Due-Thru rounded = WS-Net-Charge
                       * WS-Due-Idx / WS-Inst-Total
               end-if
           end-if.
           add WS-Due-Thru WS-Ac-Fees(WS-Acct-Idx) giving WS-Owed.

      *    The accounts rewritten for the next run, and one
      *    financial hold row per student on hold for any term.
       500-Write-Accounts-Rtn.
           open output Account-Out
                       Fin-Hold-File.
           perform varying WS-Acct-Idx from 1 by 1
               until WS-Acct-Idx > WS-Acct-Count
               move WS-Ac-Soc(WS-Acct-Idx) to ACO-Soc
               move WS-Ac-Term(WS-Acct-Idx) to ACO-Term
               move WS-Ac-Name(WS-Acct-Idx) to ACO-Name
               move WS-Ac-Charge(WS-Acct-Idx) to ACO-Charge
               move WS-Ac-Aid(WS-Acct-Idx) to ACO-Aid
               move WS-Ac-Paid(WS-Acct-Idx) to ACO-Paid
               move WS-Ac-Fees(WS-Acct-Idx) to ACO-Fees
               move WS-Ac-Plan(WS-Acct-Idx) to ACO-Plan
               move WS-Ac-Fee-Count(WS-Acct-Idx) to ACO-Fee-Count
               move WS-Ac-Past-Due(WS-Acct-Idx) to ACO-Past-Due
               move WS-Ac-Hold(WS-Acct-Idx) to ACO-Hold
               write ACCOUNT-REC-OUT
               if WS-Ac-Hold(WS-Acct-Idx) = 'F'
                   move 'N' to WS-Found
                   perform varying WS-Hold-Idx from 1 by 1
                       until WS-Hold-Idx >= WS-Acct-Idx
                       if WS-Ac-Soc(WS-Hold-Idx)
                               = WS-Ac-Soc(WS-Acct-Idx)
                           and WS-Ac-Hold(WS-Hold-Idx) = 'F'
                           move 'Y' to WS-Found
                       end-if
                   end-perform
                   if WS-Found = 'N'
                       add 1 to WS-Hold-Count
                       move WS-Ac-Soc(WS-Acct-Idx) to FHD-Soc
                       move 'F' to FHD-Type
                       move 'PAST DUE BALANCE' to FHD-Reason
                       write FIN-HOLD-REC
                   end-if
               end-if
           end-perform.
           close Account-Out
                 Fin-Hold-File.

      *********************************************
      * Past-due accounts for the bursar, term by  *
      * term in payment plan file order            *
      *********************************************
       600-Past-Due-Rtn.
           open output Past-Due-Report.
           write Past-Due-Rec from WS-Blank.
           write Past-Due-Rec from WS-Due-Title.
           perform varying WS-Plan-Idx from 1 by 1
               until WS-Plan-Idx > WS-Plan-Count
               move zero to WS-Term-Past-Due WS-Term-Accts
               perform varying WS-Acct-Idx from 1 by 1
                   until WS-Acct-Idx > WS-Acct-Count
                   if WS-Ac-Term(WS-Acct-Idx)
                           = WS-Pl-Term(WS-Plan-Idx)
                       and WS-Ac-Past-Due(WS-Acct-Idx) > zero
                       if WS-Term-Accts = zero
                           write Past-Due-Rec from WS-Blank
                           move WS-Pl-Term(WS-Plan-Idx) to RTH-Term
                           write Past-Due-Rec from Rpt-Term-Head
                           write Past-Due-Rec from Rpt-Col-Head
                       end-if
                       perform 610-Past-Due-Line-Rtn
                   end-if
               end-perform
               if WS-Term-Accts > zero
                   move 'Term past due:            ' to RTL-Label
                   move WS-Term-Past-Due to RTL-Total
                   write Past-Due-Rec from Rpt-Total-Line
               end-if
           end-perform.
           write Past-Due-Rec from WS-Blank.
           move 'Total past due:           ' to RTL-Label.
           move WS-Grand-Past-Due to RTL-Total.
           write Past-Due-Rec from Rpt-Total-Line.
           move 'Students on financial hold:   ' to RCL-Label.
           move WS-Hold-Count to RCL-Count.
           write Past-Due-Rec from Rpt-Count-Line.
           close Past-Due-Report.

       610-Past-Due-Line-Rtn.
           add 1 to WS-Term-Accts.
           add WS-Ac-Past-Due(WS-Acct-Idx) to WS-Term-Past-Due
               WS-Grand-Past-Due.
           add WS-Ac-Charge(WS-Acct-Idx) WS-Ac-Fees(WS-Acct-Idx)
               giving WS-Balance.
           add WS-Ac-Aid(WS-Acct-Idx) WS-Ac-Paid(WS-Acct-Idx)
               giving WS-Credit-Bal.
           if WS-Balance > WS-Credit-Bal
               subtract WS-Credit-Bal from WS-Balance
           else
               move zero to WS-Balance
           end-if.
           move WS-Ac-Soc(WS-Acct-Idx) to RDL-Soc.
           move WS-Ac-Name(WS-Acct-Idx) to RDL-Name.
           move WS-Ac-Plan(WS-Acct-Idx) to RDL-Plan.
           move WS-Balance to RDL-Balance.
           move WS-Ac-Past-Due(WS-Acct-Idx) to RDL-Past-Due.
           move WS-Ac-Fees(WS-Acct-Idx) to RDL-Fees.
           if WS-Ac-Hold(WS-Acct-Idx) = 'F'
               move 'HOLD' to RDL-Hold
           else
               move spaces to RDL-Hold
           end-if.
           write Past-Due-Rec from Rpt-Due-Line.

       700-Post-Totals-Rtn.
           write Posting-Rec from WS-Blank.
           move 'Payment dollars posted:   ' to RTL-Label.
           move WS-Tot-Payments to RTL-Total.
           write Posting-Rec from Rpt-Total-Line.
           move 'Payments posted:              ' to RCL-Label.
           move WS-Posted-Count to RCL-Count.
           write Posting-Rec from Rpt-Count-Line.
           move 'Installment plan enrollments: ' to RCL-Label.
           move WS-Plan-Count-Enr to RCL-Count.
           write Posting-Rec from Rpt-Count-Line.
           move 'Transactions rejected:        ' to RCL-Label.
           move WS-Reject-Count to RCL-Count.
           write Posting-Rec from Rpt-Count-Line.
           move 'Late fees assessed:           ' to RCL-Label.
           move WS-Fee-Count to RCL-Count.
           write Posting-Rec from Rpt-Count-Line.
           move 'Accounts with no plan row:    ' to RCL-Label.
           move WS-No-Plan-Count to RCL-Count.
           write Posting-Rec from Rpt-Count-Line.

       end program Ch8Acct.
