       identification division.
       program-id. Ch8Aid.
      *******************************************
      * Financial aid disbursement against the   *
      * term's tuition bills.  Grants,           *
      * scholarships and loans were tracked by   *
      * a separate office and the student's      *
      * bill never showed them - this applies    *
      * each award due this term to the charge   *
      * Ch8Bill put on Ch8_Bills.dat, but only   *
      * for a student enrolled at least half     *
      * time (half the school's full-time        *
      * credit threshold) and not under          *
      * suspension review.  Aid beyond what the  *
      * student owes is a credit balance to be   *
      * refunded.  Disbursed awards are logged,  *
      * so a rerun never pays one twice.         *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           select Bill-Extract
               assign to 'C:\Data\Data-Out\Ch8_Bills.dat'
               organization is line sequential
               file status is WS-Bill-File-Stat.
           select Aid-Award-File
               assign to 'C:\Data\Data-In\Ch8_AidAward.dat'
               organization is line sequential
               file status is WS-Awd-File-Stat.
           select Student-Rec
               assign to 'C:\Data\Data-In\Ch8_0808.dat'
               organization is line sequential
               file status is WS-Stud-File-Stat.
           select Tuit-Rate-File
               assign to 'C:\Data\Data-In\Ch8_TuitRate.dat'
               organization is line sequential
               file status is WS-Rate-File-Stat.
           select Standing-In
               assign to 'C:\Data\Data-Work\Ch8_Standing.dat'
               organization is line sequential
               file status is WS-Stand-File-Stat.
           select Term-Param
               assign to 'C:\Data\Data-In\Ch8_Term.dat'
               organization is line sequential
               file status is WS-Term-File-Stat.
           select Disb-History
               assign to 'C:\Data\Data-Work\Ch8_AidHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           select Net-Bill-File
               assign to 'C:\Data\Data-Out\Ch8_NetBills.dat'
               organization is line sequential.
           select Disb-Register
               assign to 'C:\Data\Data-Out\Ch8_AidDisb.rpt'
               organization is line sequential.
           select Refund-List
               assign to 'C:\Data\Data-Out\Ch8_Refunds.rpt'
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

      *********************************************
      * One award per row - the aid office's       *
      * award number, the student, the term it     *
      * was awarded for, 'G' grant,                *
      * 'S' scholarship or 'L' loan, the fund,     *
      * the amount, and the term it is to be       *
      * paid out in                                *
      *********************************************
       FD Aid-Award-File.
       01 AID-AWARD-REC.
         05 AWD-Award-No       pic x(06).
         05 AWD-Soc            pic x(09).
         05 AWD-Term           pic x(06).
         05 AWD-Type           pic x(01).
         05 AWD-Fund           pic x(20).
         05 AWD-Amount         pic 9(05)v99.
         05 AWD-Disb-Term      pic x(06).

       FD Student-Rec.
       01 Student-File.
         05 Stud-Soc           pic x(09).
         05 Stud-Name          pic x(21).
         05 Class-Code         pic x(01).
         05 School-Code        pic x(01).
         05 GPA                pic 9V99.
         05 Credits            pic 999.

       FD Tuit-Rate-File.
       01 TUIT-RATE-REC.
         05 TRT-School         pic x(01).
         05 TRT-Per-Credit     pic 9(04)v99.
         05 TRT-FT-Credits     pic 9(03).
         05 TRT-FT-Rate        pic 9(06)v99.

       FD Standing-In.
       01 STANDING-REC-IN.
         05 STI-Soc            pic x(09).
         05 STI-Status         pic x(01).

       FD Term-Param.
       01 TERM-PARAM-REC.
         05 TERM-ID-IN         pic x(06).

      *********************************************
      * Every award paid out, appended each run    *
      *********************************************
       FD Disb-History.
       01 DISB-HIST-REC.
         05 DSH-Award-No       pic x(06).
         05 DSH-Soc            pic x(09).
         05 DSH-Term           pic x(06).
         05 DSH-Type           pic x(01).
         05 DSH-Amount         pic 9(05)v99.

      *********************************************
      * The term's bill with aid applied - what    *
      * the student still owes, or the credit      *
      * balance being refunded                     *
      *********************************************
       FD Net-Bill-File.
       01 NET-BILL-REC.
         05 NBL-Soc            pic x(09).
         05 NBL-Name           pic x(21).
         05 NBL-Term           pic x(06).
         05 NBL-Charge         pic 9(06)v99.
         05 NBL-Aid            pic 9(06)v99.
         05 NBL-Balance-Due    pic 9(06)v99.
         05 NBL-Refund         pic 9(06)v99.

       FD Disb-Register.
       01 Report-Rec           pic x(80).

       FD Refund-List.
       01 Refund-Rec           pic x(80).

       working-storage section.
       01 WS-Flags-Indicators.
         05 WS-Bill-File-Stat  pic x(02) value '00'.
         05 WS-Awd-File-Stat   pic x(02) value '00'.
         05 WS-Stud-File-Stat  pic x(02) value '00'.
         05 WS-Rate-File-Stat  pic x(02) value '00'.
         05 WS-Stand-File-Stat pic x(02) value '00'.
         05 WS-Term-File-Stat  pic x(02) value '00'.
         05 WS-Hist-File-Stat  pic x(02) value '00'.
         05 WS-Bill-EOF        pic x(03) value 'NO '.
         05 WS-Awd-EOF         pic x(03) value 'NO '.
         05 WS-Stud-EOF        pic x(03) value 'NO '.
         05 WS-Rate-EOF        pic x(03) value 'NO '.
         05 WS-Stand-EOF       pic x(03) value 'NO '.
         05 WS-Hist-EOF        pic x(03) value 'NO '.
         05 WS-Hist-On         pic x(01) value 'N'.
         05 WS-Found           pic x(01) value 'N'.
         05 WS-Term-Id         pic x(06) value 'UNKNWN'.
         05 WS-Hold-Reason     pic x(30) value spaces.
         05 WS-School          pic x(01) value space.
         05 WS-Half-Time       pic 9(03) value zero.
         05 WS-Stud-Status     pic x(01) value space.

      *********************************************
      * One student's figures while the bill is    *
      * worked.  Aid paid on an earlier run has    *
      * already been applied (and any excess       *
      * refunded), so only this run's aid is set   *
      * against what remains.                      *
      *********************************************
       01 WS-Student-Work.
         05 WS-Prior-Aid       pic 9(06)v99 value zero.
         05 WS-New-Aid         pic 9(06)v99 value zero.
         05 WS-Remaining       pic 9(06)v99 value zero.
         05 WS-Applied         pic 9(06)v99 value zero.
         05 WS-Refund          pic 9(06)v99 value zero.
         05 WS-Balance-Due     pic 9(06)v99 value zero.
         05 WS-Award-Lines     pic 9(03) value zero.

       01 WS-Run-Totals.
         05 WS-Disb-Count      pic 9(04) value zero.
         05 WS-Held-Count      pic 9(04) value zero.
         05 WS-Reject-Count    pic 9(04) value zero.
         05 WS-Refund-Count    pic 9(04) value zero.
         05 WS-Tot-Grant       pic 9(08)v99 value zero.
         05 WS-Tot-Schol       pic 9(08)v99 value zero.
         05 WS-Tot-Loan        pic 9(08)v99 value zero.
         05 WS-Tot-Disb        pic 9(08)v99 value zero.
         05 WS-Tot-Refund      pic 9(08)v99 value zero.

      *********************************************
      * Awards to be paid this term.  WS-Aw-Done   *
      * is 'Y' once the award has been dealt with  *
      * against a bill.                            *
      *********************************************
       01 WS-Award-Table-Area.
         05 WS-Award-Count     pic 9(04) value zero.
         05 WS-Award-Table     occurs 2000 times.
           10 WS-Aw-No          pic x(06).
           10 WS-Aw-Soc         pic x(09).
           10 WS-Aw-Type        pic x(01).
           10 WS-Aw-Fund        pic x(20).
           10 WS-Aw-Amount      pic 9(05)v99.
           10 WS-Aw-Paid        pic x(01).
           10 WS-Aw-Done        pic x(01).
         05 WS-Award-Idx       pic 9(04) value zero.
         05 WS-Dup-Idx         pic 9(04) value zero.

       01 WS-History-Table-Area.
         05 WS-Hist-Count      pic 9(05) value zero.
         05 WS-Hist-Table      occurs 10000 times.
           10 WS-Hs-Award-No    pic x(06).
         05 WS-Hist-Idx        pic 9(05) value zero.

       01 WS-Student-Table-Area.
         05 WS-Stud-Count      pic 9(04) value zero.
         05 WS-Stud-Table      occurs 1000 times.
           10 WS-St-Soc         pic x(09).
           10 WS-St-School      pic x(01).
         05 WS-Stud-Idx        pic 9(04) value zero.

       01 WS-Rate-Table-Area.
         05 WS-Rate-Count      pic 9(02) value zero.
         05 WS-Rate-Table      occurs 10 times.
           10 WS-Rt-School      pic x(01).
           10 WS-Rt-FT-Credits  pic 9(03).
         05 WS-Rate-Idx        pic 9(02) value zero.

       01 WS-Standing-Table-Area.
         05 WS-Stand-Count     pic 9(04) value zero.
         05 WS-Stand-Table     occurs 1000 times.
           10 WS-Std-Soc        pic x(09).
           10 WS-Std-Status     pic x(01).
         05 WS-Stand-Idx       pic 9(04) value zero.

       01 WS-RPT-Lines.
         05 WS-Blank           pic x(80) value spaces.
         05 WS-Title1.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Financial Aid Disbursement   Term   '.
           10 Title-Term       pic x(06).
           10 Filler           pic x(22) value spaces.
         05 WS-Refund-Title.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Aid Credit Balance Refunds   Term   '.
           10 Refund-Term      pic x(06).
           10 Filler           pic x(22) value spaces.
         05 Rpt-Stud-Line.
           10 Filler           pic x(03) value spaces.
           10 RST-Soc          pic x(09).
           10 Filler           pic x(02) value spaces.
           10 RST-Name         pic x(21).
           10 Filler           pic x(10) value '  credits '.
           10 RST-Credits      pic zz9.
           10 Filler           pic x(09) value '  charge '.
           10 RST-Charge       pic $$$,$$9.99.
           10 Filler           pic x(13) value spaces.
         05 Rpt-Award-Line.
           10 Filler           pic x(06) value spaces.
           10 RAW-No           pic x(06).
           10 Filler           pic x(01) value spaces.
           10 RAW-Type         pic x(11).
           10 Filler           pic x(01) value spaces.
           10 RAW-Fund         pic x(20).
           10 RAW-Amount       pic $$,$$9.99.
           10 Filler           pic x(02) value spaces.
           10 RAW-Result       pic x(24).
         05 Rpt-Net-Line.
           10 Filler           pic x(06) value spaces.
           10 Filler           pic x(13) value 'Aid applied  '.
           10 RNT-Applied      pic $$$,$$9.99.
           10 Filler           pic x(14) value '  Balance due '.
           10 RNT-Balance      pic $$$,$$9.99.
           10 Filler           pic x(09) value '  Refund '.
           10 RNT-Refund       pic $$$,$$9.99.
           10 Filler           pic x(08) value spaces.
         05 Rpt-Refund-Line.
           10 Filler           pic x(03) value spaces.
           10 RRF-Soc          pic x(09).
           10 Filler           pic x(02) value spaces.
           10 RRF-Name         pic x(21).
           10 Filler           pic x(09) value '  charge '.
           10 RRF-Charge       pic $$$,$$9.99.
           10 Filler           pic x(09) value '  refund '.
           10 RRF-Refund       pic $$$,$$9.99.
           10 Filler           pic x(07) value spaces.
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
           perform 150-Load-Term-Rtn.
           perform 110-Load-Rates-Rtn.
           perform 120-Load-Students-Rtn.
           perform 130-Load-Standing-Rtn.
           perform 140-Load-History-Rtn.
           perform 160-Load-Awards-Rtn.
           open input Bill-Extract.
           if WS-Bill-File-Stat not = '00'
               display 'TUITION BILL EXTRACT NOT AVAILABLE, STATUS: '
                   WS-Bill-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           open output Net-Bill-File
                       Disb-Register
                       Refund-List.
           open extend Disb-History.
           if WS-Hist-File-Stat = '35'
               open output Disb-History
           end-if.
           if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '05'
               move 'Y' to WS-Hist-On
           else
               display 'AID DISBURSEMENT HISTORY NOT AVAILABLE, '
                   'STATUS: ' WS-Hist-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           write Report-Rec from WS-Blank.
           write Report-Rec from WS-Title1.
           write Report-Rec from WS-Blank.
           write Refund-Rec from WS-Blank.
           write Refund-Rec from WS-Refund-Title.
           write Refund-Rec from WS-Blank.
           perform until WS-Bill-EOF = 'YES'
               read Bill-Extract
                   at end
                       move 'YES' to WS-Bill-EOF
                   not at end
                       if BIL-Term = WS-Term-Id
                           perform 200-Student-Bill-Rtn
                       end-if
               end-read
           end-perform.
           perform 300-Unbilled-Awards-Rtn.
           perform 400-Totals-Rtn.
           close Bill-Extract Net-Bill-File Disb-Register
                 Refund-List Disb-History.
           display 'AID DISBURSEMENT COMPLETE - PAID: ' WS-Disb-Count
               ' HELD: ' WS-Held-Count ' REFUNDS: ' WS-Refund-Count.
           goback.

       150-Load-Term-Rtn.
           open input Term-Param.
           if WS-Term-File-Stat = '00'
               read Term-Param
                   not at end
                       move TERM-ID-IN to WS-Term-Id
               end-read
               close Term-Param
           end-if.
           if WS-Term-Id = 'UNKNWN'
               display 'TERM PARAMETER NOT AVAILABLE, STATUS: '
                   WS-Term-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           move WS-Term-Id to Title-Term Refund-Term.

      *    Half time is measured against each school's full-time
      *    credit line on the tuition rate table.
       110-Load-Rates-Rtn.
           open input Tuit-Rate-File.
           if WS-Rate-File-Stat not = '00'
               display 'TUITION RATE TABLE NOT AVAILABLE, '
                   'STATUS: ' WS-Rate-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Rate-EOF = 'YES'
               read Tuit-Rate-File
                   at end
                       move 'YES' to WS-Rate-EOF
                   not at end
                       if WS-Rate-Count < 10
                           add 1 to WS-Rate-Count
                           move TRT-School
                               to WS-Rt-School(WS-Rate-Count)
                           move TRT-FT-Credits
                               to WS-Rt-FT-Credits(WS-Rate-Count)
                       else
                           display 'RATE TABLE CAPACITY EXCEEDED '
                               'AT 10 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Tuit-Rate-File.

       120-Load-Students-Rtn.
           open input Student-Rec.
           if WS-Stud-File-Stat not = '00'
               display 'STUDENT FILE NOT AVAILABLE, STATUS: '
                   WS-Stud-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Stud-EOF = 'YES'
               read Student-Rec
                   at end
                       move 'YES' to WS-Stud-EOF
                   not at end
                       if WS-Stud-Count < 1000
                           add 1 to WS-Stud-Count
                           move Stud-Soc to WS-St-Soc(WS-Stud-Count)
                           move School-Code
                               to WS-St-School(WS-Stud-Count)
                       else
                           display 'STUDENT TABLE CAPACITY '
                               'EXCEEDED AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Student-Rec.

       130-Load-Standing-Rtn.
           open input Standing-In.
           if WS-Stand-File-Stat not = '00'
               move 'YES' to WS-Stand-EOF
           end-if.
           perform until WS-Stand-EOF = 'YES'
               read Standing-In
                   at end
                       move 'YES' to WS-Stand-EOF
                   not at end
                       if WS-Stand-Count < 1000
                           add 1 to WS-Stand-Count
                           move STI-Soc
                               to WS-Std-Soc(WS-Stand-Count)
                           move STI-Status
                               to WS-Std-Status(WS-Stand-Count)
                       else
                           display 'STANDING TABLE CAPACITY '
                               'EXCEEDED AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Stand-File-Stat = '00' or WS-Stand-File-Stat = '10'
               close Standing-In
           end-if.

      *    Award numbers already paid on an earlier run.
       140-Load-History-Rtn.
           open input Disb-History.
           if WS-Hist-File-Stat not = '00'
               move 'YES' to WS-Hist-EOF
           end-if.
           perform until WS-Hist-EOF = 'YES'
               read Disb-History
                   at end
                       move 'YES' to WS-Hist-EOF
                   not at end
                       if WS-Hist-Count < 10000
                           add 1 to WS-Hist-Count
                           move DSH-Award-No
                               to WS-Hs-Award-No(WS-Hist-Count)
                       else
                           display 'DISBURSEMENT HISTORY CAPACITY '
                               'EXCEEDED AT 10000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '10'
               close Disb-History
           end-if.

      *    Only awards to be paid out this term are held; each
      *    is marked if an earlier run already paid it.
       160-Load-Awards-Rtn.
           open input Aid-Award-File.
           if WS-Awd-File-Stat not = '00'
               display 'AID AWARD MASTER NOT AVAILABLE, STATUS: '
                   WS-Awd-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Awd-EOF = 'YES'
               read Aid-Award-File
                   at end
                       move 'YES' to WS-Awd-EOF
                   not at end
                       if AWD-Disb-Term = WS-Term-Id
                           perform 165-Hold-Award-Rtn
                       end-if
               end-read
           end-perform.
           close Aid-Award-File.

       165-Hold-Award-Rtn.
           if WS-Award-Count < 2000
               add 1 to WS-Award-Count
           else
               display 'AWARD TABLE CAPACITY EXCEEDED AT 2000 '
                   '- RUN HALTED'
               stop run
           end-if.
           move AWD-Award-No to WS-Aw-No(WS-Award-Count).
           move AWD-Soc to WS-Aw-Soc(WS-Award-Count).
           move AWD-Type to WS-Aw-Type(WS-Award-Count).
           move AWD-Fund to WS-Aw-Fund(WS-Award-Count).
           move AWD-Amount to WS-Aw-Amount(WS-Award-Count).
           move 'N' to WS-Aw-Paid(WS-Award-Count).
           move 'N' to WS-Aw-Done(WS-Award-Count).
           perform varying WS-Hist-Idx from 1 by 1
               until WS-Hist-Idx > WS-Hist-Count
               if WS-Hs-Award-No(WS-Hist-Idx) = AWD-Award-No
                   move 'Y' to WS-Aw-Paid(WS-Award-Count)
                   move WS-Hist-Count to WS-Hist-Idx
               end-if
           end-perform.

      *********************************************
      * One student's bill: eligibility, then      *
      * each of their awards this term, then the   *
      * net bill                                   *
      *********************************************
       200-Student-Bill-Rtn.
           move zero to WS-Prior-Aid WS-New-Aid WS-Award-Lines.
           perform 210-Check-Eligible-Rtn.

           perform varying WS-Award-Idx from 1 by 1
               until WS-Award-Idx > WS-Award-Count
               if WS-Aw-Soc(WS-Award-Idx) = BIL-Soc
                   and WS-Aw-Done(WS-Award-Idx) = 'N'
                   move 'Y' to WS-Aw-Done(WS-Award-Idx)
                   if WS-Award-Lines = zero
                       move BIL-Soc to RST-Soc
                       move BIL-Name to RST-Name
                       move BIL-Credits to RST-Credits
                       move BIL-Charge to RST-Charge
                       write Report-Rec from Rpt-Stud-Line
                   end-if
                   add 1 to WS-Award-Lines
                   perform 220-Award-Rtn
               end-if
           end-perform.

           if WS-Prior-Aid > BIL-Charge
               move zero to WS-Remaining
           else
               subtract WS-Prior-Aid from BIL-Charge
                   giving WS-Remaining
           end-if.
           if WS-New-Aid > WS-Remaining
               move WS-Remaining to WS-Applied
               subtract WS-Remaining from WS-New-Aid
                   giving WS-Refund
           else
               move WS-New-Aid to WS-Applied
               move zero to WS-Refund
           end-if.
           subtract WS-Applied from WS-Remaining
               giving WS-Balance-Due.

           if WS-Award-Lines > zero
               move WS-Applied to RNT-Applied
               move WS-Balance-Due to RNT-Balance
               move WS-Refund to RNT-Refund
               write Report-Rec from Rpt-Net-Line
               write Report-Rec from WS-Blank
           end-if.
           if WS-Refund > zero
               add 1 to WS-Refund-Count
               add WS-Refund to WS-Tot-Refund
               move BIL-Soc to RRF-Soc
               move BIL-Name to RRF-Name
               move BIL-Charge to RRF-Charge
               move WS-Refund to RRF-Refund
               write Refund-Rec from Rpt-Refund-Line
           end-if.

           move BIL-Soc to NBL-Soc.
           move BIL-Name to NBL-Name.
           move BIL-Term to NBL-Term.
           move BIL-Charge to NBL-Charge.
           add WS-Prior-Aid WS-New-Aid giving NBL-Aid.
           move WS-Balance-Due to NBL-Balance-Due.
           move WS-Refund to NBL-Refund.
           write NET-BILL-REC.

      *    Half time or better, and not under suspension review -
      *    anything else holds every award for the term.
       210-Check-Eligible-Rtn.
           move spaces to WS-Hold-Reason.
           move space to WS-School.
           perform varying WS-Stud-Idx from 1 by 1
               until WS-Stud-Idx > WS-Stud-Count
               if WS-St-Soc(WS-Stud-Idx) = BIL-Soc
                   move WS-St-School(WS-Stud-Idx) to WS-School
                   move WS-Stud-Count to WS-Stud-Idx
               end-if
           end-perform.
           move 'N' to WS-Found.
           perform varying WS-Rate-Idx from 1 by 1
               until WS-Rate-Idx > WS-Rate-Count
               if WS-Rt-School(WS-Rate-Idx) = WS-School
                   move 'Y' to WS-Found
                   compute WS-Half-Time rounded =
                       WS-Rt-FT-Credits(WS-Rate-Idx) / 2
                   move WS-Rate-Count to WS-Rate-Idx
               end-if
           end-perform.
           move space to WS-Stud-Status.
           perform varying WS-Stand-Idx from 1 by 1
               until WS-Stand-Idx > WS-Stand-Count
               if WS-Std-Soc(WS-Stand-Idx) = BIL-Soc
                   move WS-Std-Status(WS-Stand-Idx)
                       to WS-Stud-Status
                   move WS-Stand-Count to WS-Stand-Idx
               end-if
           end-perform.
           evaluate true
               when WS-Found = 'N'
                   move 'HELD - NO HALF-TIME LINE' to WS-Hold-Reason
               when BIL-Credits < WS-Half-Time
                   move 'HELD - UNDER HALF TIME' to WS-Hold-Reason
               when WS-Stud-Status = 'S'
                   move 'HELD - SUSPENSION REVIEW' to WS-Hold-Reason
               when other
                   continue
           end-evaluate.

       220-Award-Rtn.
           move WS-Aw-No(WS-Award-Idx) to RAW-No.
           move WS-Aw-Fund(WS-Award-Idx) to RAW-Fund.
           move WS-Aw-Amount(WS-Award-Idx) to RAW-Amount.
           evaluate WS-Aw-Type(WS-Award-Idx)
               when 'G'
                   move 'GRANT      ' to RAW-Type
               when 'S'
                   move 'SCHOLARSHIP' to RAW-Type
               when 'L'
                   move 'LOAN       ' to RAW-Type
               when other
                   move WS-Aw-Type(WS-Award-Idx) to RAW-Type
           end-evaluate.

           move 'N' to WS-Found.
           perform varying WS-Dup-Idx from 1 by 1
               until WS-Dup-Idx >= WS-Award-Idx
               if WS-Aw-No(WS-Dup-Idx) = WS-Aw-No(WS-Award-Idx)
                   move 'Y' to WS-Found
               end-if
           end-perform.

           evaluate true
               when WS-Found = 'Y'
                   add 1 to WS-Reject-Count
                   move 'REJECTED - DUPLICATE NO.' to RAW-Result
               when WS-Aw-Paid(WS-Award-Idx) = 'Y'
                   add WS-Aw-Amount(WS-Award-Idx) to WS-Prior-Aid
                   move 'PAID ON AN EARLIER RUN' to RAW-Result
               when WS-Aw-Type(WS-Award-Idx) not = 'G'
                   and WS-Aw-Type(WS-Award-Idx) not = 'S'
                   and WS-Aw-Type(WS-Award-Idx) not = 'L'
                   add 1 to WS-Reject-Count
                   move 'REJECTED - AID TYPE' to RAW-Result
               when WS-Hold-Reason not = spaces
                   add 1 to WS-Held-Count
                   move WS-Hold-Reason to RAW-Result
               when other
                   add WS-Aw-Amount(WS-Award-Idx) to WS-New-Aid
                   add WS-Aw-Amount(WS-Award-Idx) to WS-Tot-Disb
                   add 1 to WS-Disb-Count
                   evaluate WS-Aw-Type(WS-Award-Idx)
                       when 'G'
                           add WS-Aw-Amount(WS-Award-Idx)
                               to WS-Tot-Grant
                       when 'S'
                           add WS-Aw-Amount(WS-Award-Idx)
                               to WS-Tot-Schol
                       when 'L'
                           add WS-Aw-Amount(WS-Award-Idx)
                               to WS-Tot-Loan
                   end-evaluate
                   move WS-Aw-No(WS-Award-Idx) to DSH-Award-No
                   move WS-Aw-Soc(WS-Award-Idx) to DSH-Soc
                   move WS-Term-Id to DSH-Term
                   move WS-Aw-Type(WS-Award-Idx) to DSH-Type
                   move WS-Aw-Amount(WS-Award-Idx) to DSH-Amount
                   write DISB-HIST-REC
                   move 'DISBURSED' to RAW-Result
           end-evaluate.
           write Report-Rec from Rpt-Award-Line.

      *********************************************
      * Awards due this term with no tuition bill  *
      * to pay against - held for the aid office   *
      *********************************************
       300-Unbilled-Awards-Rtn.
           perform varying WS-Award-Idx from 1 by 1
               until WS-Award-Idx > WS-Award-Count
               if WS-Aw-Done(WS-Award-Idx) = 'N'
                   and WS-Aw-Paid(WS-Award-Idx) = 'N'
                   add 1 to WS-Held-Count
                   move WS-Aw-Soc(WS-Award-Idx) to RST-Soc
                   move 'NO TUITION BILL' to RST-Name
                   move zero to RST-Credits RST-Charge
                   write Report-Rec from Rpt-Stud-Line
                   move WS-Aw-No(WS-Award-Idx) to RAW-No
                   move WS-Aw-Type(WS-Award-Idx) to RAW-Type
                   move WS-Aw-Fund(WS-Award-Idx) to RAW-Fund
                   move WS-Aw-Amount(WS-Award-Idx) to RAW-Amount
                   move 'HELD - NO TUITION BILL' to RAW-Result
                   write Report-Rec from Rpt-Award-Line
                   write Report-Rec from WS-Blank
               end-if
           end-perform.

       400-Totals-Rtn.
           move 'Grants disbursed:         ' to RTL-Label.
           move WS-Tot-Grant to RTL-Total.
           write Report-Rec from Rpt-Total-Line.
           move 'Scholarships disbursed:   ' to RTL-Label.
           move WS-Tot-Schol to RTL-Total.
           write Report-Rec from Rpt-Total-Line.
           move 'Loans disbursed:          ' to RTL-Label.
           move WS-Tot-Loan to RTL-Total.
           write Report-Rec from Rpt-Total-Line.
           move 'Total aid disbursed:      ' to RTL-Label.
           move WS-Tot-Disb to RTL-Total.
           write Report-Rec from Rpt-Total-Line.
           move 'Credit balances refunded: ' to RTL-Label.
           move WS-Tot-Refund to RTL-Total.
           write Report-Rec from Rpt-Total-Line.
           write Report-Rec from WS-Blank.
           move 'Awards disbursed:             ' to RCL-Label.
           move WS-Disb-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           move 'Awards held:                  ' to RCL-Label.
           move WS-Held-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           move 'Awards rejected:              ' to RCL-Label.
           move WS-Reject-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.

           write Refund-Rec from WS-Blank.
           move 'Students refunded:            ' to RCL-Label.
           move WS-Refund-Count to RCL-Count.
           write Refund-Rec from Rpt-Count-Line.
           move 'Total to refund:          ' to RTL-Label.
           move WS-Tot-Refund to RTL-Total.
           write Refund-Rec from Rpt-Total-Line.

       end program Ch8Aid.
