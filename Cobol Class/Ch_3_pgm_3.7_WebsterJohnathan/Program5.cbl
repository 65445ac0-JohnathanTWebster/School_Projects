       identification division.
       program-id. Ch3RetAn.
      *******************************************
      * Monthly customer returns analysis off    *
      * the credit memos Ch3pgm7 issues.  Takes  *
      * the month's memos off the returns        *
      * history - this month, or the month on    *
      * the returns control file when last       *
      * month is run late - and totals them by   *
      * reason code, each reason broken down by  *
      * customer with its share of the month's   *
      * returns, then by customer, so a product  *
      * problem and a customer who sends back    *
      * everything both show.                    *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select RETURN-HIST-FILE
               assign to 'C:\Data\Data-Work\Ch3_Returns.dat'
               organization is line sequential
               file status is WS-Rtn-File-Stat.
           Select RET-CTL-FILE
               assign to 'C:\Data\Data-In\Ch3_RetCtl.dat'
               organization is line sequential
               file status is WS-Ctl-File-Stat.
           Select NAME-MASTER
               assign to 'C:\Data\Data-Out\Ch3_CustName.dat'
               organization is line sequential
               file status is WS-Name-File-Stat.
           Select Ret-Sort-File
               assign to 'sortwk1'.
           Select Ret-By-Reason
               assign to 'C:\Data\Data-Work\Ch3_RetRsn.srt'
               organization is line sequential.
           Select Ret-By-Cust
               assign to 'C:\Data\Data-Work\Ch3_RetCus.srt'
               organization is line sequential.
           Select ANALYSIS-REPORT
               assign to 'C:\Data\Data-Out\Ch3_RetAnl.rpt'
               organization is line sequential.

       data division.
       File Section.
      ***********_One_Record_Per_Credit_Memo_(Ch3pgm7)_**********
       FD RETURN-HIST-FILE.
       01 RETURN-HIST-REC.
         05 RTN-Memo-No        Pic 9(06).
         05 RTN-Date           Pic 9(08).
         05 RTN-Ident          Pic x(05).
         05 RTN-Invoice        Pic 9(06).
         05 RTN-Reason         Pic x(02).
         05 RTN-Item           Pic x(20).
         05 RTN-Qty            Pic 9(05).
         05 RTN-Gross          Pic 9(3)v99.
         05 RTN-Disc-Pcnt      Pic v99.
         05 RTN-Credit         Pic 9(3)v99.

      ***********_The_Month_To_Analyze_-_None_Is_This_Month_******
       FD RET-CTL-FILE.
       01 RET-CTL-REC.
         05 RCT-YYYY           Pic 9(04).
         05 RCT-MM             Pic 9(02).

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

       SD Ret-Sort-File.
       01 RSK-REC.
         05 RSK-Reason         Pic x(02).
         05 RSK-Ident          Pic x(05).
         05 RSK-Qty            Pic 9(05).
         05 RSK-Gross          Pic 9(3)v99.
         05 RSK-Credit         Pic 9(3)v99.

       FD Ret-By-Reason.
       01 RBR-REC.
         05 RBR-Reason         Pic x(02).
         05 RBR-Ident          Pic x(05).
         05 RBR-Qty            Pic 9(05).
         05 RBR-Gross          Pic 9(3)v99.
         05 RBR-Credit         Pic 9(3)v99.

       FD Ret-By-Cust.
       01 RBC-REC.
         05 RBC-Reason         Pic x(02).
         05 RBC-Ident          Pic x(05).
         05 RBC-Qty            Pic 9(05).
         05 RBC-Gross          Pic 9(3)v99.
         05 RBC-Credit         Pic 9(3)v99.

       FD ANALYSIS-REPORT.
       01 Report-Rec           Pic x(100).

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Rtn-File-Stat     Pic X(02) value '00'.
       01 WS-Ctl-File-Stat     Pic X(02) value '00'.
       01 WS-Name-File-Stat    Pic X(02) value '00'.
       01 WS-Rtn-EOF           Pic X(03) value 'NO '.
       01 WS-Name-EOF          Pic X(03) value 'NO '.
       01 WS-First-Group       Pic X(03) value 'YES'.
       01 WS-Month-Key         Pic 9(06) value zero.
       01 WS-Rtn-Month         Pic 9(06) value zero.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 WS-DD              Pic 9(02).
       01 WS-Run-YYYY          Pic 9(04) value zero.
       01 WS-Run-MM            Pic 9(02) value zero.

       01 WS-Reason-Hold       Pic x(02) value spaces.
       01 WS-Ident-Hold        Pic x(05) value spaces.
       01 WS-Pct               Pic 9(03)v9 value zero.

      *    Month, reason, and customer-within-reason totals.
       01 WS-Total-Fields.
         05 WS-Mon-Memos       Pic 9(05) value zero.
         05 WS-Mon-Qty         Pic 9(07) value zero.
         05 WS-Mon-Gross       Pic 9(07)v99 value zero.
         05 WS-Mon-Credit      Pic 9(07)v99 value zero.
         05 WS-Rsn-Memos       Pic 9(05) value zero.
         05 WS-Rsn-Qty         Pic 9(07) value zero.
         05 WS-Rsn-Gross       Pic 9(07)v99 value zero.
         05 WS-Rsn-Credit      Pic 9(07)v99 value zero.
         05 WS-Cus-Memos       Pic 9(05) value zero.
         05 WS-Cus-Qty         Pic 9(07) value zero.
         05 WS-Cus-Gross       Pic 9(07)v99 value zero.
         05 WS-Cus-Credit      Pic 9(07)v99 value zero.
         05 WS-Reason-Count    Pic 9(03) value zero.
         05 WS-Cust-Count      Pic 9(04) value zero.

       01 WS-Codechk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       01 WS-Name-Table-Area.
         05 WS-Name-Count      Pic 9(03) value zero.
         05 WS-Name-Table      occurs 500 times.
           10 WS-Nm-Ident       Pic x(05).
           10 WS-Nm-Name        Pic x(25).
         05 WS-Name-Idx        Pic 9(03) value zero.
         05 WS-Name-Found      Pic X(01) value 'N'.
         05 WS-Name-Out        Pic x(25) value spaces.

       01 Blank-Line           Pic x(100) value spaces.

       01 RPT-TITLE.
         05 Filler             Pic x(24) value spaces.
         05 Filler             Pic x(33) value
              'Customer Returns Analysis - month'.
         05 Filler             Pic x(01) value spaces.
         05 RPT-MO             Pic 9(02).
         05 Filler             Pic x value '/'.
         05 RPT-YR             Pic 9(04).
         05 Filler             Pic x(35) value spaces.

       01 RPT-SECT-HDR.
         05 Filler             Pic x(03) value spaces.
         05 RSH-Text           Pic x(40).
         05 Filler             Pic x(57) value spaces.

       01 RPT-COL-HDR.
         05 Filler             Pic x(40) value spaces.
         05 Filler             Pic x(12) value '       Memos'.
         05 Filler             Pic x(10) value '  Units   '.
         05 Filler             Pic x(14) value '      Returned'.
         05 Filler             Pic x(14) value '      Credited'.
         05 Filler             Pic x(10) value '   % value'.

       01 RPT-REASON-HDR.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(07) value 'Reason '.
         05 RRH-Reason         Pic x(02).
         05 Filler             Pic x(02) value spaces.
         05 RRH-Desc           Pic x(20).
         05 Filler             Pic x(66) value spaces.

       01 RPT-DETAIL.
         05 Filler             Pic x(06) value spaces.
         05 RD-Ident           Pic x(05).
         05 Filler             Pic x(02) value spaces.
         05 RD-Name            Pic x(25).
         05 Filler             Pic x(02) value spaces.
         05 RD-Memos           Pic zz,zzz,zz9.
         05 Filler             Pic x(02) value spaces.
         05 RD-Qty             Pic z,zzz,zz9.
         05 Filler             Pic x(01) value spaces.
         05 RD-Gross           Pic $$,$$$,$$9.99.
         05 Filler             Pic x(01) value spaces.
         05 RD-Credit          Pic $$,$$$,$$9.99.
         05 Filler             Pic x(03) value spaces.
         05 RD-Pct             Pic zz9.9 blank when zero.
         05 Filler             Pic x(03) value spaces.

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
           sort Ret-Sort-File
               on ascending key RSK-Reason RSK-Ident
               input procedure 150-RELEASE-MONTH-RTN
               giving Ret-By-Reason.
           perform 200-BY-REASON-RTN.
           move 'NO ' to WS-Rtn-EOF.
           sort Ret-Sort-File
               on ascending key RSK-Ident RSK-Reason
               input procedure 150-RELEASE-MONTH-RTN
               giving Ret-By-Cust.
           perform 300-BY-CUSTOMER-RTN.
           perform 900-CLOSE-RTN.
           goback.

      ***********_Open_Files_And_Settle_The_Month_************

       110-OPEN-RTN.
           Open Output ANALYSIS-REPORT.
           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
           move WS-MM to WS-Run-MM.
           Open Input RET-CTL-FILE.
           If WS-Ctl-File-Stat = '00'
               Read RET-CTL-FILE
                   Not At End
                       if RCT-YYYY numeric and RCT-MM numeric
                           and RCT-MM > zero and RCT-MM < 13
                           move RCT-YYYY to WS-Run-YYYY
                           move RCT-MM to WS-Run-MM
                       end-if
               End-Read
               Close RET-CTL-FILE
           End-If.
           compute WS-Month-Key = (WS-Run-YYYY * 100) + WS-Run-MM.
           move WS-Run-MM to RPT-MO.
           move WS-Run-YYYY to RPT-YR.
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

      ***********_The_Month's_Memos_Into_The_Sort_***************

       150-RELEASE-MONTH-RTN.
           Open Input RETURN-HIST-FILE.
           If WS-Rtn-File-Stat not = '00'
               Move 'YES' to WS-Rtn-EOF
           End-If.
           Perform until WS-Rtn-EOF = 'YES'
               Read RETURN-HIST-FILE
                   At End
                       Move 'YES' to WS-Rtn-EOF
                   Not At End
                       divide RTN-Date by 100 giving WS-Rtn-Month
                       if WS-Rtn-Month = WS-Month-Key
                           move RTN-Reason to RSK-Reason
                           move RTN-Ident to RSK-Ident
                           move RTN-Qty to RSK-Qty
                           move RTN-Gross to RSK-Gross
                           move RTN-Credit to RSK-Credit
                           release RSK-REC
                       end-if
               End-Read
           End-Perform.
           If WS-Rtn-File-Stat = '00' or WS-Rtn-File-Stat = '10'
               Close RETURN-HIST-FILE
           End-If.

      ***********_By_Reason_-_Each_Customer_Within_The_Reason_****

      *    The month's total has to be known before the first
      *    reason prints its share, so the sorted file is read
      *    twice - once to total, once to print.
       200-BY-REASON-RTN.
           open input Ret-By-Reason.
           move 'YES' to More-Recs.
           PERFORM until More-Recs = 'NO '
               READ Ret-By-Reason
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Mon-Memos
                       add RBR-Qty to WS-Mon-Qty
                       add RBR-Gross to WS-Mon-Gross
                       add RBR-Credit to WS-Mon-Credit
               END-READ
           END-PERFORM.
           close Ret-By-Reason.

           move 'Returns by reason code' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from RPT-COL-HDR.
           open input Ret-By-Reason.
           move 'YES' to More-Recs.
           move 'YES' to WS-First-Group.
           PERFORM until More-Recs = 'NO '
               READ Ret-By-Reason
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       perform 210-REASON-LINE-RTN
               END-READ
           END-PERFORM.
           close Ret-By-Reason.
           if WS-First-Group = 'NO '
               perform 230-CUST-IN-REASON-RTN
               perform 240-REASON-TOTAL-RTN
           else
               move 'No returns this month' to RSH-Text
               write Report-Rec from RPT-SECT-HDR
           end-if.

           write Report-Rec from Blank-Line.
           move WS-Mon-Memos to RD-Memos.
           move WS-Mon-Qty to RD-Qty.
           move WS-Mon-Gross to RD-Gross.
           move WS-Mon-Credit to RD-Credit.
           move zero to RD-Pct.
           move spaces to RD-Ident.
           move 'MONTH TOTAL' to RD-Name.
           write Report-Rec from RPT-DETAIL.

       210-REASON-LINE-RTN.
           evaluate true
               when WS-First-Group = 'YES'
                   move 'NO ' to WS-First-Group
                   move RBR-Reason to WS-Reason-Hold
                   move RBR-Ident to WS-Ident-Hold
                   perform 220-REASON-HEAD-RTN
               when RBR-Reason not = WS-Reason-Hold
                   perform 230-CUST-IN-REASON-RTN
                   perform 240-REASON-TOTAL-RTN
                   move RBR-Reason to WS-Reason-Hold
                   move RBR-Ident to WS-Ident-Hold
                   perform 220-REASON-HEAD-RTN
               when RBR-Ident not = WS-Ident-Hold
                   perform 230-CUST-IN-REASON-RTN
                   move RBR-Ident to WS-Ident-Hold
           end-evaluate.
           add 1 to WS-Cus-Memos WS-Rsn-Memos.
           add RBR-Qty to WS-Cus-Qty WS-Rsn-Qty.
           add RBR-Gross to WS-Cus-Gross WS-Rsn-Gross.
           add RBR-Credit to WS-Cus-Credit WS-Rsn-Credit.

       220-REASON-HEAD-RTN.
           add 1 to WS-Reason-Count.
           move zero to WS-Rsn-Memos WS-Rsn-Qty WS-Rsn-Gross
               WS-Rsn-Credit.
           move 'RTRN' to CCK-Type.
           move WS-Reason-Hold to CCK-Code.
           call 'CODECHK' using WS-Codechk-Parm.
           move WS-Reason-Hold to RRH-Reason.
           move CCK-Desc to RRH-Desc.
           write Report-Rec from Blank-Line.
           write Report-Rec from RPT-REASON-HDR.

       230-CUST-IN-REASON-RTN.
           move WS-Ident-Hold to RD-Ident.
           perform 250-FIND-NAME-RTN.
           move WS-Name-Out to RD-Name.
           move WS-Cus-Memos to RD-Memos.
           move WS-Cus-Qty to RD-Qty.
           move WS-Cus-Gross to RD-Gross.
           move WS-Cus-Credit to RD-Credit.
           move zero to RD-Pct.
           write Report-Rec from RPT-DETAIL.
           move zero to WS-Cus-Memos WS-Cus-Qty WS-Cus-Gross
               WS-Cus-Credit.

       240-REASON-TOTAL-RTN.
           move spaces to RD-Ident.
           move '  reason total' to RD-Name.
           move WS-Rsn-Memos to RD-Memos.
           move WS-Rsn-Qty to RD-Qty.
           move WS-Rsn-Gross to RD-Gross.
           move WS-Rsn-Credit to RD-Credit.
           if WS-Mon-Gross > zero
               compute WS-Pct rounded =
                   WS-Rsn-Gross * 100 / WS-Mon-Gross
           else
               move zero to WS-Pct
           end-if.
           move WS-Pct to RD-Pct.
           write Report-Rec from RPT-DETAIL.

       250-FIND-NAME-RTN.
           move spaces to WS-Name-Out.
           move 'N' to WS-Name-Found.
           Perform varying WS-Name-Idx from 1 by 1
               until WS-Name-Idx > WS-Name-Count
               If WS-Nm-Ident(WS-Name-Idx) = WS-Ident-Hold
                   move WS-Nm-Name(WS-Name-Idx) to WS-Name-Out
                   move 'Y' to WS-Name-Found
                   move WS-Name-Count to WS-Name-Idx
               End-If
           End-Perform.

      ***********_By_Customer_-_Their_Whole_Month_***************

       300-BY-CUSTOMER-RTN.
           write Report-Rec from Blank-Line.
           write Report-Rec from Blank-Line.
           move 'Returns by customer' to RSH-Text.
           write Report-Rec from RPT-SECT-HDR.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.
           open input Ret-By-Cust.
           move 'YES' to More-Recs.
           move 'YES' to WS-First-Group.
           move zero to WS-Cus-Memos WS-Cus-Qty WS-Cus-Gross
               WS-Cus-Credit.
           PERFORM until More-Recs = 'NO '
               READ Ret-By-Cust
                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       if WS-First-Group = 'YES'
                           move 'NO ' to WS-First-Group
                           move RBC-Ident to WS-Ident-Hold
                       end-if
                       if RBC-Ident not = WS-Ident-Hold
                           perform 310-CUSTOMER-LINE-RTN
                           move RBC-Ident to WS-Ident-Hold
                       end-if
                       add 1 to WS-Cus-Memos
                       add RBC-Qty to WS-Cus-Qty
                       add RBC-Gross to WS-Cus-Gross
                       add RBC-Credit to WS-Cus-Credit
               END-READ
           END-PERFORM.
           close Ret-By-Cust.
           if WS-First-Group = 'NO '
               perform 310-CUSTOMER-LINE-RTN
           end-if.

           write Report-Rec from Blank-Line.
           move 'Reason codes with returns:' to RN-Label.
           move WS-Reason-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.
           move 'Customers with returns:' to RN-Label.
           move WS-Cust-Count to RN-Count.
           write Report-Rec from RPT-NOTE-LINE.

       310-CUSTOMER-LINE-RTN.
           add 1 to WS-Cust-Count.
           move WS-Ident-Hold to RD-Ident.
           perform 250-FIND-NAME-RTN.
           move WS-Name-Out to RD-Name.
           move WS-Cus-Memos to RD-Memos.
           move WS-Cus-Qty to RD-Qty.
           move WS-Cus-Gross to RD-Gross.
           move WS-Cus-Credit to RD-Credit.
           if WS-Mon-Gross > zero
               compute WS-Pct rounded =
                   WS-Cus-Gross * 100 / WS-Mon-Gross
           else
               move zero to WS-Pct
           end-if.
           move WS-Pct to RD-Pct.
           write Report-Rec from RPT-DETAIL.
           move zero to WS-Cus-Memos WS-Cus-Qty WS-Cus-Gross
               WS-Cus-Credit.

       900-CLOSE-RTN.
           Close ANALYSIS-REPORT.
           display 'RETURNS ANALYSIS COMPLETE - MEMOS: '
               WS-Mon-Memos ' CREDITED: ' WS-Mon-Credit.

       end program Ch3RetAn.
