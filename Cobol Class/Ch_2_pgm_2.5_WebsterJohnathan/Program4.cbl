      * against the master with an adjustment    *
      * audit record per item moved.  The run    *
      * ends with the book matching the shelf    *
      * and a paper trail of what moved.  Each   *
      * location counts its own shelves; the     *
      * report runs location by location with a *
      * subtotal for each and the company total  *
      * at the end.                              *
      *******************************************
       environment division.
       configuration section.
           select Variance-Report
               assign to 'C:\Data\Data-Out\Ch2_CntVar.rpt'
               organization is line sequential.
           select Count-Sort-File
               assign to 'sortwk1'.
           select Count-Sorted
               assign to 'C:\Data\Data-Work\Ch2_Count.srt'
               organization is line sequential.
           select Count-Hist-File
               assign to 'C:\Data\Data-Work\Ch2_CntHist.dat'
               organization is line sequential
               file status is WS-Hist-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
         05 CNT-Item           pic x(20).
         05 CNT-Qty            pic 9(05).
         05 CNT-Team           pic x(03).
         05 CNT-Location       pic x(02).

       SD Count-Sort-File.
       01 CSK-REC.
         05 CSK-Location       pic x(02).
         05 CSK-Item           pic x(20).
         05 CSK-Qty            pic 9(05).
         05 CSK-Team           pic x(03).

       FD Count-Sorted.
       01 COUNT-SORTED-REC.
         05 CSO-Location       pic x(02).
         05 CSO-Item           pic x(20).
         05 CSO-Qty            pic 9(05).
         05 CSO-Team           pic x(03).

       FD Inv-Master-In.
       01 INV-REC-IN.
         05 INVI-Name          pic x(20).
         05 INVI-Qty-On-Hand   pic 9(05).
         05 INVI-Reorder-Pt    pic 9(05).
         05 INVI-Location      pic x(02).

       FD Inv-Master-Out.
       01 INV-REC-OUT.
         05 INVO-Name          pic x(20).
         05 INVO-Qty-On-Hand   pic 9(05).
         05 INVO-Reorder-Pt    pic 9(05).
         05 INVO-Location      pic x(02).

       FD Vendor-Master.
       01 VENDOR-REC.

      *********************************************
      * The supervisor's approvals - one item      *
      * name and location per record, blank        *
      * location the main store.  Only approved    *
      * counts post; the rest report and wait.     *
      *********************************************
       FD Count-Approve-File.
       01 COUNT-APPR-REC.
         05 APR-Item-Name      pic x(20).
         05 APR-Location       pic x(02).

      *********************************************
      * Adjustment audit trail - appended, never   *
         05 CAU-New-Qty        pic 9(05).
         05 CAU-Team           pic x(03).
         05 CAU-Date           pic 9(08).
         05 CAU-Location       pic x(02).

      *********************************************
      * Count history - every count of an item on  *
      * the master, posted or held, appended with  *
      * the run date.  Ch2ABC schedules the next   *
      * cycle count from it.                       *
      *********************************************
       FD Count-Hist-File.
       01 COUNT-HIST-REC.
         05 CNH-Item           pic x(20).
         05 CNH-Location       pic x(02).
         05 CNH-Date           pic 9(08).

       FD Variance-Report.
       01 Report-Rec           pic x(90).
         05 WS-Ven-File-Stat   pic x(02) value '00'.
         05 WS-Appr-File-Stat  pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Hist-File-Stat  pic x(02) value '00'.
         05 WS-Hist-Open       pic x(01) value 'N'.
         05 WS-Inv-EOF         pic x(03) value 'NO '.
         05 WS-Ven-EOF         pic x(03) value 'NO '.
         05 WS-Appr-EOF        pic x(03) value 'NO '.
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Main-Store-Loc  pic x(02) value '01'.
         05 WS-Loc-Hold        pic x(02) value spaces.
         05 WS-Loc-Count       pic 9(04) value zero.
         05 WS-Loc-Var-Dols    pic s9(09)v99 value zero.

       01 WS-Codechk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       01 WS-Inv-Table-Area.
         05 WS-Inv-Count       pic 9(03) value zero.
         05 WS-Inv-Table       occurs 600 times.
           10 WS-Inv-Name       pic x(20).
           10 WS-Inv-Loc        pic x(02).
           10 WS-Inv-Qty        pic 9(05).
           10 WS-Inv-Reorder-Pt pic 9(05).
         05 WS-Inv-Idx         pic 9(03) value zero.
         05 WS-Appr-Count      pic 9(03) value zero.
         05 WS-Appr-Table      occurs 200 times.
           10 WA-Item           pic x(20).
           10 WA-Loc            pic x(02).
         05 WS-Appr-Idx        pic 9(03) value zero.
         05 WS-Appr-Found      pic x(01) value 'N'.

         05 RTL-Count          pic zzz9.
         05 Filler             pic x(49) value spaces.

       01 RPT-LOC-HDR.
         05 Filler             pic x(09) value 'Location '.
         05 RLH-Loc            pic x(02).
         05 Filler             pic x(02) value spaces.
         05 RLH-Desc           pic x(20).
         05 Filler             pic x(57) value spaces.

       01 RPT-LOC-TOT.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(09) value 'Location '.
         05 RLT-Loc            pic x(02).
         05 Filler             pic x(08) value ' counts '.
         05 RLT-Count          pic zzz9.
         05 Filler             pic x(25) value
              '   net variance dollars: '.
         05 RLT-Dols           pic $$,$$$,$$9.99-.
         05 Filler             pic x(25) value spaces.

       01 RPT-DOL-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Company net variance dollars: '.
         05 RDL-Dols           pic $$,$$$,$$9.99-.
         05 Filler             pic x(43) value spaces.

           perform 120-Load-Inv-Rtn.
           perform 130-Load-Vendors-Rtn.
           perform 140-Load-Approvals-Rtn.
           sort Count-Sort-File
               on ascending key CSK-Location CSK-Item
               input procedure 150-Release-Counts-Rtn
               giving Count-Sorted.
           move 'YES' to More-Records.
           open input Count-Sorted.
           perform until More-Records = 'NO '
               read Count-Sorted
                   at end
                       move 'NO ' to More-Records
                   not at end
                       perform 200-Work-One-Count-Rtn
               end-read
           end-perform.
           close Count-Sorted.
           if WS-Loc-Hold not = spaces
               perform 250-Location-Total-Rtn
           end-if.
           perform 300-Write-Master-Rtn.
           perform 900-Close-Module.
           goback.
           open output Inv-Master-Out
                       Variance-Report.
           open extend Count-Audit-File.
           open extend Count-Hist-File.
           if WS-Hist-File-Stat = '35'
               open output Count-Hist-File
           end-if.
           if WS-Hist-File-Stat = '00' or WS-Hist-File-Stat = '05'
               move 'Y' to WS-Hist-Open
           end-if.

           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
                   at end
                       move 'YES' to WS-Inv-EOF
                   not at end
                       if WS-Inv-Count < 600
                           add 1 to WS-Inv-Count
                           move INVI-Name
                               to WS-Inv-Name(WS-Inv-Count)
                           if INVI-Location = spaces
                               move WS-Main-Store-Loc
                                   to WS-Inv-Loc(WS-Inv-Count)
                           else
                               move INVI-Location
                                   to WS-Inv-Loc(WS-Inv-Count)
                           end-if
                           move INVI-Qty-On-Hand
                               to WS-Inv-Qty(WS-Inv-Count)
                           move INVI-Reorder-Pt
                               to WS-Inv-Reorder-Pt(WS-Inv-Count)
                       else
                           display 'INVENTORY TABLE CAPACITY '
                               'EXCEEDED AT 600 - RUN HALTED'
                           stop run
                       end-if
               end-read
                           add 1 to WS-Appr-Count
                           move APR-Item-Name
                               to WA-Item(WS-Appr-Count)
                           if APR-Location = spaces
                               move WS-Main-Store-Loc
                                   to WA-Loc(WS-Appr-Count)
                           else
                               move APR-Location
                                   to WA-Loc(WS-Appr-Count)
                           end-if
                       end-if
               end-read
           end-perform.
               close Count-Approve-File
           end-if.

      *********************************************
      * The counts in location order - a blank    *
      * location is the main store                *
      *********************************************
       150-Release-Counts-Rtn.
           perform until More-Records = 'NO '
               read Count-File
                   at end
                       move 'NO ' to More-Records
                   not at end
                       if CNT-Location = spaces
                           move WS-Main-Store-Loc to CNT-Location
                       end-if
                       move CNT-Location to CSK-Location
                       move CNT-Item to CSK-Item
                       move CNT-Qty to CSK-Qty
                       move CNT-Team to CSK-Team
                       release CSK-REC
               end-read
           end-perform.

      *********************************************
      * One count - the variance against book,    *
      * priced at the vendor's unit cost, posted  *
      * item                                      *
      *********************************************
       200-Work-One-Count-Rtn.
           if CSO-Location not = WS-Loc-Hold
               if WS-Loc-Hold not = spaces
                   perform 250-Location-Total-Rtn
               end-if
               move CSO-Location to WS-Loc-Hold
               perform 240-Location-Header-Rtn
           end-if.
           add 1 to WS-Loc-Count.
           move 'N' to WS-Inv-Found.
           perform varying WS-Inv-Idx from 1 by 1
               until WS-Inv-Idx > WS-Inv-Count
               if WS-Inv-Name(WS-Inv-Idx) = CSO-Item
                   and WS-Inv-Loc(WS-Inv-Idx) = CSO-Location
                   move 'Y' to WS-Inv-Found
                   move WS-Inv-Idx to WS-Inv-Match-Idx
                   move WS-Inv-Count to WS-Inv-Idx

           if WS-Inv-Found = 'N'
               add 1 to WS-Unknown-Count
               move CSO-Item to RD-Item
               move zero to RD-Book
               move CSO-Qty to RD-Counted
               move zero to RD-Variance
               move zero to RD-Var-Dols
               move CSO-Team to RD-Team
               move '** NOT ON MASTER' to RD-Disp
               write Report-Rec from RPT-DETAIL
           else
               compute WS-Variance-Qty = CSO-Qty
                   - WS-Inv-Qty(WS-Inv-Match-Idx)
               perform 210-Find-Cost-Rtn
               compute WS-Variance-Dols =
                   WS-Variance-Qty * WS-Unit-Cost
               add WS-Variance-Dols to WS-Tot-Var-Dols
               add WS-Variance-Dols to WS-Loc-Var-Dols

               move CSO-Item to RD-Item
               move WS-Inv-Qty(WS-Inv-Match-Idx) to RD-Book
               move CSO-Qty to RD-Counted
               move WS-Variance-Qty to RD-Variance
               move WS-Variance-Dols to RD-Var-Dols
               move CSO-Team to RD-Team

               if WS-Hist-Open = 'Y'
                   move CSO-Item to CNH-Item
                   move CSO-Location to CNH-Location
                   move WS-Run-Date-Key to CNH-Date
                   write COUNT-HIST-REC
               end-if

               perform 220-Check-Approval-Rtn
               if WS-Appr-Found = 'Y'
           move zero to WS-Unit-Cost.
           perform varying WS-Ven-Idx from 1 by 1
               until WS-Ven-Idx > WS-Ven-Count
               if WV-Item(WS-Ven-Idx) = CSO-Item
                   move WV-Unit-Cost(WS-Ven-Idx) to WS-Unit-Cost
                   move WS-Ven-Count to WS-Ven-Idx
               end-if
           move 'N' to WS-Appr-Found.
           perform varying WS-Appr-Idx from 1 by 1
               until WS-Appr-Idx > WS-Appr-Count
               if WA-Item(WS-Appr-Idx) = CSO-Item
                   and WA-Loc(WS-Appr-Idx) = CSO-Location
                   move 'Y' to WS-Appr-Found
                   move WS-Appr-Count to WS-Appr-Idx
               end-if
      *********************************************
       230-Post-Adjustment-Rtn.
           add 1 to WS-Posted-Count.
           move CSO-Item to CAU-Item.
           move WS-Inv-Qty(WS-Inv-Match-Idx) to CAU-Old-Qty.
           move CSO-Qty to CAU-New-Qty.
           move CSO-Team to CAU-Team.
           move WS-Run-Date-Key to CAU-Date.
           move CSO-Location to CAU-Location.
           write COUNT-AUDIT-REC.
           move CSO-Qty to WS-Inv-Qty(WS-Inv-Match-Idx).

       240-Location-Header-Rtn.
           move 'ILOC' to CCK-Type.
           move WS-Loc-Hold to CCK-Code.
           call 'CODECHK' using WS-Codechk-Parm.
           move WS-Loc-Hold to RLH-Loc.
           move CCK-Desc to RLH-Desc.
           write Report-Rec from RPT-LOC-HDR.

       250-Location-Total-Rtn.
           move WS-Loc-Hold to RLT-Loc.
           move WS-Loc-Count to RLT-Count.
           move WS-Loc-Var-Dols to RLT-Dols.
           write Report-Rec from RPT-LOC-TOT.
           write Report-Rec from Blank-Line.
           move zero to WS-Loc-Count WS-Loc-Var-Dols.

       300-Write-Master-Rtn.
           perform varying WS-Inv-Idx from 1 by 1
               move WS-Inv-Qty(WS-Inv-Idx) to INVO-Qty-On-Hand
               move WS-Inv-Reorder-Pt(WS-Inv-Idx)
                   to INVO-Reorder-Pt
               move WS-Inv-Loc(WS-Inv-Idx) to INVO-Location
               write INV-REC-OUT
           end-perform.

                 Inv-Master-Out
                 Count-Audit-File
                 Variance-Report.
           if WS-Hist-Open = 'Y'
               close Count-Hist-File
           end-if.
           display 'COUNT PROCESSING COMPLETE - POSTED: '
               WS-Posted-Count ' HELD: ' WS-Held-Count.

