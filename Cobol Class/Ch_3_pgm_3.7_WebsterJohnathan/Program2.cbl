      * carrying the discount rate Ch3pgm7       *
      * applied) by customer, prints one         *
      * statement per page - the period's        *
      * transactions (a credit memo for returned *
      * goods shown against the invoice it       *
      * credits) with the sales tax charged or   *
      * credited back on each, whether the rate  *
      * was the negotiated contract rate or the  *
      * standard tier, the period-to-date        *
      * purchases from the accumulator, and      *
      * the net amount due - then a summary      *
           Select LABEL-FILE
               assign to 'C:\Data\Data-Out\Ch3_Labels.rpt'
               organization is line sequential.
           Select RUN-STATS-FILE
               assign to 'C:\Data\Data-Work\Ops_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.

       data division.
       File Section.
         05 Sale-in            Pic 9(3)v99.
         05 Disc-Pcnt-in       Pic v99.
         05 Net-in             Pic 9(3)v99.
         05 Type-in            Pic x(01).
         05 Doc-No-in          Pic 9(06).
         05 Ref-No-in          Pic 9(06).
         05 Tax-in             Pic 9(3)v99.

       SD Stmt-Sort-File.
       01 SWK-REC.
         05 SWK-Ident          Pic X(05).
         05 SWK-Rest           Pic X(30).

       FD Stmt-Sorted.
       01 SRT-REC.
         05 SRT-Sale           Pic 9(3)v99.
         05 SRT-Disc-Pcnt      Pic v99.
         05 SRT-Net            Pic 9(3)v99.
         05 SRT-Type           Pic x(01).
         05 SRT-Doc-No         Pic 9(06).
         05 SRT-Ref-No         Pic 9(06).
         05 SRT-Tax            Pic 9(3)v99.

       FD CUST-ACCUM.
       01 ACCUM-REC.
         05 NM-City            Pic x(15).
         05 NM-State           Pic x(02).
         05 NM-Zip             Pic x(05).
         05 NM-Tax-Juris       Pic x(02).
         05 NM-Exempt-Cert     Pic x(10).
         05 NM-Cert-Expiry     Pic 9(08).

      ***********_Mailing_Labels_In_Statement_Order_***************
       FD LABEL-FILE.
       01 Label-Rec            Pic x(40).

      ***********_Counts_For_The_Driver_-_Transactions_Read_=_***
      ***********_Lines_Printed_On_Statements_******************
       FD RUN-STATS-FILE.
       01 RUN-STATS-REC.
         05 STAT-PROGRAM       Pic X(08).
         05 STAT-READ          Pic 9(07).
         05 STAT-WRITTEN       Pic 9(07).
         05 STAT-REJECTED      Pic 9(07).
         05 STAT-OTHER         Pic 9(07).

       working-storage section.
       01 More-Recs            Pic XXX value 'YES'.
       01 WS-Accum-EOF         Pic X(03) value 'NO '.
         05 Filler             Pic x(16) value spaces.
       01 WS-First-Group       Pic X(03) value 'YES'.
       01 WS-Ident-Hold        Pic X(05) value spaces.
       01 WS-Cust-Due          Pic s9(06)v99 value zero.
       01 WS-Cust-Tax          Pic s9(06)v99 value zero.
       01 WS-Stmt-Count        Pic 9(04) value zero.
       01 WS-Read-Count        Pic 9(05) value zero.
       01 WS-Line-Count        Pic 9(05) value zero.
       01 WS-Stats-File-Stat   Pic X(02) value '00'.
       01 WS-Grand-Due         Pic s9(08)v99 value zero.
       01 WS-Date.
         05 WS-YY              Pic 9(02).
         05 WS-MM              Pic 9(02).
         05 Filler             Pic x(34) value spaces.

       01 STMT-COL-HDR.
         05 Filler             Pic x(04) value spaces.
         05 Filler             Pic x(07) value '   Sale'.
         05 Filler             Pic x(07) value '   Rate'.
         05 Filler             Pic x(12) value '        Net '.
         05 Filler             Pic x(10) value '      Tax '.
         05 Filler             Pic x(02) value spaces.
         05 Filler             Pic x(26) value
              'Document                  '.
         05 Filler             Pic x(12) value spaces.

       01 STMT-DETAIL.
         05 Filler             Pic x(04) value spaces.
         05 SD-Sale            Pic $zz9.99.
         05 Filler             Pic x(04) value spaces.
         05 SD-Rate            Pic .99.
         05 Filler             Pic x(04) value spaces.
         05 SD-Net             Pic $zz9.99-.
         05 Filler             Pic x(02) value spaces.
         05 SD-Tax             Pic $zz9.99-.
         05 Filler             Pic x(02) value spaces.
         05 SD-Doc-Type        Pic x(12).
         05 SD-Doc-No          Pic 9(06) blank when zero.
         05 SD-Ref-Lit         Pic x(08).
         05 SD-Ref-No          Pic 9(06) blank when zero.
         05 Filler             Pic x(06) value spaces.

       01 STMT-PTD-LINE.
         05 Filler             Pic x(03) value spaces.
         05 SP-Ptd             Pic $$$,$$9.99.
         05 Filler             Pic x(41) value spaces.

       01 STMT-TAX-LINE.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(26) value
              'Sales tax this period:    '.
         05 ST-Tax             Pic $$$,$$9.99CR.
         05 Filler             Pic x(39) value spaces.

       01 STMT-CHG-LINE.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(26) value
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(26) value
              'NET AMOUNT DUE:           '.
         05 SD-Due             Pic $$$,$$9.99CR.
         05 Filler             Pic x(39) value spaces.

       01 REG-LINE.
         05 Filler             Pic x(03) value spaces.
         05 RG-Ident           Pic x(05).
         05 Filler             Pic x(09) value '  due:   '.
         05 RG-Due             Pic $$$,$$9.99CR.
         05 Filler             Pic x(51) value spaces.

       01 REG-TOT-LINE.
         05 Filler             Pic x(03) value spaces.
         05 Filler             Pic x(12) value 'Statements: '.
         05 RGT-Count          Pic zzz9.
         05 Filler             Pic x(16) value '  total due:    '.
         05 RGT-Total          Pic $$,$$$,$$9.99CR.
         05 Filler             Pic x(30) value spaces.

       procedure division.

                   AT END
                       Move 'NO ' to More-Recs
                   Not At END
                       add 1 to WS-Read-Count
                       Perform 200-STMT-DETAIL-RTN
               END-READ
           END-PERFORM.

           move SRT-Sale to SD-Sale.
           move SRT-Disc-Pcnt to SD-Rate.
           move SRT-Doc-No to SD-Doc-No.
           if SRT-Type = 'C'
               subtract SRT-Net from zero giving SD-Net
               subtract SRT-Tax from zero giving SD-Tax
               move 'Credit memo ' to SD-Doc-Type
               move ' on inv ' to SD-Ref-Lit
               move SRT-Ref-No to SD-Ref-No
               subtract SRT-Net SRT-Tax from WS-Cust-Due
               subtract SRT-Tax from WS-Cust-Tax
           else
               move SRT-Net to SD-Net
               move SRT-Tax to SD-Tax
               if SRT-Doc-No numeric and SRT-Doc-No > zero
                   move 'Invoice     ' to SD-Doc-Type
               else
                   move spaces to SD-Doc-Type
                   move zero to SD-Doc-No
               end-if
               move spaces to SD-Ref-Lit
               move zero to SD-Ref-No
               add SRT-Net SRT-Tax to WS-Cust-Due
               add SRT-Tax to WS-Cust-Tax
           end-if.
           write Stmt-Rec from STMT-DETAIL.
           add 1 to WS-Line-Count.

      ***********_Statement_Heading_For_One_Customer_***********

       220-START-STMT-RTN.
           move zero to WS-Cust-Due WS-Cust-Tax.
           write Stmt-Rec from STMT-HDR1 after page.
           write Stmt-Rec from Blank-Line.

               move zero to SP-Ptd
           end-if.
           write Stmt-Rec from STMT-PTD-LINE.
           if WS-Cust-Tax not = zero
               move WS-Cust-Tax to ST-Tax
               write Stmt-Rec from STMT-TAX-LINE
           end-if.

      *    A finance charge the AR run assessed joins this
      *    statement's amount due.
                 Register-File
                 LABEL-FILE.

           Open Extend RUN-STATS-FILE.
           If WS-Stats-File-Stat = '35'
               Open Output RUN-STATS-FILE
           End-If.
           If WS-Stats-File-Stat = '00' or WS-Stats-File-Stat = '05'
               Move 'CH3STMT ' to STAT-PROGRAM
               Move WS-Read-Count to STAT-READ
               Move WS-Line-Count to STAT-WRITTEN
               Move zero to STAT-REJECTED STAT-OTHER
               Write RUN-STATS-REC
               Close RUN-STATS-FILE
           End-If.

       end program Ch3Stmt.
