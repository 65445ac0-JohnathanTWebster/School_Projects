           select Mode-File assign to 'C:\Data\Data-In\Ch16_Mode.dat'
               organization is line sequential
               file status is WS-Mode-File-Stat.
      *    The fixed asset register, when there is one, gives
      *    each item's net book value to set beside what it will
      *    cost to replace.
           select Asset-File
               assign to 'C:\Data\Data-Work\Ch9_Assets.dat'
               organization is line sequential
               file status is WS-Asset-File-Stat.

       data division.
       FD Item-Disk.
       01 Mode-Rec.
         05 MODE-CODE          pic x(01).

       FD Asset-File.
       01 Asset-Rec.
         05 FAM-Item-No        pic x(05).
         05 Filler             pic x(28).
         05 FAM-Cost           pic 9(07)v99.
         05 Filler             pic x(14).
         05 FAM-Accum-Dep      pic 9(07)v99.
         05 FAM-Dep-Thru       pic 9(06).
         05 FAM-Status         pic x(01).
         05 Filler             pic x(19).

       working-storage section.

       01 Flags-And-Indicators.
         05 WS-Diff            pic s9(06)v99 value zero.
         05 WS-Diff-Pct        pic s9(04)v99 value zero.

       01 WS-NBV-Table-Area.
         05 WS-NBV-Count       pic 9(03) value zero.
         05 WS-NBV-Table       occurs 500 times.
           10 WN-Item-No        pic x(05).
           10 WN-Status         pic x(01).
           10 WN-NBV            pic 9(07)v99.
         05 WS-NBV-Idx         pic 9(03) value zero.
         05 WS-NBV-Match       pic 9(03) value zero.
         05 WS-Asset-File-Stat pic x(02) value '00'.
         05 WS-Asset-EOF       pic x(03) value 'NO '.

       01 Blank-Line           pic x(80) value spaces.

       01 LINKAGE-DATA.
         05                    pic x(05) value spaces.
         05 In-Cost            pic $zz,zz9.99.
         05                    pic x(48) value spaces.
       01 Header4A.
         05                    pic x(04) value spaces.
         05                    pic x(18) value 'Net book value'.
         05 NBV-Value.
           10 NBV-Out          pic $zz,zz9.99.
           10                  pic x(10) value spaces.
         05 NBV-Text redefines NBV-Value pic x(20).
         05                    pic x(38) value spaces.
       01 Header5.
         05                    pic x(25) value spaces.
         05                    pic x(04) value 'Year'.
           move Day-Filed to Out-Day
           move Month-Field to Out-Month
           move Year-Field to Out-Year.
           perform 160-Load-Register-Rtn.

      *    Net book value off the register - cost less
      *    accumulated depreciation.  No register on file just
      *    means every item prints as not on it.
       160-Load-Register-Rtn.
           open input Asset-File.
           if WS-Asset-File-Stat not = '00'
               move 'YES' to WS-Asset-EOF
           end-if.
           perform until WS-Asset-EOF = 'YES'
               read Asset-File
                   at end
                       move 'YES' to WS-Asset-EOF
                   not at end
                       if WS-NBV-Count < 500
                           add 1 to WS-NBV-Count
                           move FAM-Item-No to WN-Item-No(WS-NBV-Count)
                           move FAM-Status to WN-Status(WS-NBV-Count)
                           subtract FAM-Accum-Dep from FAM-Cost
                               giving WN-NBV(WS-NBV-Count)
                       else
                           display 'ASSET REGISTER TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Asset-File-Stat = '00' or WS-Asset-File-Stat = '10'
               close Asset-File
           end-if.

       250-Book-Value-Rtn.
           move zero to WS-NBV-Match.
           perform varying WS-NBV-Idx from 1 by 1
               until WS-NBV-Idx > WS-NBV-Count
               if WN-Item-No(WS-NBV-Idx) = Item-Number
                   move WS-NBV-Idx to WS-NBV-Match
                   move WS-NBV-Count to WS-NBV-Idx
               end-if
           end-perform.
           move spaces to NBV-Text.
           evaluate true
               when WS-NBV-Match = zero
                   move 'NOT ON REGISTER' to NBV-Text
               when WN-Status(WS-NBV-Match) not = 'A'
                   move 'DISPOSED' to NBV-Text
               when other
                   move WN-NBV(WS-NBV-Match) to NBV-Out
           end-evaluate.

       200-Calc-Rpt-Rtn.
           add 1 to Page-Num
           move Item-Number to Item-Num
           move Item-Desc to In-Desc
           move Item-Cost to In-Cost, COST-CALCULATION.
           perform 250-Book-Value-Rtn.

           move 1 to YEAR-C

           move Item-Desc to In-Desc
           move Item-Cost to In-Cost.
           move Item-Cost to COST-CALCULATION COST-CALC-B.
           perform 250-Book-Value-Rtn.

           write Inflation-Rec from Blank-Line after advancing page.
           write Inflation-Rec from Header1 after advancing 1.
           write Inflation-Rec from Header2 after advancing 1.
           write Inflation-Rec from Header3 after advancing 1.
           write Inflation-Rec from Header4 after advancing 1.
           write Inflation-Rec from Header4A after advancing 1.
           write Inflation-Rec from Blank-Line after advancing 1.
           write Inflation-Rec from Compare-Hdr after advancing 1.

           write Inflation-Rec from Header2 after advancing 1.
           write Inflation-Rec from Header3 after advancing 1.
           write Inflation-Rec from Header4 after advancing 1.
           write Inflation-Rec from Header4A after advancing 1.
           write Inflation-Rec from Blank-Line after advancing 1.
           write Inflation-Rec from Header5 after advancing 1.

