       identification division.
       program-id. Ch12PCal.
      *******************************************
      * Annual pay calendar generator.  Builds  *
      * the coming year's Ch12_PayCal.dat from  *
      * the few rules on Ch12_CalRule.dat in    *
      * place of keying it by hand each         *
      * December:                               *
      *   the monthly pay day,                  *
      *   the two semi-monthly pay days,        *
      *   any one biweekly pay date (the        *
      *   anchor) - every other biweekly date   *
      *   is fourteen days on or back from it.  *
      * A day of 31 (or past the month's end)   *
      * pays on the last day of the month, and  *
      * a zero day means that frequency is not  *
      * paid.  A pay date falling on a weekend  *
      * or a Ch12_Holiday.dat bank holiday      *
      * moves back to the prior banking day,    *
      * the same roll Program12 gives the ACH   *
      * settlement date.  Frequencies whose     *
      * dates land on the same day share one    *
      * scheduled run.  Runs are numbered       *
      * YYYY-nnn in date order for the period   *
      * identifier.  The new calendar goes to   *
      * Data-Out for the operator to put in     *
      * place of the current year's when the    *
      * year turns, and the listing warns of a  *
      * year with 27 biweekly pay dates.        *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Rule-File
               assign to 'C:\Data\Data-In\Ch12_CalRule.dat'
               organization is line sequential
               file status is WS-Rule-File-Stat.
           select Holiday-File
               assign to 'C:\Data\Data-In\Ch12_Holiday.dat'
               organization is line sequential
               file status is WS-Hol-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Pay-Cal-File
               assign to 'C:\Data\Data-Out\Ch12_PayCal.dat'
               organization is line sequential.
           select Cal-Listing
               assign to 'C:\Data\Data-Out\Ch12_PayCal.rpt'
               organization is line sequential.

       data division.
       file section.
      *    The calendar rules - a zero year builds the year after
      *    the run date.
       FD Rule-File.
       01 Rule-Rec.
         05 RUL-YEAR           pic 9(04).
         05 RUL-MO-DAY         pic 9(02).
         05 RUL-SM-DAY1        pic 9(02).
         05 RUL-SM-DAY2        pic 9(02).
         05 RUL-BW-ANCHOR      pic 9(08).

       FD Holiday-File.
       01 HOL-REC.
         05 HOL-DATE           pic 9(08).

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Pay-Cal-File.
       01 PAYCAL-REC.
         05 CAL-PERIOD-ID      pic x(08).
         05 CAL-MO-DUE         pic x(01).
         05 CAL-SM-DUE         pic x(01).
         05 CAL-BW-DUE         pic x(01).
         05 CAL-PAY-DATE       pic 9(08).

       FD Cal-Listing.
       01 Report-Rec           pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Rule-File-Stat  pic x(02) value '00'.
         05 WS-Hol-File-Stat   pic x(02) value '00'.
         05 WS-Hol-EOF         pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Rule-Found      pic x(01) value 'N'.
         05 WS-Cal-Year        pic 9(04) value zero.
         05 WS-MO-Day          pic 9(02) value zero.
         05 WS-SM-Day1         pic 9(02) value zero.
         05 WS-SM-Day2         pic 9(02) value zero.
         05 WS-BW-Anchor       pic 9(08) value zero.
         05 WS-Pay-Day         pic 9(02) value zero.
         05 WS-Month-No        pic 9(02) value zero.
         05 WS-Freq-No         pic 9(01) value zero.
         05 WS-Nominal-Key     pic 9(08) value zero.
         05 WS-BW-Count        pic 9(02) value zero.
         05 WS-Run-Seq         pic 9(03) value zero.
         05 WS-Cur-Date.
           10 WS-Cur-YYYY      pic 9(04).
           10 WS-Cur-MM        pic 9(02).
           10 WS-Cur-DD        pic 9(02).
         05 WS-Cur-Key redefines WS-Cur-Date pic 9(08).
         05 WS-Show-Date       pic 9(08) value zero.
         05 WS-Show-Date-Parts redefines WS-Show-Date.
           10 WS-Show-YYYY     pic 9(04).
           10 WS-Show-MM       pic 9(02).
           10 WS-Show-DD       pic 9(02).
         05 WS-Edit-Date.
           10 WS-Edit-MM       pic 9(02).
           10 Filler           pic x value '/'.
           10 WS-Edit-DD       pic 9(02).
           10 Filler           pic x value '/'.
           10 WS-Edit-YYYY     pic 9(04).
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.
         05 WS-Run-MM          pic 9(02) value zero.
         05 WS-Run-DD          pic 9(02) value zero.

      *    Day stepping and the banking-day roll, as Program12
      *    does it for the ACH settlement date.
       01 WS-Settle-Areas.
         05 WS-Settle-Date.
           10 WS-Settle-YYYY   pic 9(04).
           10 WS-Settle-MM     pic 9(02).
           10 WS-Settle-DD     pic 9(02).
         05 WS-Settle-Key      pic 9(08) value zero.
         05 WS-Gap-Days        pic 9(02) value zero.
         05 WS-Roll-Again      pic x(01) value 'N'.
         05 WS-Dow             pic 9(01) value zero.
         05 WS-Hol-Found       pic x(01) value 'N'.
         05 WS-Month-Len       pic 9(02) value zero.
         05 WS-Zel-Q           pic 9(02) value zero.
         05 WS-Zel-M           pic 9(02) value zero.
         05 WS-Zel-Y           pic 9(04) value zero.
         05 WS-Zel-K           pic 9(02) value zero.
         05 WS-Zel-J           pic 9(02) value zero.
         05 WS-Zel-T1          pic 9(04) value zero.
         05 WS-Zel-T2          pic 9(04) value zero.
         05 WS-Zel-T3          pic 9(04) value zero.
         05 WS-Zel-Sum         pic 9(06) value zero.
         05 WS-Zel-Work        pic 9(06) value zero.

       01 WS-Hol-Table-Area.
         05 WS-Hol-Count       pic 9(02) value zero.
         05 WS-Hol-Table       occurs 60 times.
           10 WS-Hol-Date       pic 9(08).
         05 WS-Hol-Idx         pic 9(02) value zero.

      *    Zeller's day number 0 through 6, Saturday first.
       01 WS-Day-Names         pic x(21)
                               value 'SATSUNMONTUEWEDTHUFRI'.
       01 WS-Day-Name-Table redefines WS-Day-Names.
         05 WS-Day-Name        pic x(03) occurs 7 times.
       01 WS-Day-Idx           pic 9(01) value zero.

      *********************************************
      * The year's scheduled runs - the banking   *
      * day paid, the date the rule gave before   *
      * any roll, and the frequencies due         *
      *********************************************
       01 WS-Cal-Table-Area.
         05 WS-Cal-Count       pic 9(03) value zero.
         05 WS-Cal-Table       occurs 80 times.
           10 WC-Pay-Date       pic 9(08).
           10 WC-Nominal        pic 9(08).
           10 WC-Dow            pic 9(01).
           10 WC-MO-Due         pic x(01).
           10 WC-SM-Due         pic x(01).
           10 WC-BW-Due         pic x(01).
         05 WS-Cal-Idx         pic 9(03) value zero.
         05 WS-Cal-Match       pic 9(03) value zero.
         05 WS-Swap-Entry      pic x(20).

       01 WS-Totals.
         05 WS-Tot-Runs        pic 9(03) value zero.
         05 WS-Tot-MO          pic 9(03) value zero.
         05 WS-Tot-SM          pic 9(03) value zero.
         05 WS-Tot-BW          pic 9(03) value zero.
         05 WS-Tot-Moved       pic 9(03) value zero.

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(20) value spaces.
         05 Filler             pic x(18) value
              'Pay Calendar for  '.
         05 RPT-Cal-Year       pic 9(04).
         05 Filler             pic x(08) value spaces.
         05 Filler             pic x(07) value 'Built  '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(13) value spaces.

       01 RPT-RULE-LINE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(09) value 'Monthly: '.
         05 RRL-MO-Day         pic z9.
         05 Filler             pic x(17) value
              '  Semi-monthly:  '.
         05 RRL-SM-Day1        pic z9.
         05 Filler             pic x(01) value '/'.
         05 RRL-SM-Day2        pic z9.
         05 Filler             pic x(19) value
              '  Biweekly anchor: '.
         05 RRL-BW-Anchor      pic x(10).
         05 Filler             pic x(15) value spaces.

       01 RPT-COL-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(10) value 'Period'.
         05 Filler             pic x(16) value 'Pay Date'.
         05 Filler             pic x(12) value 'Mo  SM  BW'.
         05 Filler             pic x(39) value 'Note'.

       01 RPT-DETAIL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RDL-Period         pic x(08).
         05 Filler             pic x(02) value spaces.
         05 RDL-Pay-Date       pic x(10).
         05 Filler             pic x(01) value spaces.
         05 RDL-Day            pic x(03).
         05 Filler             pic x(03) value spaces.
         05 RDL-MO             pic x(01).
         05 Filler             pic x(03) value spaces.
         05 RDL-SM             pic x(01).
         05 Filler             pic x(03) value spaces.
         05 RDL-BW             pic x(01).
         05 Filler             pic x(03) value spaces.
         05 RDL-Note           pic x(38).

       01 RPT-MSG-LINE.
         05 Filler             pic x(03) value spaces.
         05 RML-Text           pic x(77).

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTT-Label          pic x(40).
         05 RTT-Count          pic zz9.
         05 Filler             pic x(34) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           if WS-MO-Day > zero
               perform varying WS-Month-No from 1 by 1
                   until WS-Month-No > 12
                   move WS-MO-Day to WS-Pay-Day
                   move 1 to WS-Freq-No
                   perform 200-Month-Date-Rtn
               end-perform
           end-if.
           if WS-SM-Day1 > zero
               perform varying WS-Month-No from 1 by 1
                   until WS-Month-No > 12
                   move WS-SM-Day1 to WS-Pay-Day
                   move 2 to WS-Freq-No
                   perform 200-Month-Date-Rtn
                   move WS-SM-Day2 to WS-Pay-Day
                   perform 200-Month-Date-Rtn
               end-perform
           end-if.
           if WS-BW-Anchor > zero
               perform 250-Biweekly-Rtn
           end-if.
           perform 500-Sort-Rtn.
           perform 600-Write-Calendar-Rtn.
           perform 700-Totals-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module - the rules, the year they   *
      * build, and the bank's closed days         *
      *********************************************
       110-Startup-Module.
           accept WS-Date from date.
           move WS-MM to WS-Run-MM.
           move WS-DD to WS-Run-DD.
           add WS-YY 2000 giving WS-Run-YYYY.

           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to WS-Run-MM
                       move OVR-DD to WS-Run-DD
                       move OVR-YYYY to WS-Run-YYYY
               end-read
               close Run-Date-File
           end-if.

           open input Rule-File.
           if WS-Rule-File-Stat = '00'
               read Rule-File
                   not at end
                       move 'Y' to WS-Rule-Found
               end-read
               close Rule-File
           end-if.
           if WS-Rule-Found = 'N'
               display 'NO PAY CALENDAR RULES ON CH12_CALRULE.DAT - '
                   'RUN HALTED'
               stop run
           end-if.

           if RUL-YEAR numeric and RUL-YEAR > zero
               move RUL-YEAR to WS-Cal-Year
           else
               add 1 WS-Run-YYYY giving WS-Cal-Year
           end-if.
           if RUL-MO-DAY numeric
               move RUL-MO-DAY to WS-MO-Day
           end-if.
           if RUL-SM-DAY1 numeric and RUL-SM-DAY2 numeric
               move RUL-SM-DAY1 to WS-SM-Day1
               move RUL-SM-DAY2 to WS-SM-Day2
           end-if.
           if RUL-BW-ANCHOR numeric
               move RUL-BW-ANCHOR to WS-BW-Anchor
           end-if.

      *    Semi-monthly takes both days or neither, the first
      *    before the second.
           if (WS-SM-Day1 = zero and WS-SM-Day2 > zero)
               or (WS-SM-Day1 > zero and WS-SM-Day2 = zero)
               or (WS-SM-Day1 > zero
                   and WS-SM-Day1 not < WS-SM-Day2)
               display 'SEMI-MONTHLY PAY DAYS ' WS-SM-Day1 ' AND '
                   WS-SM-Day2 ' ARE NOT TWO DAYS IN ORDER - '
                   'RUN HALTED'
               stop run
           end-if.
           if WS-MO-Day = zero and WS-SM-Day1 = zero
               and WS-BW-Anchor = zero
               display 'PAY CALENDAR RULES NAME NO PAY DAYS - '
                   'RUN HALTED'
               stop run
           end-if.

           open input Holiday-File.
           if WS-Hol-File-Stat not = '00'
               move 'YES' to WS-Hol-EOF
           end-if.
           perform until WS-Hol-EOF = 'YES'
               read Holiday-File
                   at end
                       move 'YES' to WS-Hol-EOF
                   not at end
                       if WS-Hol-Count < 60
                           add 1 to WS-Hol-Count
                           move HOL-DATE
                               to WS-Hol-Date(WS-Hol-Count)
                       else
                           display 'BANK HOLIDAY TABLE CAPACITY '
                               'EXCEEDED AT 60 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Hol-File-Stat = '00' or WS-Hol-File-Stat = '10'
               close Holiday-File
           end-if.

           open output Pay-Cal-File
                       Cal-Listing.
           move WS-Cal-Year to RPT-Cal-Year.
           move WS-Run-MM to RPT-MO.
           move WS-Run-DD to RPT-DY.
           move WS-Run-YYYY to RPT-YR.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.
           move WS-MO-Day to RRL-MO-Day.
           move WS-SM-Day1 to RRL-SM-Day1.
           move WS-SM-Day2 to RRL-SM-Day2.
           if WS-BW-Anchor > zero
               move WS-BW-Anchor to WS-Show-Date
               perform 650-Edit-Date-Rtn
               move WS-Edit-Date to RRL-BW-Anchor
           else
               move 'NONE' to RRL-BW-Anchor
           end-if.
           write Report-Rec from RPT-RULE-LINE.
           write Report-Rec from Blank-Line.
           initialize WS-Totals.

      *********************************************
      * A day-of-month rule in one month - a day  *
      * past the month's end pays on its last day *
      *********************************************
       200-Month-Date-Rtn.
           move WS-Cal-Year to WS-Settle-YYYY.
           move WS-Month-No to WS-Settle-MM.
           perform 353-Month-Length-Rtn.
           if WS-Pay-Day > WS-Month-Len
               move WS-Month-Len to WS-Settle-DD
           else
               move WS-Pay-Day to WS-Settle-DD
           end-if.
           perform 400-Add-Date-Rtn.

      *********************************************
      * Biweekly - back up or run forward from    *
      * the anchor in whole fortnights to the     *
      * year's first date, then every fourteen    *
      * days to the year's end                    *
      *********************************************
       250-Biweekly-Rtn.
           move WS-BW-Anchor to WS-Cur-Key.
           if WS-Cur-YYYY < WS-Cal-Year
               perform until WS-Cur-YYYY not < WS-Cal-Year
                   perform 260-Fortnight-On-Rtn
               end-perform
           else
               perform until WS-Cur-YYYY < WS-Cal-Year
                   perform 265-Fortnight-Back-Rtn
               end-perform
               perform 260-Fortnight-On-Rtn
           end-if.
           move 3 to WS-Freq-No.
           move zero to WS-BW-Count.
           perform until WS-Cur-YYYY > WS-Cal-Year
               add 1 to WS-BW-Count
               move WS-Cur-Date to WS-Settle-Date
               perform 400-Add-Date-Rtn
               perform 260-Fortnight-On-Rtn
           end-perform.

       260-Fortnight-On-Rtn.
           move WS-Cur-Date to WS-Settle-Date.
           perform 348-Next-Day-Rtn 14 times.
           move WS-Settle-Date to WS-Cur-Date.

       265-Fortnight-Back-Rtn.
           move WS-Cur-Date to WS-Settle-Date.
           perform 347-Prev-Day-Rtn 14 times.
           move WS-Settle-Date to WS-Cur-Date.

      *********************************************
      * One pay date the rules gave, in           *
      * WS-Settle-Date - roll it back to a        *
      * banking day, then add it to the run it    *
      * shares a day with or start a new run      *
      *********************************************
       400-Add-Date-Rtn.
           compute WS-Nominal-Key = (WS-Settle-YYYY * 10000)
               + (WS-Settle-MM * 100) + WS-Settle-DD.
           perform 346-Settle-Date-Rtn.

           move zero to WS-Cal-Match.
           perform varying WS-Cal-Idx from 1 by 1
               until WS-Cal-Idx > WS-Cal-Count
                  or WS-Cal-Match > zero
               if WC-Pay-Date(WS-Cal-Idx) = WS-Settle-Key
                   move WS-Cal-Idx to WS-Cal-Match
               end-if
           end-perform.
           if WS-Cal-Match = zero
               if WS-Cal-Count < 80
                   add 1 to WS-Cal-Count
                   move WS-Cal-Count to WS-Cal-Match
                   move WS-Settle-Key to WC-Pay-Date(WS-Cal-Match)
                   move WS-Nominal-Key to WC-Nominal(WS-Cal-Match)
                   move WS-Dow to WC-Dow(WS-Cal-Match)
                   move 'N' to WC-MO-Due(WS-Cal-Match)
                               WC-SM-Due(WS-Cal-Match)
                               WC-BW-Due(WS-Cal-Match)
               else
                   display 'PAY CALENDAR TABLE CAPACITY EXCEEDED '
                       'AT 80 - RUN HALTED'
                   stop run
               end-if
           end-if.
           evaluate WS-Freq-No
               when 1
                   move 'Y' to WC-MO-Due(WS-Cal-Match)
               when 2
                   move 'Y' to WC-SM-Due(WS-Cal-Match)
               when 3
                   move 'Y' to WC-BW-Due(WS-Cal-Match)
           end-evaluate.

      *********************************************
      * Roll WS-Settle-Date back off weekends and *
      * bank holidays                             *
      *********************************************
       346-Settle-Date-Rtn.
           move zero to WS-Gap-Days.
           move 'Y' to WS-Roll-Again.
           perform until WS-Roll-Again = 'N'
               perform 349-Day-Of-Week-Rtn
               perform 351-Check-Holiday-Rtn
               if (WS-Dow = 0 or WS-Dow = 1
                   or WS-Hol-Found = 'Y')
                   and WS-Gap-Days < 30
                   perform 347-Prev-Day-Rtn
                   add 1 to WS-Gap-Days
               else
                   move 'N' to WS-Roll-Again
               end-if
           end-perform.

      *********************************************
      * One calendar day backward or forward,     *
      * minding month and year boundaries         *
      *********************************************
       347-Prev-Day-Rtn.
           if WS-Settle-DD > 1
               subtract 1 from WS-Settle-DD
           else
               if WS-Settle-MM = 1
                   move 12 to WS-Settle-MM
                   subtract 1 from WS-Settle-YYYY
               else
                   subtract 1 from WS-Settle-MM
               end-if
               perform 353-Month-Length-Rtn
               move WS-Month-Len to WS-Settle-DD
           end-if.

       348-Next-Day-Rtn.
           perform 353-Month-Length-Rtn.
           if WS-Settle-DD < WS-Month-Len
               add 1 to WS-Settle-DD
           else
               move 1 to WS-Settle-DD
               if WS-Settle-MM = 12
                   move 1 to WS-Settle-MM
                   add 1 to WS-Settle-YYYY
               else
                   add 1 to WS-Settle-MM
               end-if
           end-if.

      *    Century leap rule skipped - this suffices until 2100.
       353-Month-Length-Rtn.
           evaluate WS-Settle-MM
               when 2
                   move 28 to WS-Month-Len
                   divide WS-Settle-YYYY by 4 giving WS-Zel-T1
                       remainder WS-Zel-T2
                   if WS-Zel-T2 = zero
                       move 29 to WS-Month-Len
                   end-if
               when 4
               when 6
               when 9
               when 11
                   move 30 to WS-Month-Len
               when other
                   move 31 to WS-Month-Len
           end-evaluate.

      *********************************************
      * Zeller's congruence - 0 is Saturday, 1    *
      * Sunday.  Each division gets its own       *
      * COMPUTE so the truncation happens where   *
      * the formula needs it.                     *
      *********************************************
       349-Day-Of-Week-Rtn.
           move WS-Settle-DD to WS-Zel-Q.
           move WS-Settle-MM to WS-Zel-M.
           move WS-Settle-YYYY to WS-Zel-Y.
           if WS-Zel-M < 3
               add 12 to WS-Zel-M
               subtract 1 from WS-Zel-Y
           end-if.
           divide WS-Zel-Y by 100 giving WS-Zel-J
               remainder WS-Zel-K.
           compute WS-Zel-T1 = (13 * (WS-Zel-M + 1)) / 5.
           compute WS-Zel-T2 = WS-Zel-K / 4.
           compute WS-Zel-T3 = WS-Zel-J / 4.
           compute WS-Zel-Sum = WS-Zel-Q + WS-Zel-T1 + WS-Zel-K
               + WS-Zel-T2 + WS-Zel-T3 + (5 * WS-Zel-J).
           divide WS-Zel-Sum by 7 giving WS-Zel-Work
               remainder WS-Dow.

       351-Check-Holiday-Rtn.
           compute WS-Settle-Key = (WS-Settle-YYYY * 10000)
               + (WS-Settle-MM * 100) + WS-Settle-DD.
           move 'N' to WS-Hol-Found.
           perform varying WS-Hol-Idx from 1 by 1
               until WS-Hol-Idx > WS-Hol-Count
               if WS-Hol-Date(WS-Hol-Idx) = WS-Settle-Key
                   move 'Y' to WS-Hol-Found
                   move WS-Hol-Count to WS-Hol-Idx
               end-if
           end-perform.

      *********************************************
      * Pay-date order                            *
      *********************************************
       500-Sort-Rtn.
           perform varying WS-Cal-Idx from 1 by 1
               until WS-Cal-Idx > WS-Cal-Count
               perform varying WS-Cal-Match from 1 by 1
                   until WS-Cal-Match not less than WS-Cal-Idx
                   if WC-Pay-Date(WS-Cal-Idx)
                       < WC-Pay-Date(WS-Cal-Match)
                       move WS-Cal-Table(WS-Cal-Idx)
                           to WS-Swap-Entry
                       move WS-Cal-Table(WS-Cal-Match)
                           to WS-Cal-Table(WS-Cal-Idx)
                       move WS-Swap-Entry
                           to WS-Cal-Table(WS-Cal-Match)
                   end-if
               end-perform
           end-perform.

      *********************************************
      * Number the runs, write the calendar, and  *
      * list it                                   *
      *********************************************
       600-Write-Calendar-Rtn.
           write Report-Rec from RPT-COL-HDR.
           write Report-Rec from Blank-Line.
           move zero to WS-Run-Seq.
           perform varying WS-Cal-Idx from 1 by 1
               until WS-Cal-Idx > WS-Cal-Count
               add 1 to WS-Run-Seq
               move spaces to CAL-PERIOD-ID
               string WS-Cal-Year '-' WS-Run-Seq
                   delimited by size into CAL-PERIOD-ID
               move WC-MO-Due(WS-Cal-Idx) to CAL-MO-DUE
               move WC-SM-Due(WS-Cal-Idx) to CAL-SM-DUE
               move WC-BW-Due(WS-Cal-Idx) to CAL-BW-DUE
               move WC-Pay-Date(WS-Cal-Idx) to CAL-PAY-DATE
               write PAYCAL-REC
               perform 610-List-Run-Rtn
           end-perform.
           write Report-Rec from Blank-Line.

       610-List-Run-Rtn.
           add 1 to WS-Tot-Runs.
           move spaces to RPT-DETAIL-LINE.
           move CAL-PERIOD-ID to RDL-Period.
           move WC-Pay-Date(WS-Cal-Idx) to WS-Show-Date.
           perform 650-Edit-Date-Rtn.
           move WS-Edit-Date to RDL-Pay-Date.
           add 1 WC-Dow(WS-Cal-Idx) giving WS-Day-Idx.
           move WS-Day-Name(WS-Day-Idx) to RDL-Day.
           if WC-MO-Due(WS-Cal-Idx) = 'Y'
               move 'X' to RDL-MO
               add 1 to WS-Tot-MO
           end-if.
           if WC-SM-Due(WS-Cal-Idx) = 'Y'
               move 'X' to RDL-SM
               add 1 to WS-Tot-SM
           end-if.
           if WC-BW-Due(WS-Cal-Idx) = 'Y'
               move 'X' to RDL-BW
               add 1 to WS-Tot-BW
           end-if.
           if WC-Nominal(WS-Cal-Idx) not = WC-Pay-Date(WS-Cal-Idx)
               add 1 to WS-Tot-Moved
               move WC-Nominal(WS-Cal-Idx) to WS-Show-Date
               perform 650-Edit-Date-Rtn
               string 'MOVED UP FROM ' WS-Edit-Date
                   ' - BANK CLOSED'
                   delimited by size into RDL-Note
           end-if.
           write Report-Rec from RPT-DETAIL-LINE.

       650-Edit-Date-Rtn.
           move WS-Show-MM to WS-Edit-MM.
           move WS-Show-DD to WS-Edit-DD.
           move WS-Show-YYYY to WS-Edit-YYYY.

      *    A 27th biweekly pay date falls every eleven years or
      *    so - a budget built on 26 needs to know ahead.
       700-Totals-Rtn.
           move 'Scheduled pay runs' to RTT-Label.
           move WS-Tot-Runs to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Monthly pay dates' to RTT-Label.
           move WS-Tot-MO to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Semi-monthly pay dates' to RTT-Label.
           move WS-Tot-SM to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Biweekly pay dates' to RTT-Label.
           move WS-Tot-BW to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           move 'Runs moved to a prior banking day' to RTT-Label.
           move WS-Tot-Moved to RTT-Count.
           write Report-Rec from RPT-TOTAL-LINE.
           if WS-BW-Count > 26
               write Report-Rec from Blank-Line
               move spaces to RML-Text
               string '*** WARNING - ' WS-Cal-Year ' HAS '
                   WS-BW-Count ' BIWEEKLY PAY DATES - PLAN FOR THE '
                   'EXTRA PAYROLL ***'
                   delimited by size into RML-Text
               write Report-Rec from RPT-MSG-LINE
               display 'PAY CALENDAR ' WS-Cal-Year ' HAS '
                   WS-BW-Count ' BIWEEKLY PAY DATES - PLAN FOR THE '
                   'EXTRA PAYROLL'
           end-if.

       900-Close-Module.
           close Pay-Cal-File
                 Cal-Listing.
           display 'PAY CALENDAR ' WS-Cal-Year ' BUILT - RUNS: '
               WS-Tot-Runs ' IN Data-Out Ch12_PayCal.dat'.

       end program Ch12PCal.
