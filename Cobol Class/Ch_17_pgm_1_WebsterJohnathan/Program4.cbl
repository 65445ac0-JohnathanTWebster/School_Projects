       identification division.
       program-id. RptPrint.
      *******************************************
      * Report repository - the reprint         *
      * utility.  Lists every report capture    *
      * RptArchv holds in Pay_RptIdx.dat, and   *
      * regenerates any of them line for line   *
      * into Data-Out Pay_Reprint.rpt.  Each    *
      * record on Pay_Reprint.dat asks for one  *
      * report by name and run date (YYYYMMDD), *
      * and may name the pay period to pick     *
      * between an off-cycle and a regular run  *
      * on the same day.  A zero date asks for  *
      * the latest capture of the report.  No   *
      * request file simply lists the index.    *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Request-File
               assign to 'C:\Data\Data-In\Pay_Reprint.dat'
               organization is line sequential
               file status is WS-Req-File-Stat.
           select Index-File
               assign to 'C:\Data\Data-Work\Pay_RptIdx.dat'
               organization is line sequential
               file status is WS-Idx-File-Stat.
           select Archive-File
               assign to 'C:\Data\Data-Work\Pay_RptArc.dat'
               organization is line sequential
               file status is WS-Arc-File-Stat.
           select Reprint-File
               assign to 'C:\Data\Data-Out\Pay_Reprint.rpt'
               organization is line sequential.
           select Index-Listing
               assign to 'C:\Data\Data-Out\Pay_RptList.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Request-File.
       01 Request-Rec.
         05 RRQ-Report         pic x(14).
         05 RRQ-Run-Date       pic 9(08).
         05 RRQ-Period         pic x(08).

       FD Index-File.
       01 Index-Rec.
           COPY RPTIDX.

       FD Archive-File.
       01 Archive-Rec.
           COPY RPTARC.

       FD Reprint-File.
       01 Reprint-Rec          pic x(132).

       FD Index-Listing.
       01 Listing-Rec          pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Req-File-Stat   pic x(02) value '00'.
         05 WS-Req-EOF         pic x(03) value 'NO '.
         05 WS-Idx-File-Stat   pic x(02) value '00'.
         05 WS-Idx-EOF         pic x(03) value 'NO '.
         05 WS-Arc-File-Stat   pic x(02) value '00'.
         05 WS-Arc-EOF         pic x(03) value 'NO '.
         05 WS-Line-Count      pic 9(06) value zero.
         05 WS-Req-Date        pic 9(08) value zero.
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

       01 WS-Totals.
         05 WS-Tot-Requests    pic 9(05) value zero.
         05 WS-Tot-Reprinted   pic 9(05) value zero.
         05 WS-Tot-Not-Found   pic 9(05) value zero.

       01 WS-Index-Table-Area.
         05 WS-Index-Count     pic 9(04) value zero.
         05 WS-Index-Table     occurs 3000 times.
           10 WI-Key.
             15 WI-Report       pic x(14).
             15 WI-Run-Date     pic 9(08).
             15 WI-Period       pic x(08).
           10 WI-Line-Count     pic 9(06).
         05 WS-Index-Idx       pic 9(04) value zero.
         05 WS-Index-Match     pic 9(04) value zero.

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(18) value spaces.
         05 Filler             pic x(34) value
              'Report Repository Index Listing   '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(18) value spaces.

       01 RPT-COL-HDR.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(16) value 'Report'.
         05 Filler             pic x(12) value 'Run Date'.
         05 Filler             pic x(10) value 'Period'.
         05 Filler             pic x(39) value '  Lines'.

       01 RPT-SECT-HEAD.
         05 Filler             pic x(01) value spaces.
         05 RSH-Text           pic x(79).

       01 RPT-ENTRY-LINE.
         05 Filler             pic x(03) value spaces.
         05 REL-Report         pic x(14).
         05 Filler             pic x(02) value spaces.
         05 REL-Date           pic x(10).
         05 Filler             pic x(02) value spaces.
         05 REL-Period         pic x(08).
         05 Filler             pic x(02) value spaces.
         05 REL-Lines          pic zzz,zz9.
         05 Filler             pic x(02) value spaces.
         05 REL-Action         pic x(30).

       01 RPT-TOTAL-LINE.
         05 Filler             pic x(03) value spaces.
         05 RTT-Label          pic x(40).
         05 RTT-Count          pic z,zzz,zz9.
         05 Filler             pic x(28) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 200-List-Index-Rtn.
           perform 250-Requests-Rtn.
           perform 500-Totals-Rtn.
           perform 900-Close-Module.
           goback.

      *********************************************
      * Start module                              *
      *********************************************
       110-Startup-Module.
           open output Index-Listing
                       Reprint-File.
           accept WS-Date from date.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           add WS-YY 2000 giving RPT-YR.
           write Listing-Rec from RPT-TITLE.
           write Listing-Rec from Blank-Line.
           initialize WS-Totals.

      *********************************************
      * Everything archived, oldest first - and   *
      * held in memory for the requests           *
      *********************************************
       200-List-Index-Rtn.
           move 'ARCHIVED REPORTS - Data-Work Pay_RptIdx.dat'
               to RSH-Text.
           write Listing-Rec from RPT-SECT-HEAD.
           write Listing-Rec from RPT-COL-HDR.
           open input Index-File.
           if WS-Idx-File-Stat not = '00'
               move 'YES' to WS-Idx-EOF
           end-if.
           perform until WS-Idx-EOF = 'YES'
               read Index-File
                   at end
                       move 'YES' to WS-Idx-EOF
                   not at end
                       perform 210-Index-Entry-Rtn
               end-read
           end-perform.
           if WS-Idx-File-Stat = '00' or WS-Idx-File-Stat = '10'
               close Index-File
           end-if.
           if WS-Index-Count = zero
               move spaces to RPT-ENTRY-LINE
               move 'NOTHING ARCHIVED' to REL-Action
               write Listing-Rec from RPT-ENTRY-LINE
           end-if.
           write Listing-Rec from Blank-Line.

       210-Index-Entry-Rtn.
           if WS-Index-Count < 3000
               add 1 to WS-Index-Count
           else
               display 'REPORT INDEX CAPACITY EXCEEDED AT 3000 - '
                   'RUN HALTED'
               stop run
           end-if.
           move RIX-Key to WI-Key(WS-Index-Count).
           move RIX-Line-Count to WI-Line-Count(WS-Index-Count).
           move WS-Index-Count to WS-Index-Idx.
           perform 600-Format-Entry-Rtn.
           write Listing-Rec from RPT-ENTRY-LINE.

      *********************************************
      * Each request on file, one reprint apiece  *
      *********************************************
       250-Requests-Rtn.
           open input Request-File.
           if WS-Req-File-Stat not = '00'
               move 'YES' to WS-Req-EOF
           else
               move 'REPRINT REQUESTS - Data-Out Pay_Reprint.rpt'
                   to RSH-Text
               write Listing-Rec from RPT-SECT-HEAD
           end-if.
           perform until WS-Req-EOF = 'YES'
               read Request-File
                   at end
                       move 'YES' to WS-Req-EOF
                   not at end
                       if RRQ-Report not = spaces
                           add 1 to WS-Tot-Requests
                           perform 300-Reprint-Rtn
                               through 300-Exit
                       end-if
               end-read
           end-perform.
           if WS-Req-File-Stat = '00' or WS-Req-File-Stat = '10'
               close Request-File
               write Listing-Rec from Blank-Line
           end-if.

       300-Reprint-Rtn.
           if RRQ-Run-Date numeric
               move RRQ-Run-Date to WS-Req-Date
           else
               move zero to WS-Req-Date
           end-if.
           perform 310-Find-Entry-Rtn.
           if WS-Index-Match = zero
               add 1 to WS-Tot-Not-Found
               move spaces to RPT-ENTRY-LINE
               move RRQ-Report to REL-Report
               move WS-Req-Date to WS-Show-Date
               move WS-Show-MM to WS-Edit-MM
               move WS-Show-DD to WS-Edit-DD
               move WS-Show-YYYY to WS-Edit-YYYY
               move WS-Edit-Date to REL-Date
               move RRQ-Period to REL-Period
               move 'NOT IN THE ARCHIVE' to REL-Action
               write Listing-Rec from RPT-ENTRY-LINE
               go to 300-Exit
           end-if.

           move zero to WS-Line-Count.
           move 'NO ' to WS-Arc-EOF.
           open input Archive-File.
           if WS-Arc-File-Stat not = '00'
               move 'YES' to WS-Arc-EOF
           end-if.
           perform until WS-Arc-EOF = 'YES'
               read Archive-File
                   at end
                       move 'YES' to WS-Arc-EOF
                   not at end
                       if RAR-Key = WI-Key(WS-Index-Match)
                           add 1 to WS-Line-Count
                           write Reprint-Rec from RAR-Text
                       end-if
               end-read
           end-perform.
           if WS-Arc-File-Stat = '00' or WS-Arc-File-Stat = '10'
               close Archive-File
           end-if.

           add 1 to WS-Tot-Reprinted.
           move WS-Index-Match to WS-Index-Idx.
           perform 600-Format-Entry-Rtn.
           if WS-Line-Count = WI-Line-Count(WS-Index-Match)
               move 'REPRINTED' to REL-Action
           else
               move spaces to REL-Action
               string 'ARCHIVE HOLDS ONLY ' WS-Line-Count ' LINES'
                   delimited by size into REL-Action
           end-if.
           write Listing-Rec from RPT-ENTRY-LINE.

       300-Exit.
           exit.

      *    The matching capture - the latest one when no date is
      *    asked for, and the later of two on the same date when
      *    no period is.
       310-Find-Entry-Rtn.
           move zero to WS-Index-Match.
           perform varying WS-Index-Idx from 1 by 1
               until WS-Index-Idx > WS-Index-Count
               if WI-Report(WS-Index-Idx) = RRQ-Report
                   and (WS-Req-Date = zero
                     or WI-Run-Date(WS-Index-Idx) = WS-Req-Date)
                   and (RRQ-Period = spaces
                     or WI-Period(WS-Index-Idx) = RRQ-Period)
                   if WS-Index-Match = zero
                       move WS-Index-Idx to WS-Index-Match
                   else
                       if WI-Run-Date(WS-Index-Idx)
                           not < WI-Run-Date(WS-Index-Match)
                           move WS-Index-Idx to WS-Index-Match
                       end-if
                   end-if
               end-if
           end-perform.

       500-Totals-Rtn.
           move 'Captures in the archive' to RTT-Label.
           move WS-Index-Count to RTT-Count.
           write Listing-Rec from RPT-TOTAL-LINE.
           move 'Reprint requests' to RTT-Label.
           move WS-Tot-Requests to RTT-Count.
           write Listing-Rec from RPT-TOTAL-LINE.
           move 'Reports reprinted' to RTT-Label.
           move WS-Tot-Reprinted to RTT-Count.
           write Listing-Rec from RPT-TOTAL-LINE.
           move 'Requests not in the archive' to RTT-Label.
           move WS-Tot-Not-Found to RTT-Count.
           write Listing-Rec from RPT-TOTAL-LINE.

       600-Format-Entry-Rtn.
           move spaces to RPT-ENTRY-LINE.
           move WI-Report(WS-Index-Idx) to REL-Report.
           move WI-Run-Date(WS-Index-Idx) to WS-Show-Date.
           move WS-Show-MM to WS-Edit-MM.
           move WS-Show-DD to WS-Edit-DD.
           move WS-Show-YYYY to WS-Edit-YYYY.
           move WS-Edit-Date to REL-Date.
           move WI-Period(WS-Index-Idx) to REL-Period.
           move WI-Line-Count(WS-Index-Idx) to REL-Lines.

       900-Close-Module.
           close Index-Listing
                 Reprint-File.
           display 'REPORT REPRINT COMPLETE - REQUESTS: '
               WS-Tot-Requests ' REPRINTED: ' WS-Tot-Reprinted
               ' NOT FOUND: ' WS-Tot-Not-Found.

       end program RptPrint.
