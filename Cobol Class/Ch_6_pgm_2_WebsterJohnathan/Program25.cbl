       identification division.
       program-id. Ch6CodeLs.
      *******************************************
      * Reference code table maintenance        *
      * listing.  Every row of Pay_Codes.dat,   *
      * one section per code type in code       *
      * order, active and retired counted       *
      * apart - the copy the person keeping the *
      * table checks a change against before    *
      * the edit programs start rejecting on    *
      * it.  Rows that would confuse the lookup *
      * are flagged where they print: the same  *
      * code twice, no description, an active   *
      * flag other than Y or N, an office whose *
      * territory is not on the table, and a    *
      * type CODECHK is never asked about.      *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Code-File
               assign to 'C:\Data\Data-In\Pay_Codes.dat'
               organization is line sequential
               file status is WS-Code-File-Stat.
           select Run-Date-File
               assign to 'C:\Data\Data-In\Pay_RunDate.dat'
               organization is line sequential
               file status is WS-RunDate-File-Stat.
           select Code-Report
               assign to 'C:\Data\Data-Out\Ch6_CodeLst.rpt'
               organization is line sequential.

       data division.
       file section.
       FD Code-File.
       01 Code-Rec.
           COPY CODETAB.

       FD Run-Date-File.
       01 RUN-DATE-REC.
         05 OVR-MM             pic 9(02).
         05 OVR-DD             pic 9(02).
         05 OVR-YYYY           pic 9(04).

       FD Code-Report.
       01 Report-Rec           pic x(80).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Code-File-Stat  pic x(02) value '00'.
         05 WS-Code-EOF        pic x(03) value 'NO '.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-Type-No         pic 9(01) value zero.
         05 WS-Type-Active     pic 9(04) value zero.
         05 WS-Type-Retired    pic 9(04) value zero.
         05 WS-Type-Printed    pic 9(04) value zero.
         05 WS-Flag-Count      pic 9(04) value zero.
         05 WS-Terr-Found      pic x(01) value 'N'.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Run-YYYY        pic 9(04) value zero.

      *    The order the sections print in - a type not named
      *    here sorts last, as type 8, and is flagged.
       01 WS-Type-Names.
         05 Filler pic x(34) value
              'TERRTerritories                   '.
         05 Filler pic x(34) value
              'OFFCOffices (territory + office)  '.
         05 Filler pic x(34) value
              'DEPTDepartments                   '.
         05 Filler pic x(34) value
              'JCLSJob classes                   '.
         05 Filler pic x(34) value
              'JCODJob codes                     '.
         05 Filler pic x(34) value
              'ST  State codes                   '.
         05 Filler pic x(34) value
              'ILOCInventory locations           '.
         05 Filler pic x(34) value
              '????Types no program looks up     '.
       01 WS-Type-Name-Table redefines WS-Type-Names.
         05 WS-Type-Entry      occurs 8 times.
           10 WS-Type-Code      pic x(04).
           10 WS-Type-Title     pic x(30).

       01 WS-Code-Table-Area.
         05 WS-Code-Count      pic 9(04) value zero.
         05 WS-Code-Table      occurs 1000 times.
           10 WC-Sort-Key.
             15 WC-Type-No      pic 9(01).
             15 WC-Code         pic x(04).
           10 WC-Type           pic x(04).
           10 WC-Desc           pic x(20).
           10 WC-Active         pic x(01).
         05 WS-Code-Idx        pic 9(04) value zero.
         05 WS-Code-Match      pic 9(04) value zero.
         05 WS-Swap-Entry      pic x(30).

       01 Blank-Line           pic x(80) value spaces.

       01 RPT-TITLE.
         05 Filler             pic x(20) value spaces.
         05 Filler             pic x(30) value
              'Reference Code Table Listing  '.
         05 RPT-Date.
           10 RPT-MO           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-DY           pic 9(02).
           10 Filler           pic x value '/'.
           10 RPT-YR           pic 9(04).
         05 Filler             pic x(20) value spaces.

       01 RPT-SECT-HEAD.
         05 Filler             pic x(01) value spaces.
         05 RSH-Type           pic x(04).
         05 Filler             pic x(02) value spaces.
         05 RSH-Title          pic x(30).
         05 Filler             pic x(43) value spaces.

       01 RPT-COL-HEAD.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(30) value
              'Code  Description           Ac'.
         05 Filler             pic x(30) value
              'tive  Note                    '.
         05 Filler             pic x(17) value spaces.

       01 RPT-DETAIL.
         05 Filler             pic x(03) value spaces.
         05 RD-Type            pic x(04).
         05 Filler             pic x(02) value spaces.
         05 RD-Code            pic x(04).
         05 Filler             pic x(02) value spaces.
         05 RD-Desc            pic x(20).
         05 Filler             pic x(02) value spaces.
         05 RD-Active          pic x(01).
         05 Filler             pic x(02) value spaces.
         05 RD-Note            pic x(30).
         05 Filler             pic x(10) value spaces.

       01 RPT-NONE.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(40) value
              '(none - any value passes the edits)     '.
         05 Filler             pic x(37) value spaces.

       01 RPT-TYPE-TOTAL.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(08) value 'Active: '.
         05 RTT-Active         pic zzz9.
         05 Filler             pic x(11) value '  Retired: '.
         05 RTT-Retired        pic zzz9.
         05 Filler             pic x(50) value spaces.

       01 RPT-GRAND-TOTAL.
         05 Filler             pic x(03) value spaces.
         05 Filler             pic x(16) value 'Codes on file:  '.
         05 RGT-Codes          pic zzz9.
         05 Filler             pic x(18) value '  Rows flagged:   '.
         05 RGT-Flagged        pic zzz9.
         05 Filler             pic x(35) value spaces.

       procedure division.

      ********************************************
      * Main Program                             *
      ********************************************

       100-Main-Module.
           perform 110-Startup-Module.
           perform 120-Load-Codes-Rtn.
           perform 200-Sort-Rtn.
           perform varying WS-Type-No from 1 by 1
               until WS-Type-No > 8
               perform 300-Print-Type-Rtn
           end-perform.
           perform 900-Close-Module.
           goback.

       110-Startup-Module.
           accept WS-Date from date.
           move WS-MM to RPT-MO.
           move WS-DD to RPT-DY.
           add WS-YY 2000 giving WS-Run-YYYY.
           move WS-Run-YYYY to RPT-YR.
           open input Run-Date-File.
           if WS-RunDate-File-Stat = '00'
               read Run-Date-File
                   not at end
                       move OVR-MM to RPT-MO
                       move OVR-DD to RPT-DY
                       move OVR-YYYY to RPT-YR
               end-read
               close Run-Date-File
           end-if.
           open output Code-Report.
           write Report-Rec from RPT-TITLE.
           write Report-Rec from Blank-Line.

       120-Load-Codes-Rtn.
           open input Code-File.
           if WS-Code-File-Stat not = '00'
               display 'CODE TABLE PAY_CODES.DAT NOT AVAILABLE, '
                   'STATUS: ' WS-Code-File-Stat ' - LISTING IS EMPTY'
               move 'YES' to WS-Code-EOF
           end-if.
           perform until WS-Code-EOF = 'YES'
               read Code-File
                   at end
                       move 'YES' to WS-Code-EOF
                   not at end
                       perform 125-Keep-Code-Rtn
               end-read
           end-perform.
           if WS-Code-File-Stat = '00' or WS-Code-File-Stat = '10'
               close Code-File
           end-if.

       125-Keep-Code-Rtn.
           if WS-Code-Count not < 1000
               display 'CODE TABLE CAPACITY EXCEEDED AT 1000 - '
                   'RUN HALTED'
               stop run
           end-if.
           add 1 to WS-Code-Count.
           move 8 to WC-Type-No(WS-Code-Count).
           perform varying WS-Type-No from 1 by 1
               until WS-Type-No > 7
               if WS-Type-Code(WS-Type-No) = CDT-Type
                   move WS-Type-No to WC-Type-No(WS-Code-Count)
               end-if
           end-perform.
           move CDT-Code to WC-Code(WS-Code-Count).
           move CDT-Type to WC-Type(WS-Code-Count).
           move CDT-Desc to WC-Desc(WS-Code-Count).
           move CDT-Active to WC-Active(WS-Code-Count).

      *********************************************
      * Type in print order, then code            *
      *********************************************
       200-Sort-Rtn.
           perform varying WS-Code-Idx from 1 by 1
               until WS-Code-Idx > WS-Code-Count
               perform varying WS-Code-Match from 1 by 1
                   until WS-Code-Match not less than WS-Code-Idx
                   if WC-Sort-Key(WS-Code-Idx)
                       < WC-Sort-Key(WS-Code-Match)
                       move WS-Code-Table(WS-Code-Idx)
                           to WS-Swap-Entry
                       move WS-Code-Table(WS-Code-Match)
                           to WS-Code-Table(WS-Code-Idx)
                       move WS-Swap-Entry
                           to WS-Code-Table(WS-Code-Match)
                   end-if
               end-perform
           end-perform.

      *********************************************
      * One section per code type                 *
      *********************************************
       300-Print-Type-Rtn.
           move zero to WS-Type-Active WS-Type-Retired
               WS-Type-Printed.
           move WS-Type-Code(WS-Type-No) to RSH-Type.
           move WS-Type-Title(WS-Type-No) to RSH-Title.
           perform varying WS-Code-Idx from 1 by 1
               until WS-Code-Idx > WS-Code-Count
               if WC-Type-No(WS-Code-Idx) = WS-Type-No
                   if WS-Type-Printed = zero
                       write Report-Rec from RPT-SECT-HEAD
                       write Report-Rec from RPT-COL-HEAD
                   end-if
                   add 1 to WS-Type-Printed
                   perform 310-Print-Code-Rtn
               end-if
           end-perform.

      *    The seven known types always get a section, so an empty
      *    one says out loud that the type is not controlled.
           if WS-Type-Printed = zero
               if WS-Type-No < 8
                   write Report-Rec from RPT-SECT-HEAD
                   write Report-Rec from RPT-NONE
                   write Report-Rec from Blank-Line
               end-if
           else
               move WS-Type-Active to RTT-Active
               move WS-Type-Retired to RTT-Retired
               write Report-Rec from RPT-TYPE-TOTAL
               write Report-Rec from Blank-Line
           end-if.

       310-Print-Code-Rtn.
           move WC-Type(WS-Code-Idx) to RD-Type.
           move WC-Code(WS-Code-Idx) to RD-Code.
           move WC-Desc(WS-Code-Idx) to RD-Desc.
           move WC-Active(WS-Code-Idx) to RD-Active.
           move spaces to RD-Note.
           if WC-Active(WS-Code-Idx) = 'N'
               add 1 to WS-Type-Retired
           else
               add 1 to WS-Type-Active
           end-if.

      *    The first problem found is the one shown - fixing it
      *    and rerunning brings up the next.
           evaluate true
               when WS-Type-No = 8
                   move 'UNKNOWN CODE TYPE' to RD-Note
               when WS-Code-Idx > 1
                   and WC-Sort-Key(WS-Code-Idx)
                       = WC-Sort-Key(WS-Code-Idx - 1)
                   move 'DUPLICATE - FIRST ROW IS USED' to RD-Note
               when WC-Code(WS-Code-Idx) = spaces
                   move 'NO CODE' to RD-Note
               when WC-Desc(WS-Code-Idx) = spaces
                   move 'NO DESCRIPTION' to RD-Note
               when WC-Active(WS-Code-Idx) not = 'Y'
                   and WC-Active(WS-Code-Idx) not = 'N'
                   move 'ACTIVE FLAG NOT Y/N - TAKEN AS Y'
                       to RD-Note
               when WS-Type-No = 2
                   perform 320-Check-Terr-Rtn
                   if WS-Terr-Found = 'N'
                       move 'TERRITORY NOT ON TABLE' to RD-Note
                   end-if
               when other
                   continue
           end-evaluate.
           if RD-Note not = spaces
               add 1 to WS-Flag-Count
           end-if.
           write Report-Rec from RPT-DETAIL.

       320-Check-Terr-Rtn.
           move 'N' to WS-Terr-Found.
           perform varying WS-Code-Match from 1 by 1
               until WS-Code-Match > WS-Code-Count
               if WC-Type-No(WS-Code-Match) = 1
                   and WC-Code(WS-Code-Match)(1:2)
                       = WC-Code(WS-Code-Idx)(1:2)
                   move 'Y' to WS-Terr-Found
                   move WS-Code-Count to WS-Code-Match
               end-if
           end-perform.

       900-Close-Module.
           move WS-Code-Count to RGT-Codes.
           move WS-Flag-Count to RGT-Flagged.
           write Report-Rec from RPT-GRAND-TOTAL.
           close Code-Report.
           display 'CODE TABLE LISTING COMPLETE - CODES: '
               WS-Code-Count ' FLAGGED: ' WS-Flag-Count.

       end program Ch6CodeLs.
