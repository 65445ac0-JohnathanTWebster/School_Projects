       identification division.
       program-id. CodeChkSub as 'CODECHK'.
      *******************************************
      * Shared reference code lookup, CALLed the *
      * way SSNCHK and SUPCHN are.  Given a code *
      * type and a code it says whether the code *
      * is valid and hands back its description, *
      * so every edit program accepts the same   *
      * Territory, office, department, job class,*
      * job code and state, and every report     *
      * prints the same words beside them.  The  *
      * code table is loaded on the first call   *
      * and kept for the run.                    *
      * Status back:                             *
      *   '00' code on file and active           *
      *   '10' code not on file                  *
      *   '20' code on file but retired - the    *
      *        description still comes back      *
      *   '30' no codes of this type on file -   *
      *        the type is not controlled yet    *
      *   '90' code table not available          *
      * Only '10' and '20' are errors to an edit *
      * program - a table not yet set up must    *
      * not stop the payroll.                    *
      *******************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
           select Code-File
               assign to 'C:\Data\Data-In\Pay_Codes.dat'
               organization is line sequential
               file status is WS-Code-File-Stat.

       data division.
       file section.
       FD Code-File.
       01 Code-Rec.
           COPY CODETAB.

       working-storage section.
       01 WS-Code-Areas.
         05 WS-Loaded          pic x(01) value 'N'.
         05 WS-Code-Avail      pic x(03) value 'YES'.
         05 WS-Code-File-Stat  pic x(02) value '00'.
         05 WS-Code-EOF        pic x(03) value 'NO '.
         05 WS-Type-Seen       pic x(01) value 'N'.

       01 WS-Code-Table-Area.
         05 WS-Code-Count      pic 9(04) value zero.
         05 WS-Code-Table      occurs 1000 times.
           10 WC-Type           pic x(04).
           10 WC-Code           pic x(04).
           10 WC-Desc           pic x(20).
           10 WC-Active         pic x(01).
         05 WS-Code-Idx        pic 9(04) value zero.
         05 WS-Code-Match      pic 9(04) value zero.

       linkage section.
       01 CODECHK-PARM.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       procedure division using CODECHK-PARM.

       100-Main-Module.
           if WS-Loaded = 'N'
               perform 110-Load-Rtn
               move 'Y' to WS-Loaded
           end-if.

           move spaces to CCK-Desc.
           if WS-Code-Avail not = 'YES'
               move '90' to CCK-Status
               goback
           end-if.

           move 'N' to WS-Type-Seen.
           move zero to WS-Code-Match.
           perform varying WS-Code-Idx from 1 by 1
               until WS-Code-Idx > WS-Code-Count
               if WC-Type(WS-Code-Idx) = CCK-Type
                   move 'Y' to WS-Type-Seen
                   if WC-Code(WS-Code-Idx) = CCK-Code
                       move WS-Code-Idx to WS-Code-Match
                       move WS-Code-Count to WS-Code-Idx
                   end-if
               end-if
           end-perform.

           evaluate true
               when WS-Code-Match > zero
                   move WC-Desc(WS-Code-Match) to CCK-Desc
                   if WC-Active(WS-Code-Match) = 'N'
                       move '20' to CCK-Status
                   else
                       move '00' to CCK-Status
                   end-if
               when WS-Type-Seen = 'Y'
                   move '10' to CCK-Status
               when other
                   move '30' to CCK-Status
           end-evaluate.
           goback.

       110-Load-Rtn.
           open input Code-File.
           if WS-Code-File-Stat not = '00'
               move 'NO ' to WS-Code-Avail
               move 'YES' to WS-Code-EOF
           end-if.
           perform until WS-Code-EOF = 'YES'
               read Code-File
                   at end
                       move 'YES' to WS-Code-EOF
                   not at end
                       if WS-Code-Count < 1000
                           add 1 to WS-Code-Count
                           move CDT-Type to WC-Type(WS-Code-Count)
                           move CDT-Code to WC-Code(WS-Code-Count)
                           move CDT-Desc to WC-Desc(WS-Code-Count)
                           move CDT-Active
                               to WC-Active(WS-Code-Count)
                       else
                           display 'CODE TABLE CAPACITY EXCEEDED '
                               'AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Code-Avail = 'YES'
               close Code-File
           end-if.

       end program CodeChkSub.
