      * here reprices everyone on the plan,        *
      * instead of hand-editing the flat keyed     *
      * dues on every employee record.             *
      * BPL-PRETAX is the cafeteria-plan flag      *
      * Program12 withholds by: Y ahead of income  *
      * tax and FICA, I ahead of income tax only,  *
      * anything else after tax.                   *
      * A group-term life plan carries its         *
      * coverage as a multiple of annual salary    *
      * (BPL-LIFE-MULT) or a flat amount           *
      * (BPL-LIFE-AMT); rows cut before life       *
      * coverage was carried read as spaces.       *
      *********************************************
       FD Ben-Plan-File.
       01 BEN-PLAN-REC.
         05 BPL-PLAN            pic x(03).
         05 BPL-TIER            pic x(01).
         05 BPL-PREMIUM         pic 9(04)v99.
         05 BPL-PRETAX          pic x(01).
         05 BPL-LIFE-MULT       pic 9(02)v9.
         05 BPL-LIFE-AMT        pic 9(07).

      *********************************************
      * Plan election per employee - employees     *
      * with a row here derive their insurance     *
      * dues from the elected plan's current       *
      * rate; everyone else keeps the keyed        *
      * amount as always.  BEL-LIFE-PLAN names the *
      * group-term life plan, if any - a row with  *
      * a life plan alone has no health plan.      *
      *********************************************
       FD Ben-Elect-File.
       01 BEN-ELECT-REC.
         05 BEL-EMP-NUM         pic 9(05).
         05 BEL-PLAN            pic x(03).
         05 BEL-TIER            pic x(01).
         05 BEL-LIFE-PLAN       pic x(03).

       FD Run-Stats-File.
       01 RUN-STATS-REC.
         05 Filler             pic x(07) value 'XXX-XX-'.
         05 WS-Mask-Last4      pic x(04).

       01 WS-CodeChk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       01 WS-SSNChk-Parm.
         05 WS-SSNChk-SSN      pic x(09).
         05 WS-SSNChk-Status   pic x(02).
         05 Filler             pic x(53) value
              '************************* INVALID DATA **************'.
       01 Print-Terr-Sub.
         05 Filler             pic x(01) value space.
         05 Filler             pic x(05) value 'Terr '.
         05 PTS-Terr           pic 99.
         05 Filler             pic x(01) value space.
         05 PTS-Terr-Desc      pic x(14).
         05 Filler             pic x(01) value space.
         05 Filler             pic x(04) value 'Off '.
         05 PTS-Off-No         pic 99.
         05 Filler             pic x(01) value space.
         05 PTS-Off-Desc       pic x(14).
         05 Filler             pic x(01) value space.
         05 Filler             pic x(09) value 'Subtotal:'.
         05 Filler             pic x(01) value space.
         05 PTS-Subtotal       pic $$$,$$$,$$9.99.
         05 Filler             pic x(10) value spaces.
                   at end
                       move 'YES' to WS-Elect-EOF
                   not at end
      *                A row naming only a life plan is no
      *                health election.
                       if BEL-PLAN not = spaces
                           if WS-Elect-Count < 1000
                               add 1 to WS-Elect-Count
                               move BEL-EMP-NUM
                                   to WS-Elect-Emp(WS-Elect-Count)
                               move BEL-PLAN
                                   to WS-Elect-Plan(WS-Elect-Count)
                               move BEL-TIER
                                   to WS-Elect-Tier(WS-Elect-Count)
                           else
                               display 'BENEFIT ELECTION TABLE '
                                   'CAPACITY EXCEEDED AT 1000 - RUN '
                                   'HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
               move Off-No to RPT-Off-No
           end-if.

      *    Territory, office and job code must also be live on
      *    the shared code table, once they are numeric at all.
           if Terr numeric and Off-No numeric
               perform 280-Check-Location-Rtn
           end-if.

           if Ann-Sale not numeric
               move 'Y' to Error-Flag
               if WS-Reject-Code = spaces
               end-if
           else
               move Job-Code to RPT-Job-Code
               move 'JCOD' to CCK-Type
               move Job-Code to CCK-Code
               call 'CODECHK' using WS-CodeChk-Parm
               if CCK-Status = '10' or CCK-Status = '20'
                   move 'Y' to Error-Flag
                   if WS-Reject-Code = spaces
                       move '16' to WS-Reject-Code
                       move 'JOB-CODE NOT ON CODE TABLE'
                           to WS-Reject-Text
                   end-if
               end-if
           end-if.

           if Union-Dues not numeric
                   Emp-No ') - KEYED DUES USED'
           end-if.

      *********************************************
      * Territory, then the office within it,     *
      * against the shared code table             *
      *********************************************
       280-Check-Location-Rtn.
           move 'TERR' to CCK-Type.
           move Terr to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'Y' to Error-Flag
               if WS-Reject-Code = spaces
                   move '14' to WS-Reject-Code
                   move 'TERR NOT ON CODE TABLE' to WS-Reject-Text
               end-if
           end-if.
           move 'OFFC' to CCK-Type.
           move Loc-Code to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'Y' to Error-Flag
               if WS-Reject-Code = spaces
                   move '15' to WS-Reject-Code
                   move 'OFFICE NOT ON CODE TABLE' to WS-Reject-Text
               end-if
           end-if.

       215-Territory-Break-Rtn.
           move WS-Terr-Hold to PTS-Terr.
           move WS-Off-Hold to PTS-Off-No.
      *    The names off the shared code table - blank when the
      *    code is not on it.
           move 'TERR' to CCK-Type.
           move WS-Terr-Hold to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           move CCK-Desc to PTS-Terr-Desc.
           move 'OFFC' to CCK-Type.
           move WS-Terr-Hold to CCK-Code(1:2).
           move WS-Off-Hold to CCK-Code(3:2).
           call 'CODECHK' using WS-CodeChk-Parm.
           move CCK-Desc to PTS-Off-Desc.
           move WS-Terr-Subtotal to PTS-Subtotal.
           write REPORT-RECORD from Print-Break1.
           write REPORT-RECORD from Print-Terr-Sub.
