      * that doesn't match the dues withheld.    *
      * Dollar totals per class, so the size of  *
      * the drift is visible, not just the       *
      * names.  COBRA continuees from Ch11Cobra  *
      * join the active table, so a former       *
      * employee still covered is expected on    *
      * the invoice at the plan cost.            *
      *******************************************
       environment division.
       configuration section.
               assign to 'C:\Data\Data-In\Ch11_BenElect.dat'
               organization is line sequential
               file status is WS-Elect-File-Stat.
           select Continuee-List
               assign to 'C:\Data\Data-Work\Ch11_CobraList.dat'
               organization is line sequential
               file status is WS-Cobra-File-Stat.

       data division.
       file section.
         05 BPL-PLAN           pic x(03).
         05 BPL-TIER           pic x(01).
         05 BPL-PREMIUM        pic 9(04)v99.
         05 BPL-PRETAX         pic x(01).
         05 BPL-LIFE-MULT      pic 9(02)v9.
         05 BPL-LIFE-AMT       pic 9(07).

       FD Ben-Elect-File.
       01 BEN-ELECT-REC.
         05 BEL-EMP-NUM        pic 9(05).
         05 BEL-PLAN           pic x(03).
         05 BEL-TIER           pic x(01).
         05 BEL-LIFE-PLAN      pic x(03).

       FD Continuee-List.
       01 CONTINUEE-REC.
         05 CBL-SSN            pic x(09).
         05 CBL-EMP-NUM        pic 9(05).
         05 CBL-NAME           pic x(20).
         05 CBL-PLAN           pic x(03).
         05 CBL-PLAN-COST      pic 9(04)v99.

       working-storage section.
       01 Assorted-Flags.
         05 WS-Elect-File-Stat pic x(02) value '00'.
         05 WS-Plan-EOF        pic x(03) value 'NO '.
         05 WS-Elect-EOF       pic x(03) value 'NO '.
         05 WS-Cobra-File-Stat pic x(02) value '00'.
         05 WS-Cobra-EOF       pic x(03) value 'NO '.

      *    Standard reports mask - the carrier invoice itself is
      *    where the full number lives, and last-4 plus the
           10 WM-Dues           pic 9(03)v99.
           10 WM-Matched        pic x(01).
           10 WM-Plan           pic x(03).
           10 WM-Cobra          pic x(01).
         05 WS-Mstr-Idx        pic 9(04) value zero.
         05 WS-Mstr-Match      pic 9(04) value zero.
         05 WS-Mstr-Found      pic x(01) value 'N'.
         05 R2-SSN             pic x(11).
         05 Filler             pic x(07) value ' dues: '.
         05 R2-Dues            pic $zz9.99.
         05 Filler             pic x(02) value spaces.
         05 R2-Cobra           pic x(05).
         05 Filler             pic x(13) value spaces.

       01 RPT-CLASS3-LINE.
         05 Filler             pic x(06) value spaces.
           perform 110-Startup-Module.
           perform 115-Load-Ben-Plans-Rtn.
           perform 120-Load-Master-Rtn.
           perform 140-Load-Continuees-Rtn.

           perform until WS-Inv-EOF = 'YES'
               read Carrier-Invoice
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
               move WS-Dues-9 to WM-Dues(WS-Mstr-Count)
               move 'N' to WM-Matched(WS-Mstr-Count)
               move spaces to WM-Plan(WS-Mstr-Count)
               move 'N' to WM-Cobra(WS-Mstr-Count)
               perform 135-Derive-Plan-Dues-Rtn
           else
               display 'MASTER TABLE CAPACITY EXCEEDED AT 1000 - '
               end-if
           end-if.

      *********************************************
      * COBRA continuees - no longer active on    *
      * the master but still covered, billed by   *
      * the carrier at plan cost.  No listing on  *
      * hand leaves the match to the master.      *
      *********************************************
       140-Load-Continuees-Rtn.
           open input Continuee-List.
           if WS-Cobra-File-Stat not = '00'
               move 'YES' to WS-Cobra-EOF
           end-if.
           perform until WS-Cobra-EOF = 'YES'
               read Continuee-List
                   at end
                       move 'YES' to WS-Cobra-EOF
                   not at end
                       if WS-Mstr-Count < 1000
                           add 1 to WS-Mstr-Count
                           move CBL-SSN to WM-SSN(WS-Mstr-Count)
                           move CBL-EMP-NUM
                               to WM-Emp-No(WS-Mstr-Count)
                           move CBL-NAME to WM-Name(WS-Mstr-Count)
                           move CBL-PLAN-COST
                               to WM-Dues(WS-Mstr-Count)
                           move 'N' to WM-Matched(WS-Mstr-Count)
                           move CBL-PLAN to WM-Plan(WS-Mstr-Count)
                           move 'Y' to WM-Cobra(WS-Mstr-Count)
                       else
                           display 'MASTER TABLE CAPACITY EXCEEDED '
                               'AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Cobra-File-Stat = '00'
               close Continuee-List
           end-if.

      *********************************************
      * One invoice row - no SSN match is class   *
      * one, a match with the wrong premium is    *
                   move WM-SSN(WS-Mstr-Idx)(6:4) to WS-Mask-Last4
                   move WS-Masked-SSN to R2-SSN
                   move WM-Dues(WS-Mstr-Idx) to R2-Dues
                   if WM-Cobra(WS-Mstr-Idx) = 'Y'
                       move 'COBRA' to R2-Cobra
                   else
                       move spaces to R2-Cobra
                   end-if
                   write Report-Rec from RPT-CLASS2-LINE
               end-if
           end-perform.
