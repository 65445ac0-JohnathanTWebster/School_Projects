               assign to 'C:\Data\Data-Work\Ch12_RunStat.dat'
               organization is line sequential
               file status is WS-P12-File-Stat.
           select Integ-Status-File
               assign to 'C:\Data\Data-Work\Ch12_IntegSt.dat'
               organization is line sequential
               file status is WS-Integ-File-Stat.
           select Bal-Status-File
               assign to 'C:\Data\Data-Work\Pay_BalStat.dat'
               organization is line sequential
       01 Pgm12-Status-Rec.
         05 Pgm12-Flag          pic x(08).

       FD Integ-Status-File.
       01 Integ-Status-Rec.
         05 Integ-Status        pic x(02).

       FD Bal-Status-File.
       01 Bal-Status-Rec.
         05 Bal-Status          pic x(02).
         05 WS-Ctl-File-Stat    pic x(02) value '00'.
         05 WS-TaxEd-File-Stat  pic x(02) value '00'.
         05 WS-P12-File-Stat    pic x(02) value '00'.
         05 WS-Integ-File-Stat  pic x(02) value '00'.
         05 WS-Bal-File-Stat    pic x(02) value '00'.
         05 WS-Lock-File-Stat   pic x(02) value '00'.
         05 WS-Halt             pic x(01) value 'N'.
               '(PAYDIGEST)'.
           call 'PayDigest'.

      *    A completed cycle's reports go into the report
      *    repository before the next run overwrites them.  A
      *    halted cycle's are left for the rerun to capture.
           if WS-Halt = 'N'
               display 'PAYROLL CYCLE - REPORT ARCHIVE (RPTARCHV)'
               call 'RptArchv'
           end-if.

           goback.

      *********************************************
      * Step 1 - validate/list.  The error count  *
      * Chapter11 leaves in its status file is    *
      * the go/no-go for the rest of the cycle.   *
      * The satellite file sweep runs first - a   *
      * file out of employee order would starve   *
      * Program12's matching, so a severe sweep   *
      * status stops the cycle before it starts.  *
      *********************************************
       210-Step1-Rtn.
           if WS-Step-Done(1) = 'Y'
               display 'PAYROLL CYCLE - STEP 1A: RELEASE PENDING '
                   'MAINTENANCE (CH6REL)'
               call 'Ch6Rel'
               display 'PAYROLL CYCLE - STEP 1B: SATELLITE FILE '
                   'INTEGRITY (CH12INTEG)'
               call 'Ch12Integ'
               perform 217-Check-Integ-Rtn
           end-if.
           if WS-Step-Done(1) not = 'Y' and WS-Halt = 'N'
               display 'PAYROLL CYCLE - STEP 1: VALIDATE/LIST '
                   '(CHAPTER11)'
               call 'Chapter11'
           end-read.
           close Status-File.

      *    Warnings ('04') are the clerks' to clear and let the
      *    cycle run; only a severe sweep or no status at all
      *    stops it.
       217-Check-Integ-Rtn.
           open input Integ-Status-File.
           if WS-Integ-File-Stat = '00'
               read Integ-Status-File
                   at end
                       move 'Y' to WS-Halt
                   not at end
                       if Integ-Status not = '00'
                           and Integ-Status not = '04'
                           display 'SATELLITE FILE INTEGRITY SWEEP '
                               'FAILED - SEE Ch12_Integ.rpt, CYCLE '
                               'HALTED'
                           move 'Y' to WS-Halt
                       end-if
               end-read
               close Integ-Status-File
           else
               display 'INTEGRITY SWEEP STATUS MISSING - CYCLE '
                   'HALTED'
               move 'Y' to WS-Halt
           end-if.

      *********************************************
      * Step 2 - tax table edit, then tax/net     *
      * pay.  The edit utility's status gates     *
      * Program12, and Program12's own run        *
      * status proves its outputs were promoted.  *
      * The retirement contributions it took then *
      * go to the plan recordkeeper (CH12RETRM).  *
      *********************************************
       220-Step2-Rtn.
           if WS-Step-Done(2) = 'Y'
                   call 'Program12'
                   perform 224-Check-Pgm12-Rtn
               end-if
               if WS-Halt = 'N'
                   display 'PAYROLL CYCLE - STEP 2B: RETIREMENT '
                       'REMITTANCE (CH12RETRM)'
                   call 'Ch12RetRm'
               end-if
               if WS-Halt = 'N'
                   move 'Y' to WS-Step-Done(2)
                   perform 150-Write-RunCtl-Rtn
