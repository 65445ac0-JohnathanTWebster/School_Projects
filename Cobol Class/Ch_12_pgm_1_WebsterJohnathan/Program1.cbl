           select promote-gl
               assign to 'C:\Data\Data-Out\Ch12_GLIntf.dat'
               organization is line sequential.
      *    An off-cycle run lands its payments, report and GL
      *    interface on names of its own, so a regular payday's
      *    files not yet sent or posted are never replaced.
           select promote-offout
               assign to 'C:\Data\Data-Out\Ch12_Offsal.rpt'
               organization is line sequential.
           select promote-offach
               assign to 'C:\Data\Data-Out\Ch12_OffACH.dat'
               organization is line sequential.
           select promote-offach2
               assign to 'C:\Data\Data-Out\Ch12_OffACH2.dat'
               organization is line sequential.
           select promote-offchk
               assign to 'C:\Data\Data-Out\Ch12_OffChecks.dat'
               organization is line sequential.
           select promote-offgl
               assign to 'C:\Data\Data-Out\Ch12_OffGLIntf.dat'
               organization is line sequential.
           select promote-offrmt
               assign to 'C:\Data\Data-Out\Ch12_OffGarnRemit.dat'
               organization is line sequential.
           select chapter12runstat
               assign to 'C:\Data\Data-Work\Ch12_RunStat.dat'
               organization is line sequential.
           select promote-ret
               assign to 'C:\Data\Data-In\Ch12_Retire.dat'
               organization is line sequential.
           select chapter12retrmt
               assign to 'C:\Data\Data-Work\Ch12_RetRemit.wrk'
               organization is line sequential.
           select promote-retrmt
               assign to 'C:\Data\Data-Out\Ch12_RetRemit.dat'
               organization is line sequential.
           select chapter12whe
               assign to 'C:\Data\Data-In\Ch12_WhElect.dat'
               organization is line sequential
               assign to 'C:\Data\Data-In\Ch12_Mode.dat'
               organization is line sequential
               file status is WS-Mode-File-Stat.
           select chapter12offc
               assign to 'C:\Data\Data-In\Ch12_OffCycle.dat'
               organization is line sequential
               file status is WS-Offc-File-Stat.
           select chapter12offseq
               assign to 'C:\Data\Data-Work\Ch12_OffSeq.dat'
               organization is line sequential
               file status is WS-OffSeq-File-Stat.
           select chapter12histin
               assign to 'C:\Data\Data-Out\Ch12_PayHist.dat'
               organization is line sequential
           select promote-hist
               assign to 'C:\Data\Data-Out\Ch12_PayHist.dat'
               organization is line sequential.
           select chapter12leave
               assign to 'C:\Data\Data-In\Ch12_Leave.dat'
               organization is line sequential
               file status is WS-Leave-File-Stat.
           select chapter12leaveout
               assign to 'C:\Data\Data-Work\Ch12_Leave.wrk'
               organization is line sequential.
           select promote-leave
               assign to 'C:\Data\Data-In\Ch12_Leave.dat'
               organization is line sequential.
           select chapter12lvpol
               assign to 'C:\Data\Data-In\Ch12_LvPolicy.dat'
               organization is line sequential
               file status is WS-LvPol-File-Stat.
           select chapter12bplan
               assign to 'C:\Data\Data-In\Ch11_BenPlan.dat'
               organization is line sequential
               file status is WS-BPlan-File-Stat.
           select chapter12belect
               assign to 'C:\Data\Data-In\Ch11_BenElect.dat'
               organization is line sequential
               file status is WS-BElect-File-Stat.
           select chapter12exp
               assign to 'C:\Data\Data-In\Ch12_Expense.dat'
               organization is line sequential
               file status is WS-Exp-File-Stat.
           select chapter12expkeep
               assign to 'C:\Data\Data-Work\Ch12_Expense.wrk'
               organization is line sequential.
           select chapter12xpd
               assign to 'C:\Data\Data-Work\Ch12_ExpPaid.dat'
               organization is line sequential
               file status is WS-XPD-File-Stat.
           select chapter12xpdnew
               assign to 'C:\Data\Data-Work\Ch12_ExpPaid.wrk'
               organization is line sequential.
           select chapter12xgl
               assign to 'C:\Data\Data-Work\Ch12_ExpGL.wrk'
               organization is line sequential.
           select promote-xgl
               assign to 'C:\Data\Data-Out\Ch12_ExpGL.dat'
               organization is line sequential.
           select chapter12expreg
               assign to 'C:\Data\Data-Out\Ch12_ExpReg.rpt'
               organization is line sequential.
           select chapter12salchg
               assign to 'C:\Data\Data-Work\Ch6_SalChg.dat'
               organization is line sequential
               file status is WS-SalChg-File-Stat.
           select chapter12sec
               assign to 'C:\Data\Data-In\Pay_SecAsgn.dat'
               organization is line sequential
               file status is WS-Sec-File-Stat.
           select chapter12sgl
               assign to 'C:\Data\Data-Work\Ch12_SecGL.wrk'
               organization is line sequential.
           select promote-sgl
               assign to 'C:\Data\Data-Out\Ch12_SecGL.dat'
               organization is line sequential.
           select Payroll-Master-Idx
               assign to 'C:\Data\Data-Out\Ch6_Payidx.dat'
               organization is indexed
               access mode is random
               record key is Idx-Employee-Number
               file status is WS-Idx-Status.

       data division.

      *    filler - spaces on older extracts reads as company
      *    '01', the original EIN.
         05 EMP-COMPANY        pic x(02).
      *    Birth date, YYYYMMDD, carved from the trailing filler
      *    like the company code - older extracts read as spaces
      *    and have no age for the group-term life imputed cost.
         05 EMP-BIRTH-DATE     pic x(08).
         05 EMP-BIRTH-PARTS redefines EMP-BIRTH-DATE.
           10 EMP-BIRTH-YYYY   pic 9(04).
           10 EMP-BIRTH-MMDD   pic 9(04).
         05 filler             pic x(10).

       FD chapter12tax.
       01 ch12taxin.
         05 YTD-FICA-IN        pic 9(06)v99.
         05 YTD-NET-IN         pic 9(07)v99.
         05 YTD-COMPANY-IN     pic x(02).
         05 YTD-SEC125-IN      pic 9(06)v99.
         05 YTD-IMPUTED-IN     pic 9(06)v99.

       FD chapter12ytdout.
       01 YTD-REC-OUT.
      *    before the acquisition read as spaces and belong to
      *    company '01'.
         05 YTD-COMPANY-OUT    pic x(02).
      *    Section 125 premiums taken pre-tax this year - a
      *    balance from before the cafeteria plan reads as
      *    spaces and counts as zero.
         05 YTD-SEC125-OUT     pic 9(06)v99.
      *    Group-term life coverage over $50,000 imputed this
      *    year - taxed and FICA'd but never paid in cash; a
      *    balance from before it was carried counts as zero.
         05 YTD-IMPUTED-OUT    pic 9(06)v99.

       FD chapter12ctl.
       01 CTL-REC.
      * like the leave path.  With no calendar     *
      * on hand the run behaves as it always       *
      * did: one monthly period, everyone due.     *
      * The run takes the row whose pay date       *
      * (YYYYMMDD) is the run date; a calendar     *
      * with no pay dates on it is taken from its  *
      * first row, as before the year's calendar   *
      * was generated.                             *
      *********************************************
       FD chapter12paycal.
       01 PAYCAL-REC.
         05 CAL-MO-DUE         pic x(01).
         05 CAL-SM-DUE         pic x(01).
         05 CAL-BW-DUE         pic x(01).
         05 CAL-PAY-DATE       pic 9(08).

       FD chapter12ovrd.
       01 OVRD-REC.
         05 TXS-TAXABLE        pic 9(07)v99.
         05 TXS-FICA           pic 9(06)v99.
         05 TXS-FED            pic 9(06)v99.
         05 TXS-PRETAX         pic 9(06)v99.
         05 TXS-FICA-WAGES     pic 9(07)v99.

      *********************************************
      * Voluntary deduction master - several       *
       FD promote-out.
       01 PRO-OUT-REC          pic x(80).
       FD promote-ytd.
       01 PRO-YTD-REC          pic x(49).
       FD promote-ach.
       01 PRO-ACH-REC          pic x(33).
       FD promote-aud.
       01 PRO-AUD-REC          pic x(39).
       FD promote-tax.
       01 PRO-TAX-REC          pic x(55).
       FD promote-chk.
       01 PRO-CHK-REC          pic x(89).
       FD promote-gl.
       01 PRO-GL-REC           pic x(102).
       FD promote-offout.
       01 PRO-OFFOUT-REC       pic x(80).
       FD promote-offach.
       01 PRO-OFFACH-REC       pic x(33).
       FD promote-offach2.
       01 PRO-OFFACH2-REC      pic x(33).
       FD promote-offchk.
       01 PRO-OFFCHK-REC       pic x(89).
       FD promote-offgl.
       01 PRO-OFFGL-REC        pic x(102).
       FD promote-offrmt.
       01 PRO-OFFRMT-REC       pic x(41).

       FD chapter12runstat.
       01 RUNSTAT-REC.
       FD promote-ret.
       01 PRO-RET-REC          pic x(18).

      *********************************************
      * Retirement remittance extract - one row    *
      * per employee contributing this run: the    *
      * deferral taken, the employer match, and    *
      * the year-to-date deferral after it.        *
      * Ch12RetRm turns it into the recordkeeper's *
      * contribution file.                         *
      *********************************************
       FD chapter12retrmt.
       01 RETRMT-REC.
         05 RRM-EMP-NUM        pic 9(05).
         05 RRM-PAY-DATE       pic 9(08).
         05 RRM-PERIOD-ID      pic x(08).
         05 RRM-DEFERRAL       pic 9(05)v99.
         05 RRM-MATCH          pic 9(05)v99.
         05 RRM-YTD-DEFERRAL   pic 9(07)v99.

       FD promote-retrmt.
       01 PRO-RETRMT-REC       pic x(44).

      *********************************************
      * Withholding elections - one record per     *
      * employee who filed one, in employee        *
      * period - several per employee, in          *
      * employee number order.  RG regular         *
      * adjustment, OT overtime, BN bonus, RT      *
      * retro, PR shift premium, OV faculty        *
      * overload, SU summer session (the last two  *
      * merged in by Ch5Ovld).  Each amount is     *
      * a period figure summed into gross ahead    *
      * of the deduction and tax logic - no more   *
      * faking a bonus by editing the salary for   *
         05 HRS-EMP-NUM        pic 9(05).
         05 HRS-REG            pic 9(03)v99.
         05 HRS-OT             pic 9(02)v99.
      *    Vacation and sick hours taken this period, appended to
      *    the timecard row - a salaried employee may carry a row
      *    here for leave alone.  Rows cut before leave was
      *    tracked read as spaces and count as no leave taken.
         05 HRS-VAC-TAKEN      pic 9(03)v99.
         05 HRS-SICK-TAKEN     pic 9(03)v99.

       FD chapter12notime.
       01 NOTIME-REC           pic x(80).
         05 GLI-SUTA           pic 9(05)v99.
         05 GLI-COMPANY        pic x(02).
         05 GLI-GARN           pic 9(05)v99.
         05 GLI-EXPENSE        pic 9(05)v99.
         05 GLI-SECOND         pic 9(06)v99.

      *********************************************
      * Per-period pay history - one record per    *
      * from, for the history inquiry (Ch12HsInq)  *
      * and the employment verification letters    *
      * (Ch12VLtr) instead of pulling paper.       *
      * Work state, job code, pay date and the     *
      * overtime premium (the half of time-and-a-  *
      * half) ride along for the workers' comp     *
      * audit (Ch12WComp); records written before  *
      * they were carried read as spaces there.    *
      * Hours of service (timecard plus paid leave *
      * for hourly, 40 a week for salaried) feed   *
      * the ACA full-time measurement (Ch12ACA).   *
      * The commission paid inside the gross lets  *
      * the territory P&L (Ch10TerrPL) cost it off *
      * the commission accumulators instead of     *
      * counting it twice.                         *
      *********************************************
       FD chapter12hist.
       01 HIST-REC.
         05 PH-FICA            pic 9(06)v99.
         05 PH-NET             pic 9(06)v99.
         05 PH-METHOD          pic x(01).
         05 PH-STATE           pic x(02).
         05 PH-JOB-CODE        pic x(02).
         05 PH-PAY-DATE        pic 9(08).
         05 PH-OT-PREM         pic 9(06)v99.
         05 PH-HOURS           pic 9(03)v99.
         05 PH-COMM            pic 9(06)v99.

       FD promote-hist.
       01 PRO-HIST-REC         pic x(107).

      *********************************************
      * Leave balance master - one record per      *
      * employee, in employee number order:        *
      * vacation and sick hours on the books, and  *
      * the last period identifier accrued so a    *
      * forced rerun of a posted period never      *
      * accrues the same hours twice.  Rewritten   *
      * at clean end-of-job through the same       *
      * promote discipline as the retirement       *
      * election master; an employee paid with no  *
      * record yet simply starts one at zero.      *
      *********************************************
       FD chapter12leave.
       01 LEAVE-REC.
         05 LV-EMP-NUM         pic 9(05).
         05 LV-VAC-BAL         pic 9(04)v99.
         05 LV-SICK-BAL        pic 9(04)v99.
         05 LV-LAST-PERIOD     pic x(08).

       FD chapter12leaveout.
       01 LEAVE-REC-OUT        pic x(25).

       FD promote-leave.
       01 PRO-LEAVE-REC        pic x(25).

      *********************************************
      * Leave accrual policy - one row per         *
      * service tier in ascending order of         *
      * completed years: the annual vacation and   *
      * sick hours earned at that tier and the     *
      * most of each the bank may hold.  A zero    *
      * cap means no cap.  Absent, the handbook    *
      * tiers loaded in 124-Load-Leave-Policy-Rtn  *
      * stand.                                     *
      *********************************************
       FD chapter12lvpol.
       01 LVPOL-REC.
         05 POL-MIN-YEARS      pic 9(02).
         05 POL-VAC-HOURS      pic 9(03)v99.
         05 POL-SICK-HOURS     pic 9(03)v99.
         05 POL-VAC-CAP        pic 9(03)v99.
         05 POL-SICK-CAP       pic 9(03)v99.

      *********************************************
      * Benefit plan rates and elections - the     *
      * same files Chapter11 and InsRecon price    *
      * dues from.  BPL-PRETAX marks the plan's    *
      * cafeteria-plan treatment: Y comes out      *
      * ahead of income tax and FICA, I ahead of   *
      * income tax only, anything else after tax.  *
      * The premium is monthly; an employee with   *
      * no election pays the Insurance-Dues keyed  *
      * on the master, after tax.  A group-term    *
      * life plan row carries its coverage as a    *
      * multiple of salary or a flat amount, and   *
      * the election names the life plan beside    *
      * the health plan - the coverage over        *
      * $50,000 is imputed income.                 *
      *********************************************
       FD chapter12bplan.
       01 BPLAN-REC.
         05 BPL-PLAN           pic x(03).
         05 BPL-TIER           pic x(01).
         05 BPL-PREMIUM        pic 9(04)v99.
         05 BPL-PRETAX         pic x(01).
         05 BPL-LIFE-MULT      pic 9(02)v9.
         05 BPL-LIFE-AMT       pic 9(07).

       FD chapter12belect.
       01 BELECT-REC.
         05 BEL-EMP-NUM        pic 9(05).
         05 BEL-PLAN           pic x(03).
         05 BEL-TIER           pic x(01).
         05 BEL-LIFE-PLAN      pic x(03).

      *********************************************
      * Expense claims to reimburse this period -  *
      * mileage, travel and the like, in employee  *
      * number order.  MI mileage, TR travel, LG   *
      * lodging, ML meals, OT other.  A claim      *
      * with no approver keyed is not paid; it is  *
      * held over to the next run.  The money is   *
      * not wages - it rides into net after the    *
      * taxes, with no withholding and nothing on  *
      * the YTD taxable figure.                    *
      *********************************************
       FD chapter12exp.
       01 EXP-REC.
         05 EXP-EMP-NUM        pic 9(05).
         05 EXP-CLAIM          pic x(08).
         05 EXP-CATEGORY       pic x(02).
         05 EXP-AMOUNT         pic 9(05)v99.
         05 EXP-APPROVER       pic x(08).

       FD chapter12expkeep.
       01 EXP-KEEP-REC         pic x(30).

      *********************************************
      * Every claim number ever reimbursed - a     *
      * claim keyed again is rejected against      *
      * this history rather than paid twice.       *
      * This run's claims go to the work file and  *
      * are appended on a clean run.               *
      *********************************************
       FD chapter12xpd.
       01 XPD-REC.
         05 XPD-CLAIM          pic x(08).
         05 XPD-EMP-NUM        pic 9(05).
         05 XPD-PAY-DATE       pic 9(08).

       FD chapter12xpdnew.
       01 XPD-NEW-REC          pic x(21).

      *********************************************
      * Reimbursement detail for the GL - one row  *
      * per claim paid, so Ch12GL can debit each   *
      * category's expense account by department.  *
      *********************************************
       FD chapter12xgl.
       01 XGL-REC.
         05 XGL-EMP-NUM        pic 9(05).
         05 XGL-CATEGORY       pic x(02).
         05 XGL-AMOUNT         pic 9(05)v99.

       FD promote-xgl.
       01 PRO-XGL-REC          pic x(14).

       FD chapter12expreg.
       01 EXP-REG-REC          pic x(132).

      *********************************************
      * Salary changes Ch6Rel has released against *
      * the master - the old and new annual salary *
      * and the day the new one took effect.  A    *
      * change effective inside this period splits *
      * the salary into days at each rate.         *
      *********************************************
       FD chapter12salchg.
       01 SCH-REC.
         05 SCH-EMP-NUM        pic x(05).
         05 SCH-OLD-SALARY     pic x(06).
         05 SCH-NEW-SALARY     pic x(06).
         05 SCH-EFF-DATE       pic x(08).
         05 SCH-REL-DATE       pic 9(08).

      *********************************************
      * Secondary assignments - the extra jobs an  *
      * employee holds beside the primary one,     *
      * each paid at its own rate on this check.   *
      *********************************************
       FD chapter12sec.
       01 SEC-REC.
           COPY SECASGN.

      *********************************************
      * Secondary assignment pay for the GL - one  *
      * row per assignment paid, so Ch12GL charges *
      * the assignment's department rather than    *
      * the employee's home department.  The same  *
      * money is inside GLI-GROSS and GLI-SECOND.  *
      *********************************************
       FD chapter12sgl.
       01 SGL-REC.
         05 SGL-EMP-NUM        pic 9(05).
         05 SGL-DEPT           pic x(02).
         05 SGL-AMOUNT         pic 9(06)v99.

       FD promote-sgl.
       01 PRO-SGL-REC          pic x(15).

      *********************************************
      * The indexed employee master, read by key   *
      * for the Hire-Date that sets each           *
      * employee's leave accrual tier              *
      *********************************************
       FD Payroll-Master-Idx.
       01 Idx-Payroll-Record.
           COPY PAYMSTR
               REPLACING ==Employee-Number== BY ==Idx-Employee-Number==,
                   ==Employee-Name== BY ==Idx-Employee-Name==,
                   ==Location-Code== BY ==Idx-Location-Code==,
                   ==Territory== BY ==Idx-Territory==,
                   ==Office-Number== BY ==Idx-Office-Number==,
                   ==Annual-Salary== BY ==Idx-Annual-Salary==,
                   ==SSN== BY ==Idx-SSN==,
                   ==Department-Number== BY ==Idx-Department-Number==,
                   ==Job-Class== BY ==Idx-Job-Class==,
                   ==No-Dep== BY ==Idx-No-Dep==,
                   ==Job-Code== BY ==Idx-Job-Code==,
                   ==Union-Dues== BY ==Idx-Union-Dues==,
                   ==Insurance-Dues== BY ==Idx-Insurance-Dues==,
                   ==Emp-Status== BY ==Idx-Emp-Status==,
                   ==Hire-Date== BY ==Idx-Hire-Date==,
                   ==Hire-YYYY== BY ==Idx-Hire-YYYY==,
                   ==Hire-MM== BY ==Idx-Hire-MM==,
                   ==Hire-DD== BY ==Idx-Hire-DD==,
                   ==Company-Code== BY ==Idx-Company-Code==,
                   ==SSN-Verif-Flag== BY ==Idx-SSN-Verif-Flag==.

      *********************************************
      * Run mode control, like the Ch16 model      *
      * their prior posted period.  Anything       *
      * else, or no file at all, is a live run     *
      * as always.  The tolerance percent flags    *
      * swings on the variance report.  'O' is an  *
      * off-cycle run - see the off-cycle file     *
      * below.                                     *
      *********************************************
       FD chapter12mode.
       01 MODE-REC.
         05 MODE-CODE          pic x(01).
         05 MODE-TOLERANCE     pic 9(02).

      *********************************************
      * Off-cycle payments - one row per employee  *
      * owed a check between scheduled runs: the   *
      * gross owed and why (M missed pay, F final  *
      * pay, A adjustment).  An off-cycle run pays *
      * only these employees, through the regular  *
      * gross-to-net with taxes, withholding       *
      * elections and court orders honored, but no *
      * commission, typed earnings, gross-ups,     *
      * voluntary deductions, retirement or leave  *
      * accrual - those belong to the scheduled    *
      * run.  The regular period is neither        *
      * checked nor marked posted; the run posts   *
      * under the next off-cycle sequence number.  *
      * A clean run takes the paid rows off the    *
      * file and leaves only those still owed.     *
      *********************************************
       FD chapter12offc.
       01 OFFC-REC.
         05 OFC-EMP-NUM        pic 9(05).
         05 OFC-AMOUNT         pic 9(06)v99.
         05 OFC-REASON         pic x(01).

       FD chapter12offseq.
       01 OFFSEQ-REC.
         05 OFS-LAST-SEQ       pic 9(05).

       FD chapter12histin.
       01 HIST-REC-IN.
         05 PHI-EMP-NUM        pic 9(05).
         05 PHI-FICA           pic 9(06)v99.
         05 PHI-NET            pic 9(06)v99.
         05 PHI-METHOD         pic x(01).
         05 PHI-STATE          pic x(02).
         05 PHI-JOB-CODE       pic x(02).
         05 PHI-PAY-DATE       pic 9(08).
         05 PHI-OT-PREM        pic 9(06)v99.
         05 PHI-HOURS          pic 9(03)v99.
         05 PHI-COMM           pic 9(06)v99.

       FD chapter12varrpt.
       01 VAR-RPT-REC          pic x(132).
         05 TXD-TAXABLE         pic 9(07)v99.
         05 TXD-FICA            pic 9(06)v99.
         05 TXD-FED             pic 9(06)v99.
      *    Section 125 premium excluded from income tax, and the
      *    wages FICA was figured on after any premium the plan
      *    shelters from FICA as well.
         05 TXD-PRETAX          pic 9(06)v99.
         05 TXD-FICA-WAGES      pic 9(07)v99.

      *********************************************
      * Per-run state withholding extract - the    *
         05 WS-PERIOD-ERROR    pic x(03) value 'NO '.
         05 WS-Period-File-Stat pic x(02) value '00'.
         05 WS-Cal-File-Stat   pic x(02) value '00'.
         05 WS-Cal-EOF         pic x(03) value 'NO '.
         05 WS-Cal-Rows        pic 9(04) value zero.
         05 WS-Cal-Dated       pic x(01) value 'N'.
         05 WS-Cal-Found       pic x(01) value 'N'.
         05 WS-Period-Key      pic x(08) value spaces.
         05 WS-MO-Due          pic x(01) value 'Y'.
         05 WS-SM-Due          pic x(01) value 'Y'.
         05 WS-YTD-TAXABLE      pic 9(07)v99 value zero.
         05 WS-YTD-FICA         pic 9(06)v99 value zero.
         05 WS-YTD-NET          pic 9(07)v99 value zero.
         05 WS-YTD-SEC125       pic 9(06)v99 value zero.
         05 WS-YTD-IMPUTED      pic 9(06)v99 value zero.
         05 YTD-HOLD.
           10 YTD-HOLD-EMP-NUM  pic 9(05) value 99999.
           10 YTD-HOLD-TAXABLE  pic 9(07)v99 value zero.
           10 YTD-HOLD-FICA     pic 9(06)v99 value zero.
           10 YTD-HOLD-NET      pic 9(07)v99 value zero.
           10 YTD-HOLD-COMPANY  pic x(02) value spaces.
           10 YTD-HOLD-SEC125   pic 9(06)v99 value zero.
           10 YTD-HOLD-IMPUTED  pic 9(06)v99 value zero.
         05 WS-Bank-File-Stat   pic x(02) value '00'.
         05 WS-Bank-Avail       pic x(03) value 'YES'.
         05 WS-Bank-EOF         pic x(03) value 'NO '.
         05 WS-UI-Suta          pic 9(05)v99 value zero.
         05 WS-Mode-File-Stat   pic x(02) value '00'.
         05 WS-Run-Mode         pic x(01) value ' '.
         05 WS-Offc-File-Stat   pic x(02) value '00'.
         05 WS-Offc-EOF         pic x(03) value 'NO '.
         05 WS-OffSeq-File-Stat pic x(02) value '00'.
         05 WS-Offc-Seq         pic 9(05) value zero.
         05 WS-Offc-Key.
           10                   pic x(03) value 'OFC'.
           10 WS-Offc-Key-Seq   pic 9(05) value zero.
         05 WS-Offc-Amount      pic 9(06)v99 value zero.
         05 WS-Offc-Found       pic x(01) value 'N'.
         05 WS-Offc-Note.
           10                   pic x(10) value 'OFF-CYCLE '.
           10 WS-Offc-Note-Rsn  pic x(01) value space.
           10                   pic x(05) value spaces.
         05 WS-Var-Tol          pic 9(02) value 10.
         05 WS-HistIn-File-Stat pic x(02) value '00'.
         05 WS-HistIn-EOF       pic x(03) value 'NO '.
         05 WS-Ret-Per-Fed      pic 9(05)v99 value zero.
         05 WS-Ret-Per-St       pic 9(05)v99 value zero.
         05 WS-Ret-Per-Tax      pic 9(05)v99 value zero.
         05 WS-Ins-Premium      pic 9(05)v99 value zero.
         05 WS-Ins-Annual       pic 9(07)v99 value zero.
         05 WS-Ins-Tax-Annual   pic 9(07)v99 value zero.
         05 WS-Ins-Fica-Annual  pic 9(07)v99 value zero.
         05 WS-Ins-Pretax       pic x(01) value 'N'.
         05 WS-Ins-Plan         pic x(03) value spaces.
         05 WS-Ins-Tier         pic x(01) value space.
         05 WS-Ins-Note         pic x(16) value spaces.
         05 WS-Ins-Add-Fed      pic 9(06)v99 value zero.
         05 WS-Ins-Add-St       pic 9(06)v99 value zero.
         05 WS-Ins-Add-Fica     pic 9(06)v99 value zero.
         05 WS-Ins-Per-Fica     pic 9(05)v99 value zero.
         05 WS-Ins-Run-Total    pic 9(10)v99 value zero.
         05 WS-Ins-Pretax-Total pic 9(10)v99 value zero.
         05 WS-Life-Plan        pic x(03) value spaces.
         05 WS-Life-Salary      pic 9(07)v99 value zero.
         05 WS-Life-Coverage    pic 9(08) value zero.
         05 WS-Life-Thous       pic 9(05) value zero.
         05 WS-Life-Excess      pic 9(05) value zero.
         05 WS-Life-Age         pic 9(03) value zero.
         05 WS-Life-Rate        pic 9v99 value zero.
         05 WS-Life-Monthly     pic 9(05)v99 value zero.
         05 WS-Life-Annual      pic 9(06)v99 value zero.
         05 WS-Life-Period      pic 9(05)v99 value zero.
         05 WS-Life-Note        pic x(16) value spaces.
         05 WS-Life-Run-Total   pic 9(10)v99 value zero.
         05 WS-LRate-Idx        pic 9(02) value zero.
         05 WS-Period-Sec125    pic 9(05)v99 value zero.
         05 WS-Period-Fica-Wages pic 9(07)v99 value zero.
         05 WS-Fica-Wages       pic 9(07)v99 value zero.
         05 WS-Ins-Dues-X       pic x(05) value zeros.
         05 WS-Ins-Dues-9 redefines WS-Ins-Dues-X
                                pic 9(03)v99.
         05 WS-BPlan-File-Stat  pic x(02) value '00'.
         05 WS-BElect-File-Stat pic x(02) value '00'.
         05 WS-BPlan-EOF        pic x(03) value 'NO '.
         05 WS-BElect-EOF       pic x(03) value 'NO '.
         05 WS-Hours-File-Stat  pic x(02) value '00'.
         05 WS-Supp-File-Stat   pic x(02) value '00'.
         05 WS-Supp-Avail       pic x(03) value 'YES'.
         05 WS-Supp-EOF         pic x(03) value 'NO '.
         05 WS-Supp-Amount      pic 9(06)v99 value zero.
         05 WS-Leave-File-Stat  pic x(02) value '00'.
         05 WS-Leave-Avail      pic x(03) value 'YES'.
         05 WS-Leave-EOF        pic x(03) value 'NO '.
         05 LEAVE-HOLD.
           10 LV-HOLD-EMP       pic 9(05) value 99999.
           10 LV-HOLD-VAC       pic 9(04)v99 value zero.
           10 LV-HOLD-SICK      pic 9(04)v99 value zero.
           10 LV-HOLD-PERIOD    pic x(08) value spaces.
         05 WS-LvPol-File-Stat  pic x(02) value '00'.
         05 WS-LvPol-EOF        pic x(03) value 'NO '.
         05 WS-Idx-Status       pic x(02) value '00'.
         05 WS-Idx-Avail        pic x(03) value 'YES'.
         05 WS-Hire-YYYY        pic 9(04) value zero.
         05 WS-Hire-MM          pic 9(02) value zero.
         05 WS-Hire-DD          pic 9(02) value zero.
         05 WS-Hire-MMDD        pic 9(04) value zero.
         05 WS-Run-MMDD         pic 9(04) value zero.
         05 WS-Svc-Years        pic s9(03) value zero.
         05 WS-Lv-Vac-Taken     pic 9(03)v99 value zero.
         05 WS-Lv-Sick-Taken    pic 9(03)v99 value zero.
         05 WS-Lv-Vac-Accrued   pic 9(03)v99 value zero.
         05 WS-Lv-Sick-Accrued  pic 9(03)v99 value zero.
         05 WS-Lv-Vac-Bal       pic 9(04)v99 value zero.
         05 WS-Lv-Sick-Bal      pic 9(04)v99 value zero.
         05 WS-Lv-Note          pic x(20) value spaces.

      *********************************************
      * Leave accrual tiers by completed years of  *
      * service, lowest tier first                 *
      *********************************************
       01 WS-LvPol-Table-Area.
         05 WS-LvPol-Count      pic 9(02) value zero.
         05 WS-LvPol-Table      occurs 10 times.
           10 WS-LvPol-Years     pic 9(02).
           10 WS-LvPol-Vac       pic 9(03)v99.
           10 WS-LvPol-Sick      pic 9(03)v99.
           10 WS-LvPol-Vac-Cap   pic 9(03)v99.
           10 WS-LvPol-Sick-Cap  pic 9(03)v99.
         05 WS-LvPol-Idx        pic 9(02) value zero.
         05 WS-LvPol-Match      pic 9(02) value zero.

       01 WS-BPlan-Table-Area.
         05 WS-BPlan-Count      pic 9(02) value zero.
         05 WS-BPlan-Table      occurs 50 times.
           10 WS-BPlan-Plan      pic x(03).
           10 WS-BPlan-Tier      pic x(01).
           10 WS-BPlan-Premium   pic 9(04)v99.
           10 WS-BPlan-Pretax    pic x(01).
           10 WS-BPlan-Life-Mult pic 9(02)v9.
           10 WS-BPlan-Life-Amt  pic 9(07).
         05 WS-BPlan-Idx        pic 9(02) value zero.
         05 WS-BElect-Count     pic 9(04) value zero.
         05 WS-BElect-Table     occurs 1000 times.
           10 WS-BElect-Emp      pic 9(05).
           10 WS-BElect-Plan     pic x(03).
           10 WS-BElect-Tier     pic x(01).
           10 WS-BElect-Life     pic x(03).
         05 WS-BElect-Idx       pic 9(04) value zero.

      *********************************************
      * IRS uniform premium table for group-term   *
      * life - monthly cost per $1,000 of coverage *
      * by age at the end of the tax year: the     *
      * upper age of each bracket and its rate.    *
      *********************************************
       01 WS-Life-Rate-Values.
         05                    pic x(06) value '024005'.
         05                    pic x(06) value '029006'.
         05                    pic x(06) value '034008'.
         05                    pic x(06) value '039009'.
         05                    pic x(06) value '044010'.
         05                    pic x(06) value '049015'.
         05                    pic x(06) value '054023'.
         05                    pic x(06) value '059043'.
         05                    pic x(06) value '064066'.
         05                    pic x(06) value '069127'.
         05                    pic x(06) value '999206'.
       01 WS-Life-Rate-Table redefines WS-Life-Rate-Values.
         05 WS-LRate-Entry      occurs 11 times.
           10 WS-LRate-Max-Age  pic 9(03).
           10 WS-LRate-Rate     pic 9v99.

       01 WS-Exp-Area.
         05 WS-Exp-File-Stat    pic x(02) value '00'.
         05 WS-Exp-Avail        pic x(03) value 'YES'.
         05 WS-Exp-EOF          pic x(03) value 'NO '.
         05 WS-XPD-File-Stat    pic x(02) value '00'.
         05 WS-XPD-EOF          pic x(03) value 'NO '.
         05 EXP-HOLD.
           10 EXP-HOLD-EMP      pic 9(05) value 99999.
           10 EXP-HOLD-CLAIM    pic x(08) value spaces.
           10 EXP-HOLD-CAT      pic x(02) value spaces.
           10 EXP-HOLD-AMT      pic 9(05)v99 value zero.
           10 EXP-HOLD-APPROVER pic x(08) value spaces.
         05 WS-Exp-Paid         pic 9(05)v99 value zero.
         05 WS-Exp-Disp         pic x(20) value spaces.
         05 WS-Exp-Run-Count    pic 9(05) value zero.
         05 WS-Exp-Run-Total    pic 9(09)v99 value zero.
         05 WS-Exp-Reject-Count pic 9(05) value zero.
         05 WS-Exp-Held-Count   pic 9(05) value zero.
         05 WS-XPD-Count        pic 9(05) value zero.
         05 WS-XPD-Table        occurs 5000 times.
           10 WS-XPD-Claim       pic x(08).
         05 WS-XPD-Idx          pic 9(05) value zero.
         05 WS-XPD-Found        pic x(01) value 'N'.
         05 WS-XCat-Count       pic 9(02) value zero.
         05 WS-XCat-Table       occurs 10 times.
           10 WS-XCat-Code       pic x(02).
           10 WS-XCat-Total      pic 9(09)v99.
         05 WS-XCat-Idx         pic 9(02) value zero.
         05 WS-XCat-Found       pic x(01) value 'N'.

      *********************************************
      * The off-cycle payments for this run, and   *
      * whether each found its employee            *
      *********************************************
      *********************************************
      * Released salary changes, and this          *
      * employee's split when one lands inside     *
      * the period: calendar days at the old rate  *
      * and at the new, each piece priced as its   *
      * share of a full period's salary            *
      *********************************************
       01 WS-SalChg-Area.
         05 WS-SalChg-File-Stat pic x(02) value '00'.
         05 WS-SalChg-EOF       pic x(03) value 'NO '.
         05 WS-SalChg-Count     pic 9(04) value zero.
         05 WS-SalChg-Table     occurs 1000 times.
           10 WS-SalChg-Emp      pic x(05).
           10 WS-SalChg-Old      pic 9(06).
           10 WS-SalChg-Eff      pic 9(08).
         05 WS-SalChg-Idx       pic 9(04) value zero.
         05 WS-SalChg-Match     pic 9(04) value zero.
         05 WS-SalChg-Emp-X     pic x(05) value spaces.
         05 WS-Split-Found      pic x(01) value 'N'.
         05 WS-Split-Old-Pay    pic 9(06) value zero.
         05 WS-Split-Eff        pic 9(08) value zero.
         05 WS-Split-Days       pic 9(02) value zero.
         05 WS-Split-New-Days   pic 9(02) value zero.
         05 WS-Split-Old-Days   pic 9(02) value zero.
         05 WS-Split-Walk       pic 9(02) value zero.
         05 WS-Split-Old-Amt    pic 9(06)v99 value zero.
         05 WS-Split-New-Amt    pic 9(06)v99 value zero.
         05 WS-Spl-Date.
           10 WS-Spl-YYYY        pic 9(04).
           10 WS-Spl-MM          pic 9(02).
           10 WS-Spl-DD          pic 9(02).
         05 WS-Spl-Key redefines WS-Spl-Date
                                pic 9(08).
         05 WS-Spl-Month-Len    pic 9(02) value zero.
         05 WS-Spl-Work         pic 9(04) value zero.
         05 WS-Spl-Rem          pic 9(02) value zero.

       01 WS-Sec-Area.
         05 WS-Sec-File-Stat    pic x(02) value '00'.
         05 WS-Sec-EOF          pic x(03) value 'NO '.
         05 WS-Sec-Count        pic 9(04) value zero.
         05 WS-Sec-Table        occurs 500 times.
           10 WS-Sec-Emp         pic x(05).
           10 WS-Sec-Dept        pic x(02).
           10 WS-Sec-Type        pic x(01).
           10 WS-Sec-Rate        pic 9(06)v99.
           10 WS-Sec-Hours       pic 9(03)v99.
         05 WS-Sec-Idx          pic 9(04) value zero.
         05 WS-Sec-Emp-X        pic x(05) value spaces.
         05 WS-Sec-Gross        pic 9(06)v99 value zero.
         05 WS-Sec-Alloc        pic 9(06)v99 value zero.
      *    This employee's assignments paid this period.
         05 WS-SecE-Count       pic 9(01) value zero.
         05 WS-SecE-Table       occurs 9 times.
           10 WS-SecE-Dept       pic x(02).
           10 WS-SecE-Amt        pic 9(06)v99.
         05 WS-SecE-Idx         pic 9(01) value zero.

       01 WS-Offc-Table-Area.
         05 WS-Offc-Count       pic 9(03) value zero.
         05 WS-Offc-Table       occurs 100 times.
           10 WS-Offc-Emp        pic 9(05).
           10 WS-Offc-Amt        pic 9(06)v99.
           10 WS-Offc-Rsn        pic x(01).
           10 WS-Offc-Paid       pic x(01).
         05 WS-Offc-Idx         pic 9(03) value zero.
         05 WS-Offc-Match       pic 9(03) value zero.

       01 WS-Leave-Out-Rec.
         05 WLO-EMP             pic 9(05).
         05 WLO-VAC             pic 9(04)v99.
         05 WLO-SICK            pic 9(04)v99.
         05 WLO-PERIOD          pic x(08).

       01 WS-Supp-Table-Area.
         05 WS-Supp-Count       pic 9(03) value zero.
           10 HRS-HOLD-EMP      pic 9(05) value 99999.
           10 HRS-HOLD-REG      pic 9(03)v99 value zero.
           10 HRS-HOLD-OT       pic 9(02)v99 value zero.
           10 HRS-HOLD-VAC      pic 9(03)v99 value zero.
           10 HRS-HOLD-SICK     pic 9(03)v99 value zero.
         05 WS-Hourly-Gross     pic 9(06)v99 value zero.
         05 WS-OT-Premium       pic 9(06)v99 value zero.
         05 WS-Period-Hours     pic 9(03)v99 value zero.
         05 WS-Hours-Note.
           10                   pic x(04) value 'HRS '.
           10 WS-HN-REG         pic zz9.9.
         05 WS-Crossfoot        pic s9(10)v99 value zero.


       01 WS-CodeChk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).
       01 WS-Code-Note         pic x(16) value spaces.

       01 WS-RunLog-Parm.
         05 RLP-Program        pic x(08) value 'PROGRM12'.
         05 RLP-Text           pic x(60) value spaces.
         05 STB-Section        pic x(40).
         05                    pic x(37) value spaces.

       01 STUB-LEAVE-LINE.
         05                    pic x(03) value spaces.
         05 STB-Lv-Label       pic x(12).
         05                    pic x(09) value 'Accrued: '.
         05 STB-Lv-Accrued     pic zz9.99.
         05                    pic x(09) value '  Taken: '.
         05 STB-Lv-Taken       pic zz9.99.
         05                    pic x(11) value '  Balance: '.
         05 STB-Lv-Bal         pic z,zz9.99.
         05                    pic x(16) value spaces.

       01 NOTIME-LINE.
         05                    pic x(01) value spaces.
         05 NTL-Emp            pic 9(05).
         05 DRR-Note           pic x(16).
         05                    pic x(45) value spaces.

       01 DED-REG-INSLINE.
         05                    pic x(09) value spaces.
         05                    pic x(09) value 'Ins plan '.
         05 DRI-Plan           pic x(03).
         05                    pic x(01) value space.
         05 DRI-Tier           pic x(01).
         05                    pic x(02) value spaces.
         05 DRI-Amount         pic zzz,zz9.99.
         05                    pic x(02) value spaces.
         05 DRI-Basis          pic x(13).
         05                    pic x(02) value spaces.
         05 DRI-Note           pic x(16).
         05                    pic x(64) value spaces.

       01 DED-REG-LIFELINE.
         05                    pic x(09) value spaces.
         05                    pic x(10) value 'Life plan '.
         05 DRL-Plan           pic x(03).
         05                    pic x(11) value '  Coverage '.
         05 DRL-Coverage       pic zz,zzz,zz9.
         05                    pic x(06) value '  Age '.
         05 DRL-Age            pic zz9.
         05                    pic x(19) value
              '  Imputed (annual) '.
         05 DRL-Annual         pic zzz,zz9.99.
         05                    pic x(09) value '  Period '.
         05 DRL-Period         pic zz,zz9.99.
         05                    pic x(02) value spaces.
         05 DRL-Note           pic x(16).
         05                    pic x(15) value spaces.

       01 DED-REG-LIFETOT.
         05                    pic x(01) value spaces.
         05                    pic x(36) value
              'Imputed life income (memo, no cash):'.
         05                    pic x(01) value spaces.
         05 DRLT-Total         pic $$,$$$,$$$,$$9.99.
         05                    pic x(77) value spaces.

       01 DED-REG-INSTOT.
         05                    pic x(01) value spaces.
         05                    pic x(36) value
              'Insurance premiums withheld        :'.
         05                    pic x(01) value spaces.
         05 DRIT-Total         pic $$,$$$,$$$,$$9.99.
         05                    pic x(77) value spaces.

       01 DED-REG-INSPRE.
         05                    pic x(01) value spaces.
         05                    pic x(36) value
              '  of which Section 125 pre-tax     :'.
         05                    pic x(01) value spaces.
         05 DRIP-Total         pic $$,$$$,$$$,$$9.99.
         05                    pic x(77) value spaces.

       01 DED-REG-RETTOT.
         05                    pic x(01) value spaces.
         05                    pic x(36) value
         05 GUR-Gross-Total    pic $$,$$$,$$$,$$9.99.
         05                    pic x(59) value spaces.

       01 EXP-REG-TITLE.
         05                    pic x(24) value spaces.
         05                    pic x(30) value
              'Expense Reimbursement Register'.
         05                    pic x(02) value spaces.
         05 EXP-REG-DATE.
           10 EXP-REG-MM       pic 99.
           10                  pic x value '/'.
           10 EXP-REG-DD       pic 99.
           10                  pic x value '/'.
           10 EXP-REG-YYYY     pic 9999.
         05                    pic x(66) value spaces.

       01 EXP-REG-HDR.
         05                    pic x(07) value 'Emp No '.
         05                    pic x(10) value 'Claim No  '.
         05                    pic x(05) value 'Cat  '.
         05                    pic x(10) value 'Approver  '.
         05                    pic x(10) value '    Amount'.
         05                    pic x(02) value spaces.
         05                    pic x(20) value 'Disposition         '.
         05                    pic x(68) value spaces.

       01 EXP-REG-DETAIL.
         05 XRD-Emp            pic 9(05).
         05                    pic x(02) value spaces.
         05 XRD-Claim          pic x(08).
         05                    pic x(02) value spaces.
         05 XRD-Cat            pic x(02).
         05                    pic x(03) value spaces.
         05 XRD-Approver       pic x(08).
         05                    pic x(02) value spaces.
         05 XRD-Amount         pic zz,zz9.99.
         05                    pic x(03) value spaces.
         05 XRD-Disp           pic x(20).
         05                    pic x(68) value spaces.

       01 EXP-REG-CATTOT.
         05                    pic x(09) value 'Category '.
         05 XRC-Cat            pic x(02).
         05                    pic x(16) value ' reimbursed:    '.
         05 XRC-Total          pic $$,$$$,$$$,$$9.99.
         05                    pic x(88) value spaces.

       01 EXP-REG-TOTAL.
         05                    pic x(13) value 'Claims paid: '.
         05 XRT-Count          pic zz,zz9.
         05                    pic x(09) value '  total: '.
         05 XRT-Total          pic $$,$$$,$$$,$$9.99.
         05                    pic x(13) value '  rejected: '.
         05 XRT-Rejected       pic zz,zz9.
         05                    pic x(09) value '  held: '.
         05 XRT-Held           pic zz,zz9.
         05                    pic x(53) value spaces.

       01 DED-REG-COLINE.
         05                    pic x(08) value 'Company '.
         05 DRC-Co             pic x(02).
           perform 128-Load-Suta-Rtn.
           perform 129-Load-Holiday-Rtn.

      *    Commission, typed earnings, gross-ups and voluntary
      *    deductions belong to the scheduled run - off-cycle
      *    they stay unread, so nothing is paid or consumed.
           if WS-Run-Mode = 'O'
               move 'NO ' to WS-Supp-Avail
               move 'NO ' to WS-Ded-Avail
               move 'YES' to WS-Ded-EOF
           else
               perform 114-Load-Supp-Rtn
           end-if.
           open input chapter12hours.
           if WS-Hours-File-Stat not = '00'
               move 'NO ' to WS-Hours-Avail
               perform 308-Read-Hours-Rtn
           end-if.

           if WS-Ded-Avail = 'YES'
               open input chapter12ded
               if WS-Ded-File-Stat not = '00'
                   move 'NO ' to WS-Ded-Avail
                   move 'YES' to WS-Ded-EOF
               else
                   perform 318-Read-Ded-Rtn
               end-if
           end-if.

           open output chapter12garnout
           end-if.

           open output chapter12guprpt.
           if WS-Run-Mode = 'O'
               move 'NO ' to WS-Gup-Avail
               move 'YES' to WS-Gup-EOF
           else
               open input chapter12gup
               if WS-Gup-File-Stat not = '00'
                   move 'NO ' to WS-Gup-Avail
                   move 'YES' to WS-Gup-EOF
               else
                   perform 336-Read-Gup-Rtn
               end-if
           end-if.

           open output chapter12egl.
           if WS-Run-Mode = 'O'
               move 'NO ' to WS-Earn-Avail
               move 'YES' to WS-Earn-EOF
           else
               open input chapter12earn
               if WS-Earn-File-Stat not = '00'
                   move 'NO ' to WS-Earn-Avail
                   move 'YES' to WS-Earn-EOF
               else
                   perform 333-Read-Earn-Rtn
               end-if
           end-if.

      *    Expense claims belong to the scheduled run like the
      *    typed earnings - off-cycle the file stays unread.
           open output chapter12xgl
                       chapter12xpdnew
                       chapter12expkeep
                       chapter12expreg.
           perform 133-Load-Exp-Paid-Rtn.
           perform 134-Load-Sal-Chg-Rtn.
           perform 139-Load-Sec-Asgn-Rtn.
           open output chapter12sgl.
           if WS-Run-Mode = 'O'
               move 'NO ' to WS-Exp-Avail
               move 'YES' to WS-Exp-EOF
           else
               open input chapter12exp
               if WS-Exp-File-Stat not = '00'
                   move 'NO ' to WS-Exp-Avail
                   move 'YES' to WS-Exp-EOF
               else
                   perform 368-Read-Exp-Rtn
               end-if
           end-if.

           open output chapter12retout
                       chapter12retrmt.
           open input chapter12ret.
           if WS-Ret-File-Stat not = '00'
               move 'NO ' to WS-Ret-Avail
               perform 323-Read-Ret-Rtn
           end-if.

      *    The leave bank is matched by employee number like
      *    the YTD file - no prior bank is a first run and every
      *    employee paid starts a balance at zero.
           open output chapter12leaveout.
           open input chapter12leave.
           if WS-Leave-File-Stat not = '00'
               move 'NO ' to WS-Leave-Avail
               move 'YES' to WS-Leave-EOF
               display 'LEAVE BALANCE FILE NOT AVAILABLE, STATUS: '
                   WS-Leave-File-Stat ' - BALANCES START AT ZERO'
           else
               perform 357-Read-Leave-Rtn
           end-if.
           perform 124-Load-Leave-Policy-Rtn.
           perform 132-Load-Ben-Plans-Rtn.
           open input Payroll-Master-Idx.
           if WS-Idx-Status not = '00'
               move 'NO ' to WS-Idx-Avail
               display 'EMPLOYEE MASTER NOT AVAILABLE, STATUS: '
                   WS-Idx-Status ' - LEAVE ACCRUES AT FIRST TIER'
           end-if.

           open input chapter12addr.
           if WS-Addr-File-Stat not = '00'
               move 'NO ' to WS-Addr-Avail

           perform 119-Check-YTD-Year-Rtn.
           perform 120-Load-PayCal-Rtn.
           if WS-Run-Mode = 'O'
               perform 126-OffCycle-Period-Rtn
           else
               perform 121-Check-Period-Rtn
           end-if.

           write ch12recout from WS-RPT-TITLE.
           write ch12recout from WS-BLANK.
               write VAR-RPT-REC
           end-if.

           move WS-MONTH to EXP-REG-MM.
           move WS-DAY to EXP-REG-DD.
           move WS-YEAR to EXP-REG-YYYY.
           write EXP-REG-REC from EXP-REG-TITLE.
           move spaces to EXP-REG-REC.
           write EXP-REG-REC.
           write EXP-REG-REC from EXP-REG-HDR.
           move spaces to EXP-REG-REC.
           write EXP-REG-REC.

           move WS-MONTH to GUP-RPT-MM.
           move WS-DAY to GUP-RPT-DD.
           move WS-YEAR to GUP-RPT-YYYY.
               open output chapter12varrpt
               perform 113-Load-Prior-Net-Rtn
           end-if.
           if WS-Run-Mode = 'O'
               display 'OFF-CYCLE MODE - ONLY THE OFF-CYCLE '
                   'PAYMENTS FILE IS PAID, REGULAR PERIOD UNTOUCHED'
               perform 125-Load-OffCycle-Rtn
           end-if.

      *********************************************
      * The off-cycle payments into a table - the *
      * file is keyed by hand in any order.  An   *
      * off-cycle run with nothing to pay is      *
      * refused rather than run empty.            *
      *********************************************
       125-Load-OffCycle-Rtn.
           open input chapter12offc.
           if WS-Offc-File-Stat not = '00'
               move 'YES' to WS-Offc-EOF
           end-if.
           perform until WS-Offc-EOF = 'YES'
               read chapter12offc
                   at end
                       move 'YES' to WS-Offc-EOF
                   not at end
                       if WS-Offc-Count < 100
                           add 1 to WS-Offc-Count
                           move OFC-EMP-NUM
                               to WS-Offc-Emp(WS-Offc-Count)
                           move OFC-AMOUNT
                               to WS-Offc-Amt(WS-Offc-Count)
                           move OFC-REASON
                               to WS-Offc-Rsn(WS-Offc-Count)
                           move 'N' to WS-Offc-Paid(WS-Offc-Count)
                       else
                           display 'OFF-CYCLE PAYMENT TABLE '
                               'CAPACITY EXCEEDED AT 100 - RUN '
                               'HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Offc-File-Stat = '00'
               close chapter12offc
           end-if.
      *    No period check runs off-cycle, so the period error
      *    switch carries the refusal.
           if WS-Offc-Count = zero
               move 'YES' to WS-PERIOD-ERROR
               display 'OFF-CYCLE MODE WITH NO OFF-CYCLE PAYMENTS '
                   'ON FILE - RUN REFUSED'
               move 'ABEND - OFF-CYCLE RUN WITH NOTHING TO PAY'
                   to RLP-Text
               call 'RUNLOG' using WS-RunLog-Parm
           end-if.

      *********************************************
      * The off-cycle run posts under its own     *
      * sequence number in place of the period -  *
      * the last one used plus one, the control   *
      * advanced only when the run posts clean    *
      *********************************************
       126-OffCycle-Period-Rtn.
           open input chapter12offseq.
           if WS-OffSeq-File-Stat = '00'
               read chapter12offseq
                   not at end
                       move OFS-LAST-SEQ to WS-Offc-Seq
               end-read
               close chapter12offseq
           end-if.
           add 1 to WS-Offc-Seq.
           move WS-Offc-Seq to WS-Offc-Key-Seq.
           move WS-Offc-Key to WS-Period-Key.
           display 'OFF-CYCLE RUN POSTING AS ' WS-Period-Key.

      *********************************************
      * Every employee's last posted net, for     *
               close chapter12hol
           end-if.

      *********************************************
      * The leave accrual tiers - the policy file *
      * when there is one, the handbook schedule  *
      * when there is not: 80 hours vacation to   *
      * start, 120 at five years, 160 at ten,     *
      * 48 hours sick throughout, the vacation    *
      * bank capped at 240 and sick at 480        *
      *********************************************
       124-Load-Leave-Policy-Rtn.
           open input chapter12lvpol.
           if WS-LvPol-File-Stat not = '00'
               move 'YES' to WS-LvPol-EOF
           end-if.
           perform until WS-LvPol-EOF = 'YES'
               read chapter12lvpol
                   at end
                       move 'YES' to WS-LvPol-EOF
                   not at end
                       if WS-LvPol-Count < 10
                           add 1 to WS-LvPol-Count
                           move POL-MIN-YEARS
                               to WS-LvPol-Years(WS-LvPol-Count)
                           move POL-VAC-HOURS
                               to WS-LvPol-Vac(WS-LvPol-Count)
                           move POL-SICK-HOURS
                               to WS-LvPol-Sick(WS-LvPol-Count)
                           move POL-VAC-CAP
                               to WS-LvPol-Vac-Cap(WS-LvPol-Count)
                           move POL-SICK-CAP
                               to WS-LvPol-Sick-Cap(WS-LvPol-Count)
                       else
                           display 'LEAVE POLICY TABLE CAPACITY '
                               'EXCEEDED AT 10 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-LvPol-File-Stat = '00'
               close chapter12lvpol
           end-if.
           if WS-LvPol-Count = zero
               move 3 to WS-LvPol-Count
               move 0 to WS-LvPol-Years(1)
               move 80 to WS-LvPol-Vac(1)
               move 5 to WS-LvPol-Years(2)
               move 120 to WS-LvPol-Vac(2)
               move 10 to WS-LvPol-Years(3)
               move 160 to WS-LvPol-Vac(3)
               perform varying WS-LvPol-Idx from 1 by 1
                   until WS-LvPol-Idx > 3
                   move 48 to WS-LvPol-Sick(WS-LvPol-Idx)
                   move 240 to WS-LvPol-Vac-Cap(WS-LvPol-Idx)
                   move 480 to WS-LvPol-Sick-Cap(WS-LvPol-Idx)
               end-perform
           end-if.

      *********************************************
      * The benefit plan rate table and the        *
      * employees' elections - both optional; an   *
      * employee with no election falls back to    *
      * the Insurance-Dues keyed on the master,    *
      * taken after tax                            *
      *********************************************
       132-Load-Ben-Plans-Rtn.
           open input chapter12bplan.
           if WS-BPlan-File-Stat not = '00'
               move 'YES' to WS-BPlan-EOF
           end-if.
           perform until WS-BPlan-EOF = 'YES'
               read chapter12bplan
                   at end
                       move 'YES' to WS-BPlan-EOF
                   not at end
                       if WS-BPlan-Count < 50
                           add 1 to WS-BPlan-Count
                           move BPL-PLAN
                               to WS-BPlan-Plan(WS-BPlan-Count)
                           move BPL-TIER
                               to WS-BPlan-Tier(WS-BPlan-Count)
                           move BPL-PREMIUM
                               to WS-BPlan-Premium(WS-BPlan-Count)
                           move BPL-PRETAX
                               to WS-BPlan-Pretax(WS-BPlan-Count)
                           move zero
                               to WS-BPlan-Life-Mult(WS-BPlan-Count)
                                  WS-BPlan-Life-Amt(WS-BPlan-Count)
                           if BPL-LIFE-MULT numeric
                               move BPL-LIFE-MULT
                                 to WS-BPlan-Life-Mult(WS-BPlan-Count)
                           end-if
                           if BPL-LIFE-AMT numeric
                               move BPL-LIFE-AMT
                                 to WS-BPlan-Life-Amt(WS-BPlan-Count)
                           end-if
                       else
                           display 'BENEFIT PLAN TABLE CAPACITY '
                               'EXCEEDED AT 50 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-BPlan-File-Stat = '00'
               close chapter12bplan
           end-if.

           open input chapter12belect.
           if WS-BElect-File-Stat not = '00'
               move 'YES' to WS-BElect-EOF
           end-if.
           perform until WS-BElect-EOF = 'YES'
               read chapter12belect
                   at end
                       move 'YES' to WS-BElect-EOF
                   not at end
                       if WS-BElect-Count < 1000
                           add 1 to WS-BElect-Count
                           move BEL-EMP-NUM
                               to WS-BElect-Emp(WS-BElect-Count)
                           move BEL-PLAN
                               to WS-BElect-Plan(WS-BElect-Count)
                           move BEL-TIER
                               to WS-BElect-Tier(WS-BElect-Count)
                           move BEL-LIFE-PLAN
                               to WS-BElect-Life(WS-BElect-Count)
                       else
                           display 'BENEFIT ELECTION TABLE CAPACITY '
                               'EXCEEDED AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-BElect-File-Stat = '00'
               close chapter12belect
           end-if.

      *********************************************
      * Claim numbers already reimbursed - no      *
      * history yet simply means nothing has been  *
      * paid through payroll before                *
      *********************************************
       133-Load-Exp-Paid-Rtn.
           open input chapter12xpd.
           if WS-XPD-File-Stat not = '00'
               move 'YES' to WS-XPD-EOF
           end-if.
           perform until WS-XPD-EOF = 'YES'
               read chapter12xpd
                   at end
                       move 'YES' to WS-XPD-EOF
                   not at end
                       if WS-XPD-Count < 5000
                           add 1 to WS-XPD-Count
                           move XPD-CLAIM
                               to WS-XPD-Claim(WS-XPD-Count)
                       else
                           display 'PAID CLAIM TABLE CAPACITY '
                               'EXCEEDED AT 5000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-XPD-File-Stat = '00'
               close chapter12xpd
           end-if.

      *    Only the employee number, old salary and effective
      *    date are kept - the new rate is whatever the extract
      *    carries today.  A row with an unreadable date or
      *    salary can never split a period and is passed over.
       134-Load-Sal-Chg-Rtn.
           open input chapter12salchg.
           if WS-SalChg-File-Stat not = '00'
               move 'YES' to WS-SalChg-EOF
           end-if.
           perform until WS-SalChg-EOF = 'YES'
               read chapter12salchg
                   at end
                       move 'YES' to WS-SalChg-EOF
                   not at end
                       if SCH-EFF-DATE numeric
                           and SCH-OLD-SALARY numeric
                           if WS-SalChg-Count < 1000
                               add 1 to WS-SalChg-Count
                               move SCH-EMP-NUM
                                   to WS-SalChg-Emp(WS-SalChg-Count)
                               move SCH-OLD-SALARY
                                   to WS-SalChg-Old(WS-SalChg-Count)
                               move SCH-EFF-DATE
                                   to WS-SalChg-Eff(WS-SalChg-Count)
                           else
                               display 'SALARY CHANGE TABLE CAPACITY '
                                   'EXCEEDED AT 1000 - RUN HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-SalChg-File-Stat = '00'
               close chapter12salchg
           end-if.

      *    Ended assignments are dropped at the load - only the
      *    active ones are ever paid.
       139-Load-Sec-Asgn-Rtn.
           open input chapter12sec.
           if WS-Sec-File-Stat not = '00'
               move 'YES' to WS-Sec-EOF
           end-if.
           perform until WS-Sec-EOF = 'YES'
               read chapter12sec
                   at end
                       move 'YES' to WS-Sec-EOF
                   not at end
                       if SEC-Status = 'A' or SEC-Status = space
                           if WS-Sec-Count < 500
                               add 1 to WS-Sec-Count
                               move SEC-Emp-No
                                   to WS-Sec-Emp(WS-Sec-Count)
                               move SEC-Dept
                                   to WS-Sec-Dept(WS-Sec-Count)
                               move SEC-Pay-Type
                                   to WS-Sec-Type(WS-Sec-Count)
                               move SEC-Rate
                                   to WS-Sec-Rate(WS-Sec-Count)
                               move SEC-Hours
                                   to WS-Sec-Hours(WS-Sec-Count)
                           else
                               display 'SECONDARY ASSIGNMENT TABLE '
                                   'CAPACITY EXCEEDED AT 500 - RUN '
                                   'HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-Sec-File-Stat = '00'
               close chapter12sec
           end-if.

      *********************************************
      * Roll the settlement date backward from    *
      * the pay date until it lands on a banking  *
           move WS-Default-Period to WS-Period-Key.

           open input chapter12paycal.
           if WS-Cal-File-Stat not = '00'
               move 'YES' to WS-Cal-EOF
           end-if.
           perform until WS-Cal-EOF = 'YES'
               read chapter12paycal
                   at end
                       move 'YES' to WS-Cal-EOF
                   not at end
                       perform 130-PayCal-Row-Rtn
               end-read
           end-perform.
           if WS-Cal-File-Stat = '00' or WS-Cal-File-Stat = '10'
               close chapter12paycal
           end-if.

      *    A dated calendar with no row for the run date is an
      *    unscheduled run - posting it under some other row's
      *    period would collide with that run later.  Off-cycle
      *    runs key their own period and are not held to it.
           if WS-Cal-Dated = 'Y' and WS-Cal-Found = 'N'
               and WS-Run-Mode not = 'O'
               move 'YES' to WS-PERIOD-ERROR
               display 'NO PAY CALENDAR ROW FOR PAY DATE '
                   WS-Run-Date-Key ' - RUN REFUSED'
               move 'ABEND - RUN DATE NOT ON THE PAY CALENDAR'
                   to RLP-Text
               call 'RUNLOG' using WS-RunLog-Parm
           end-if.

      *    The pay date is proven against the bank calendar the
      *    moment the schedule is loaded - a pay date keyed onto
      *    a weekend or holiday is said here, not discovered on
                   '- SETTLEMENT ROLLS BACK ' WS-Gap-Days ' DAYS'
           end-if.

      *    The first row stands in until a row dated for this
      *    run turns up; once one has, later rows are passed by.
       130-PayCal-Row-Rtn.
           add 1 to WS-Cal-Rows.
           if CAL-PAY-DATE numeric and CAL-PAY-DATE > zero
               move 'Y' to WS-Cal-Dated
           end-if.
           if WS-Cal-Found = 'N'
               if WS-Cal-Rows = 1
                   or (CAL-PAY-DATE numeric
                       and CAL-PAY-DATE = WS-Run-Date-Key)
                   move CAL-PERIOD-ID to WS-Period-Key
                   move CAL-MO-DUE to WS-MO-Due
                   move CAL-SM-DUE to WS-SM-Due
                   move CAL-BW-DUE to WS-BW-Due
               end-if
               if CAL-PAY-DATE numeric
                   and CAL-PAY-DATE = WS-Run-Date-Key
                   move 'Y' to WS-Cal-Found
               end-if
           end-if.

      *********************************************
      * Refuse to post the same pay period twice  *
      * - a second run of an already-posted       *
               end-if
           end-if.

      *********************************************
      * The work state and job code must be live  *
      * on the shared code table - a state the    *
      * table does not know would be taxed at no  *
      * state rate at all, so the employee is     *
      * held unpaid and listed instead            *
      *********************************************
       299-Check-Codes-Rtn.
           move spaces to WS-Code-Note.
           move 'ST' to CCK-Type.
           move EMP-STATE-CODE to CCK-Code.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'BAD STATE CODE' to WS-Code-Note
           else
               move 'JCOD' to CCK-Type
               move EMP-JOB-CODE to CCK-Code
               call 'CODECHK' using WS-CodeChk-Parm
               if CCK-Status = '10' or CCK-Status = '20'
                   move 'BAD JOB CODE' to WS-Code-Note
               end-if
           end-if.

      *********************************************
      * An employee on leave, or terminated with  *
      * no final days owed, draws no pay this     *
                   move WS-MO-Due to WS-Freq-Due
           end-evaluate

      *    Off-cycle, the payments file alone decides who is
      *    paid - a final check for a terminated employee or
      *    one owed across a leave goes out all the same.  A
      *    bad code holds the employee on either kind of run.
           perform 299-Check-Codes-Rtn
           evaluate true
               when WS-Code-Note not = spaces
                   and WS-Run-Mode not = 'O'
                   move zero to Month-Net
                   move spaces to FREQ-OUT
                   move WS-Code-Note to Bracket-Note
                   write ch12recout from DETAIL-REC
                   add 1 to WS-Skip-Count
               when WS-Run-Mode = 'O'
                   perform 361-OffCycle-Select-Rtn
               when WS-Freq-Due not = 'Y'
                   move zero to Month-Net
                   move spaces to FREQ-OUT
                   move 'MO' to FREQ-OUT
           end-evaluate

      *    Every employee is lined up with the timecard file now,
      *    not just hourly staff - a salaried row carries nothing
      *    but the leave hours taken this period.
           move 'Y' to WS-Timecard-OK.
           move zero to WS-Lv-Vac-Taken WS-Lv-Sick-Taken.
           move zero to WS-OT-Premium.
      *    Hours of service for the ACA look-back (Ch12ACA) - the
      *    timecard for hourly staff, a 40-hour week spread over
      *    the period for salaried, none on an off-cycle check.
           move zero to WS-Period-Hours.
           if EMP-JOB-CODE(1:1) not = 'H' and WS-Run-Mode not = 'O'
               compute WS-Period-Hours rounded = 2080 / WS-Periods
           end-if.
      *    An off-cycle check pays the amount owed, not a
      *    timecard - annualized like commission so the tax
      *    logic sees an ordinary period's pay.
           if WS-Run-Mode = 'O'
               compute PAY = WS-Offc-Amount * WS-Periods
               move WS-Offc-Note to Bracket-Note
           else
               perform 306-Get-Hours-Rtn
           end-if.

           end-perform.

           if HRS-HOLD-EMP = EMP-NUM and WS-Hours-EOF = 'NO '
               move HRS-HOLD-VAC to WS-Lv-Vac-Taken
               move HRS-HOLD-SICK to WS-Lv-Sick-Taken
               if EMP-JOB-CODE(1:1) = 'H'
      *            Overtime multiplies rate by hours before the half
      *            premium - with the premium first, the dialect's
      *            intermediate rounding can throw the whole term
      *            away.
                   compute WS-Hourly-Gross rounded =
                       (EMP-HOURLY-RATE * HRS-HOLD-REG)
                       + (EMP-HOURLY-RATE * HRS-HOLD-OT * 1.5)
                   compute WS-OT-Premium rounded =
                       EMP-HOURLY-RATE * HRS-HOLD-OT * 0.5
                   compute PAY = WS-Hourly-Gross * WS-Periods
      *            Paid leave counts as hours of service too.
                   compute WS-Period-Hours = HRS-HOLD-REG
                       + HRS-HOLD-OT + HRS-HOLD-VAC + HRS-HOLD-SICK
                   move HRS-HOLD-REG to WS-HN-REG
                   move HRS-HOLD-OT to WS-HN-OT
                   move WS-Hours-Note to Bracket-Note
               end-if
               perform 308-Read-Hours-Rtn
           else
               if EMP-JOB-CODE(1:1) = 'H'
                   move 'N' to WS-Timecard-OK
               end-if
           end-if.

       308-Read-Hours-Rtn.
                   move HRS-EMP-NUM to HRS-HOLD-EMP
                   move HRS-REG to HRS-HOLD-REG
                   move HRS-OT to HRS-HOLD-OT
                   move zero to HRS-HOLD-VAC HRS-HOLD-SICK
                   if HRS-VAC-TAKEN numeric
                       move HRS-VAC-TAKEN to HRS-HOLD-VAC
                   end-if
                   if HRS-SICK-TAKEN numeric
                       move HRS-SICK-TAKEN to HRS-HOLD-SICK
                   end-if
           end-read.

      *********************************************
           end-read.

       307-Compute-Pay-Rtn.
      *    Group-term life is valued off the base salary before
      *    raises, second jobs or extra earnings are blended in.
           perform 297-Life-Imputed-Rtn
               through 297-Exit.

      *    A raise released partway through the period pays the
      *    days before it at the old salary - PAY is re-blended
      *    here, before anything else is built on it.
           move 'N' to WS-Split-Found.
           if WS-Run-Mode not = 'O' and EMP-JOB-CODE(1:1) not = 'H'
               perform 135-Split-Salary-Rtn
                   through 135-Exit
           end-if.

      *    Second jobs are paid on the same check - their period
      *    pay is annualized into PAY with everything else, so
      *    one set of taxes and one YTD covers the person.
           move zero to WS-Sec-Gross WS-SecE-Count.
           if WS-Run-Mode not = 'O'
               perform 138-Apply-Second-Rtn
           end-if.

      *    Commission earned this period rides into gross on an
      *    annualized basis, so the deduction and tax logic sees
      *    it like any other pay and the period net includes it
               compute DEPDED rounded = 2000 * NUMDEP
           end-if.

      *    A cafeteria-plan premium comes off the top before
      *    FICA when the plan is flagged to shelter it - social
      *    security and medicare are figured on what is left.
           perform 363-Plan-Premium-Rtn
               through 363-Exit.
      *    Imputed life income is wages for FICA and income tax
      *    but never cash - it stays out of PAY and the net.
           compute WS-Fica-Wages = PAY - WS-Ins-Fica-Annual
               + WS-Life-Annual.

           if WS-Fica-Wages <= WS-FICA-CAP
               compute SST rounded = WS-Fica-Wages * .062
           else
               compute SST rounded  = WS-FICA-CAP * .062
           end-if

          

           compute MEDI rounded  = WS-Fica-Wages * .0145
           compute FICA rounded  = SST + MEDI

      *    The retirement election comes out of gross before
      *    taxable income exists, alongside any pre-tax premium.
      *    FICA stays on the gross net of the premium; the
      *    retirement plan shelters income tax, not social
      *    security.
           perform 309-Plan-Retire-Rtn
           compute taxable rounded = PAY - STDDED - depded
               - WS-Ret-Annual - WS-Ins-Tax-Annual + WS-Life-Annual

           

           compute WS-Period-Fed rounded = FEDAMT / WS-Periods.
           compute WS-Period-St rounded = STAMT / WS-Periods.
           compute WS-Period-Gross rounded = PAY / WS-Periods.
           compute WS-Period-Fica-Wages rounded =
               WS-Fica-Wages / WS-Periods.

      *    Mid-period termination: the final pay is prorated over
      *    a 30-day month by the days worked - every per-period
      *    figure scales the same way so the YTD, deposit and
      *    remittance trails stay honest.
           if EMP-STATUS = 'T' and EMP-TERM-DD > zero
               and WS-Run-Mode not = 'O'
               compute WS-Period-Taxable rounded =
                   WS-Period-Taxable * EMP-TERM-DD / 30
               compute WS-Period-FICA rounded =
                   WS-Period-St * EMP-TERM-DD / 30
               compute WS-Period-Gross rounded =
                   WS-Period-Gross * EMP-TERM-DD / 30
               compute WS-Period-Fica-Wages rounded =
                   WS-Period-Fica-Wages * EMP-TERM-DD / 30
               compute WS-Life-Period rounded =
                   WS-Life-Period * EMP-TERM-DD / 30
               move EMP-TERM-DD to WS-Final-DD
               move WS-Final-Note to Bracket-Note
               if WS-SecE-Count > zero
                   perform 301-Prorate-Second-Rtn
               end-if
           end-if.

      *    A gross-up award folds its derived components into
      *    credit union does.
           perform 311-Apply-Garnish-Rtn.
           perform 322-Take-Retire-Rtn.
           perform 364-Take-Premium-Rtn
               through 364-Exit.
           perform 315-Apply-Vol-Ded-Rtn.

      *    Approved expense claims are not wages - they ride
      *    into net after every tax and deduction, so nothing
      *    is withheld from them and the YTD taxable figure
      *    never sees them.
           perform 367-Apply-Expense-Rtn.

           move monet to Month-Net.

           perform 320-Update-YTD-Rtn.
           if WS-Run-Mode not = 'O'
               perform 355-Accrue-Leave-Rtn
           end-if.
           perform 330-Write-Audit-Rtn.
           perform 344-Match-Addr-Rtn.
           perform 340-Write-ACH-Rtn.
           write ch12recout from DETAIL-REC.

      *********************************************
      * Mid-period salary change.  The period is   *
      * the calendar month for monthly staff, the  *
      * 1st-15th or 16th-month-end half for        *
      * semi-monthly, and the fourteen days        *
      * ending on the pay date for biweekly.  The  *
      * latest change effective on or before the  *
      * period end decides the split: walking the  *
      * period back from its last day, days on or  *
      * after the effective date are paid at the   *
      * new salary, the rest at the old.  A change *
      * effective on or before the first day pays  *
      * the whole period at the new rate, as       *
      * before.                                    *
      *********************************************
       135-Split-Salary-Rtn.
           move zero to WS-SalChg-Match WS-Split-Eff.
           move EMP-NUM to WS-SalChg-Emp-X.
           perform varying WS-SalChg-Idx from 1 by 1
               until WS-SalChg-Idx > WS-SalChg-Count
               if WS-SalChg-Emp(WS-SalChg-Idx) = WS-SalChg-Emp-X
                   and WS-SalChg-Eff(WS-SalChg-Idx) > WS-Split-Eff
                   move WS-SalChg-Idx to WS-SalChg-Match
                   move WS-SalChg-Eff(WS-SalChg-Idx) to WS-Split-Eff
               end-if
           end-perform.
           if WS-SalChg-Match = zero
               go to 135-Exit
           end-if.

           move WS-YEAR to WS-Spl-YYYY.
           move WS-MONTH to WS-Spl-MM.
           move WS-DAY to WS-Spl-DD.
           perform 136-Spl-Month-Length-Rtn.
           evaluate EMP-PAY-FREQ
               when 'B'
                   move 14 to WS-Split-Days
               when 'S'
                   if WS-DAY > 15
                       move WS-Spl-Month-Len to WS-Spl-DD
                       compute WS-Split-Days = WS-Spl-Month-Len - 15
                   else
                       move 15 to WS-Spl-DD
                       move 15 to WS-Split-Days
                   end-if
               when other
                   move WS-Spl-Month-Len to WS-Spl-DD
                   move WS-Spl-Month-Len to WS-Split-Days
           end-evaluate.
           if WS-Split-Eff > WS-Spl-Key
               go to 135-Exit
           end-if.

           move zero to WS-Split-New-Days.
           perform varying WS-Split-Walk from 1 by 1
               until WS-Split-Walk > WS-Split-Days
               if WS-Spl-Key not < WS-Split-Eff
                   add 1 to WS-Split-New-Days
               end-if
               perform 137-Spl-Prev-Day-Rtn
           end-perform.
           if WS-Split-New-Days = WS-Split-Days
               go to 135-Exit
           end-if.

           move 'Y' to WS-Split-Found.
           move WS-SalChg-Old(WS-SalChg-Match) to WS-Split-Old-Pay.
           compute WS-Split-Old-Days =
               WS-Split-Days - WS-Split-New-Days.
           compute WS-Split-Old-Amt rounded =
               WS-Split-Old-Pay * WS-Split-Old-Days
               / (WS-Periods * WS-Split-Days).
           compute WS-Split-New-Amt rounded =
               PAY * WS-Split-New-Days
               / (WS-Periods * WS-Split-Days).
      *    The blended annual figure is whole dollars, so the new
      *    piece takes up the rounding and the two pieces always
      *    add to the period's salary.
           compute PAY rounded =
               (WS-Split-Old-Amt + WS-Split-New-Amt) * WS-Periods.
           compute WS-Split-New-Amt rounded =
               (PAY / WS-Periods) - WS-Split-Old-Amt.

       135-Exit.
           exit.

      *********************************************
      * Each active assignment's pay for the       *
      * period - an hourly one at its rate times   *
      * the scheduled week over 52 weeks, a        *
      * salaried one at its annual salary - spread *
      * over the employee's pay periods            *
      *********************************************
       138-Apply-Second-Rtn.
           move EMP-NUM to WS-Sec-Emp-X.
           perform varying WS-Sec-Idx from 1 by 1
               until WS-Sec-Idx > WS-Sec-Count
               if WS-Sec-Emp(WS-Sec-Idx) = WS-Sec-Emp-X
                   if WS-SecE-Count < 9
                       add 1 to WS-SecE-Count
                       move WS-Sec-Dept(WS-Sec-Idx)
                           to WS-SecE-Dept(WS-SecE-Count)
                       if WS-Sec-Type(WS-Sec-Idx) = 'H'
                           compute WS-SecE-Amt(WS-SecE-Count)
                               rounded = WS-Sec-Rate(WS-Sec-Idx)
                               * WS-Sec-Hours(WS-Sec-Idx) * 52
                               / WS-Periods
                       else
                           compute WS-SecE-Amt(WS-SecE-Count)
                               rounded = WS-Sec-Rate(WS-Sec-Idx)
                               / WS-Periods
                       end-if
                       add WS-SecE-Amt(WS-SecE-Count) to WS-Sec-Gross
                   else
                       display 'EMPLOYEE ' EMP-NUM ' HAS MORE THAN 9 '
                           'SECONDARY ASSIGNMENTS - EXTRA NOT PAID'
                   end-if
               end-if
           end-perform.
           if WS-Sec-Gross > zero
               compute PAY = PAY + (WS-Sec-Gross * WS-Periods)
           end-if.

      *    A final check scales each assignment the same way the
      *    period figures were - the last takes the rounding so
      *    the pieces still add to the prorated total.
       301-Prorate-Second-Rtn.
           compute WS-Sec-Gross rounded =
               WS-Sec-Gross * EMP-TERM-DD / 30.
           move zero to WS-Sec-Alloc.
           perform varying WS-SecE-Idx from 1 by 1
               until WS-SecE-Idx > WS-SecE-Count
               if WS-SecE-Idx = WS-SecE-Count
                   compute WS-SecE-Amt(WS-SecE-Idx) =
                       WS-Sec-Gross - WS-Sec-Alloc
               else
                   compute WS-SecE-Amt(WS-SecE-Idx) rounded =
                       WS-SecE-Amt(WS-SecE-Idx) * EMP-TERM-DD / 30
                   add WS-SecE-Amt(WS-SecE-Idx) to WS-Sec-Alloc
               end-if
           end-perform.

       136-Spl-Month-Length-Rtn.
           evaluate WS-Spl-MM
               when 2
                   move 28 to WS-Spl-Month-Len
                   divide WS-Spl-YYYY by 4 giving WS-Spl-Work
                       remainder WS-Spl-Rem
                   if WS-Spl-Rem = zero
                       move 29 to WS-Spl-Month-Len
                   end-if
               when 4
               when 6
               when 9
               when 11
                   move 30 to WS-Spl-Month-Len
               when other
                   move 31 to WS-Spl-Month-Len
           end-evaluate.

       137-Spl-Prev-Day-Rtn.
           if WS-Spl-DD > 1
               subtract 1 from WS-Spl-DD
           else
               if WS-Spl-MM = 1
                   move 12 to WS-Spl-MM
                   subtract 1 from WS-Spl-YYYY
               else
                   subtract 1 from WS-Spl-MM
               end-if
               perform 136-Spl-Month-Length-Rtn
               move WS-Spl-Month-Len to WS-Spl-DD
           end-if.

      *********************************************
      * Take the employee's voluntary deductions  *
      * out of the period's net, after taxes -    *
      * flat amounts as keyed, percents against   *
      * the period's share of gross.  A stopped   *
      * deduction is passed over, one that would  *
      * drive the net negative is skipped and     *
      * said so on the register, and an employee  *
      * whose net actually moved gets a CH12VDED  *
      * line on the shared audit trail.           *
      *********************************************
       315-Apply-Vol-Ded-Rtn.
           move zero to WS-Vol-Count.
           move monet to WS-Net-Before-Vol.
               WS-Ret-Match-Amt.
           move spaces to WS-Ret-Note.

      *    Off-cycle the election is left where it lies - the
      *    record is carried forward untouched by the next
      *    employee's catch-up or the end-of-job flush.
           perform until RET-HOLD-EMP not less than EMP-NUM
               or WS-Ret-EOF = 'YES'
               perform 324-Carry-Forward-Ret-Rtn
           end-perform.

           if RET-HOLD-EMP = EMP-NUM and WS-Ret-EOF = 'NO '
               and WS-Run-Mode not = 'O'
               move 'Y' to WS-Ret-Elected
               compute WS-Ret-Contrib rounded =
                   (PAY * RET-HOLD-PCT / 100) / WS-Periods
                   move WS-DAY to AUD-Run-DD
                   move WS-YEAR to AUD-Run-YYYY
                   write Audit-Rec

                   move EMP-NUM to RRM-EMP-NUM
                   move WS-Run-Date-Key to RRM-PAY-DATE
                   move WS-Period-Key to RRM-PERIOD-ID
                   move WS-Ret-Contrib to RRM-DEFERRAL
                   move WS-Ret-Match-Amt to RRM-MATCH
                   move WS-Ret-New-YTD to RRM-YTD-DEFERRAL
                   write RETRMT-REC
               end-if

               move EMP-NUM to WRO-EMP
               or WS-Earn-EOF = 'YES'
               compute PAY = PAY + (EARN-HOLD-AMT * WS-Periods)
               add EARN-HOLD-AMT to WS-Earn-Typed
      *        An OT line is paid at time-and-a-half - a third of
      *        it is the premium.
               if EARN-HOLD-TYPE = 'OT'
                   compute WS-OT-Premium rounded =
                       WS-OT-Premium + (EARN-HOLD-AMT / 3)
               end-if
               if WS-EApp-Count < 10
                   add 1 to WS-EApp-Count
                   move EARN-HOLD-TYPE
           subtract WS-Ret-Per-St from monet.
           move zero to WS-Ret-Annual.

      *********************************************
      * Group-term life over $50,000 - the cost of *
      * the excess coverage from the IRS uniform   *
      * premium table is imputed income, taxed and *
      * FICA'd but never paid in cash.             *
      *********************************************
       297-Life-Imputed-Rtn.
           move zero to WS-Life-Salary WS-Life-Coverage
               WS-Life-Thous WS-Life-Excess WS-Life-Age
               WS-Life-Rate WS-Life-Monthly WS-Life-Annual
               WS-Life-Period.
           move spaces to WS-Life-Plan WS-Life-Note.
           if WS-Run-Mode = 'O'
               go to 297-Exit
           end-if.

           perform varying WS-BElect-Idx from 1 by 1
               until WS-BElect-Idx > WS-BElect-Count
               if WS-BElect-Emp(WS-BElect-Idx) = EMP-NUM
                   and WS-BElect-Life(WS-BElect-Idx) not = spaces
                   move WS-BElect-Life(WS-BElect-Idx) to WS-Life-Plan
                   move WS-BElect-Count to WS-BElect-Idx
               end-if
           end-perform.
           if WS-Life-Plan = spaces
               go to 297-Exit
           end-if.

           if EMP-JOB-CODE(1:1) = 'H'
               compute WS-Life-Salary = EMP-HOURLY-RATE * 2080
           else
               move PAY to WS-Life-Salary
           end-if.
           perform varying WS-BPlan-Idx from 1 by 1
               until WS-BPlan-Idx > WS-BPlan-Count
               if WS-BPlan-Plan(WS-BPlan-Idx) = WS-Life-Plan
                   if WS-BPlan-Life-Amt(WS-BPlan-Idx) > zero
                       move WS-BPlan-Life-Amt(WS-BPlan-Idx)
                           to WS-Life-Coverage
                   else
                       compute WS-Life-Coverage =
                           WS-BPlan-Life-Mult(WS-BPlan-Idx)
                           * WS-Life-Salary
                   end-if
                   move WS-BPlan-Count to WS-BPlan-Idx
               end-if
           end-perform.
           if WS-Life-Coverage = zero
               move 'NO LIFE AMOUNT' to WS-Life-Note
               go to 297-Exit
           end-if.

      *    Coverage is rounded up to the next $1,000 and only the
      *    thousands over the first fifty are costed.
           compute WS-Life-Thous = (WS-Life-Coverage + 999) / 1000.
           compute WS-Life-Coverage = WS-Life-Thous * 1000.
           if WS-Life-Thous not > 50
               move 'UNDER $50,000' to WS-Life-Note
               go to 297-Exit
           end-if.
           compute WS-Life-Excess = WS-Life-Thous - 50.

           if EMP-BIRTH-DATE not numeric or EMP-BIRTH-YYYY = zero
               or EMP-BIRTH-YYYY > WS-YEAR
               move 'NO BIRTH DATE' to WS-Life-Note
               go to 297-Exit
           end-if.
      *    Age is taken as of the end of the tax year.
           compute WS-Life-Age = WS-YEAR - EMP-BIRTH-YYYY.
           perform varying WS-LRate-Idx from 1 by 1
               until WS-LRate-Idx > 11
               if WS-Life-Age not > WS-LRate-Max-Age(WS-LRate-Idx)
                   move WS-LRate-Rate(WS-LRate-Idx) to WS-Life-Rate
                   move 11 to WS-LRate-Idx
               end-if
           end-perform.

           compute WS-Life-Monthly rounded =
               WS-Life-Excess * WS-Life-Rate.
           compute WS-Life-Annual = WS-Life-Monthly * 12.
           compute WS-Life-Period rounded =
               WS-Life-Annual / WS-Periods.

       297-Exit.
           exit.

      *********************************************
      * Price the employee's health premium for    *
      * the period - the elected plan and tier     *
      * from the benefit tables, else the          *
      * Insurance-Dues on the master.  A plan      *
      * flagged Y shelters income tax and FICA,    *
      * I income tax only; the annual amounts      *
      * feed the FICA and taxable computes.        *
      * Off-cycle runs take no premium.            *
      *********************************************
       363-Plan-Premium-Rtn.
           move zero to WS-Ins-Premium WS-Ins-Annual
               WS-Ins-Tax-Annual WS-Ins-Fica-Annual
               WS-Period-Sec125.
           move 'N' to WS-Ins-Pretax.
           move spaces to WS-Ins-Plan WS-Ins-Note.
           move space to WS-Ins-Tier.
           if WS-Run-Mode = 'O'
               go to 363-Exit
           end-if.

           perform varying WS-BElect-Idx from 1 by 1
               until WS-BElect-Idx > WS-BElect-Count
               if WS-BElect-Emp(WS-BElect-Idx) = EMP-NUM
                   move WS-BElect-Plan(WS-BElect-Idx) to WS-Ins-Plan
                   move WS-BElect-Tier(WS-BElect-Idx) to WS-Ins-Tier
                   move WS-BElect-Count to WS-BElect-Idx
               end-if
           end-perform.

           if WS-Ins-Plan not = spaces
               perform varying WS-BPlan-Idx from 1 by 1
                   until WS-BPlan-Idx > WS-BPlan-Count
                   if WS-BPlan-Plan(WS-BPlan-Idx) = WS-Ins-Plan
                       and WS-BPlan-Tier(WS-BPlan-Idx) = WS-Ins-Tier
                       compute WS-Ins-Premium rounded =
                           WS-BPlan-Premium(WS-BPlan-Idx) * 12
                           / WS-Periods
                       move WS-BPlan-Pretax(WS-BPlan-Idx)
                           to WS-Ins-Pretax
                       move WS-BPlan-Count to WS-BPlan-Idx
                   end-if
               end-perform
               if WS-Ins-Premium = zero
                   move 'NO PLAN RATE' to WS-Ins-Note
               end-if
           else
               if WS-Idx-Avail = 'YES'
                   move EMP-NUM to Idx-Employee-Number
                   read Payroll-Master-Idx
                       invalid key
                           move zeros to Idx-Insurance-Dues
                   end-read
                   move Idx-Insurance-Dues to WS-Ins-Dues-X
                   if WS-Ins-Dues-9 numeric
                       compute WS-Ins-Premium rounded =
                           WS-Ins-Dues-9 * 12 / WS-Periods
                   end-if
               end-if
           end-if.

           if WS-Ins-Pretax not = 'Y' and WS-Ins-Pretax not = 'I'
               move 'N' to WS-Ins-Pretax
           end-if.
           compute WS-Ins-Annual = WS-Ins-Premium * WS-Periods.
           if WS-Ins-Pretax = 'Y' or WS-Ins-Pretax = 'I'
               move WS-Ins-Annual to WS-Ins-Tax-Annual
           end-if.
           if WS-Ins-Pretax = 'Y'
               move WS-Ins-Annual to WS-Ins-Fica-Annual
           end-if.

       363-Exit.
           exit.

      *********************************************
      * Take the premium out of the period's net   *
      * behind the court orders and the            *
      * retirement plan.  A pre-tax premium the    *
      * net cannot cover is dropped and its tax    *
      * shelter undone, the same as a retirement   *
      * contribution that cannot be taken.         *
      *********************************************
       364-Take-Premium-Rtn.
           if WS-Ins-Premium = zero
               go to 364-Exit
           end-if.
           if WS-Ins-Premium > monet
               move zero to WS-Ins-Premium
               perform 366-Cancel-Ins-Shelter-Rtn
               move 'INSUFFICIENT NET' to WS-Ins-Note
               go to 364-Exit
           end-if.
           subtract WS-Ins-Premium from monet.
           add WS-Ins-Premium to WS-Ins-Run-Total.
           if WS-Ins-Pretax not = 'N'
               move WS-Ins-Premium to WS-Period-Sec125
               add WS-Ins-Premium to WS-Ins-Pretax-Total
           end-if.

           move EMP-NUM to AUD-Emp-No.
           move 'CH12INS ' to AUD-Program.
           compute AUD-Old-Value = monet + WS-Ins-Premium.
           move monet to AUD-New-Value.
           move WS-MONTH to AUD-Run-MM.
           move WS-DAY to AUD-Run-DD.
           move WS-YEAR to AUD-Run-YYYY.
           write Audit-Rec.

       364-Exit.
           exit.

      *********************************************
      * Put a dropped premium's shelter back -     *
      * income tax on the sheltered amount, and    *
      * FICA as well when the plan sheltered it    *
      *********************************************
       366-Cancel-Ins-Shelter-Rtn.
           move zero to WS-Ins-Add-Fed WS-Ins-Add-St
               WS-Ins-Add-Fica WS-Ins-Per-Fica.
           if WS-Ins-Tax-Annual > zero
               add WS-Ins-Tax-Annual to taxable
               if WS-Whe-Found = 'Y' and WHE-HOLD-EXEMPT = 'Y'
                   move zero to WS-Ins-Add-Fed
               else
                   compute WS-Ins-Add-Fed rounded =
                       FED * WS-Ins-Tax-Annual
               end-if
               compute WS-Ins-Add-St rounded =
                   STATE * WS-Ins-Tax-Annual
               add WS-Ins-Add-Fed to FEDAMT
               add WS-Ins-Add-St to STAMT
               compute WS-Ret-Per-Fed rounded =
                   WS-Ins-Add-Fed / WS-Periods
               compute WS-Ret-Per-St rounded =
                   WS-Ins-Add-St / WS-Periods
               compute WS-Ret-Per-Tax rounded =
                   WS-Ins-Tax-Annual / WS-Periods
               add WS-Ret-Per-Fed to WS-Period-Fed
               add WS-Ret-Per-St to WS-Period-St
               add WS-Ret-Per-Tax to WS-Period-Taxable
               subtract WS-Ret-Per-Fed from monet
               subtract WS-Ret-Per-St from monet
           end-if.
           if WS-Ins-Fica-Annual > zero
               compute WS-Ins-Add-Fica rounded =
                   WS-Ins-Fica-Annual * .0765
               add WS-Ins-Add-Fica to FICA
               add WS-Ins-Fica-Annual to WS-Fica-Wages
               compute WS-Ins-Per-Fica rounded =
                   WS-Ins-Add-Fica / WS-Periods
               compute WS-Ret-Per-Tax rounded =
                   WS-Ins-Fica-Annual / WS-Periods
               add WS-Ins-Per-Fica to WS-Period-FICA
               add WS-Ret-Per-Tax to WS-Period-Fica-Wages
               subtract WS-Ins-Per-Fica from monet
           end-if.
           compute ANNET = ANNET - WS-Ins-Add-Fed
               - WS-Ins-Add-St - WS-Ins-Add-Fica.
           move zero to WS-Ins-Tax-Annual WS-Ins-Fica-Annual.

      *********************************************
      * Settle this employee's expense claims -    *
      * an approved claim not already reimbursed   *
      * is added to net and posted to the GL       *
      * detail, a claim number already paid is     *
      * rejected, and an unapproved claim is held  *
      * for the next run.  Claims for an employee  *
      * the input file skipped are held as well.   *
      *********************************************
       367-Apply-Expense-Rtn.
           move zero to WS-Exp-Paid.

           perform until EXP-HOLD-EMP not less than EMP-NUM
               or WS-Exp-EOF = 'YES'
               move 'HELD - NO PAY RECORD' to WS-Exp-Disp
               perform 379-Hold-Claim-Rtn
               perform 368-Read-Exp-Rtn
           end-perform.

           perform until EXP-HOLD-EMP not = EMP-NUM
               or WS-Exp-EOF = 'YES'
               perform 369-Settle-One-Claim-Rtn
                   through 369-Exit
               perform 368-Read-Exp-Rtn
           end-perform.

           if WS-Exp-Paid > zero
               add WS-Exp-Paid to monet
               move EMP-NUM to AUD-Emp-No
               move 'CH12EXP ' to AUD-Program
               compute AUD-Old-Value = monet - WS-Exp-Paid
               move monet to AUD-New-Value
               move WS-MONTH to AUD-Run-MM
               move WS-DAY to AUD-Run-DD
               move WS-YEAR to AUD-Run-YYYY
               write Audit-Rec
           end-if.

       368-Read-Exp-Rtn.
           read chapter12exp
               at end
                   move 'YES' to WS-Exp-EOF
                   move 99999 to EXP-HOLD-EMP
               not at end
                   move EXP-EMP-NUM to EXP-HOLD-EMP
                   move EXP-CLAIM to EXP-HOLD-CLAIM
                   move EXP-CATEGORY to EXP-HOLD-CAT
                   move EXP-AMOUNT to EXP-HOLD-AMT
                   move EXP-APPROVER to EXP-HOLD-APPROVER
           end-read.

       369-Settle-One-Claim-Rtn.
           if EXP-HOLD-APPROVER = spaces
               move 'HELD - NOT APPROVED' to WS-Exp-Disp
               perform 379-Hold-Claim-Rtn
               go to 369-Exit
           end-if.

           move 'N' to WS-XPD-Found.
           perform varying WS-XPD-Idx from 1 by 1
               until WS-XPD-Idx > WS-XPD-Count
               if WS-XPD-Claim(WS-XPD-Idx) = EXP-HOLD-CLAIM
                   move 'Y' to WS-XPD-Found
                   move WS-XPD-Count to WS-XPD-Idx
               end-if
           end-perform.
           if WS-XPD-Found = 'Y'
               add 1 to WS-Exp-Reject-Count
               display 'EXPENSE CLAIM ' EXP-HOLD-CLAIM
                   ' FOR EMPLOYEE ' EXP-HOLD-EMP
                   ' ALREADY REIMBURSED - REJECTED'
               move 'REJECTED - DUPLICATE' to WS-Exp-Disp
               perform 377-Exp-Reg-Line-Rtn
               go to 369-Exit
           end-if.

           if WS-XPD-Count < 5000
               add 1 to WS-XPD-Count
               move EXP-HOLD-CLAIM to WS-XPD-Claim(WS-XPD-Count)
           else
               display 'PAID CLAIM TABLE CAPACITY '
                   'EXCEEDED AT 5000 - RUN HALTED'
               stop run
           end-if.

           add EXP-HOLD-AMT to WS-Exp-Paid.
           add 1 to WS-Exp-Run-Count.
           add EXP-HOLD-AMT to WS-Exp-Run-Total.
           perform 376-Bucket-Exp-Cat-Rtn.

           move EXP-HOLD-CLAIM to XPD-CLAIM.
           move EXP-HOLD-EMP to XPD-EMP-NUM.
           move WS-Run-Date-Key to XPD-PAY-DATE.
           write XPD-NEW-REC from XPD-REC.

           move EXP-HOLD-EMP to XGL-EMP-NUM.
           move EXP-HOLD-CAT to XGL-CATEGORY.
           move EXP-HOLD-AMT to XGL-AMOUNT.
           write XGL-REC.

           move 'PAID' to WS-Exp-Disp.
           perform 377-Exp-Reg-Line-Rtn.

       369-Exit.
           exit.

       377-Exp-Reg-Line-Rtn.
           move EXP-HOLD-EMP to XRD-Emp.
           move EXP-HOLD-CLAIM to XRD-Claim.
           move EXP-HOLD-CAT to XRD-Cat.
           move EXP-HOLD-APPROVER to XRD-Approver.
           move EXP-HOLD-AMT to XRD-Amount.
           move WS-Exp-Disp to XRD-Disp.
           write EXP-REG-REC from EXP-REG-DETAIL.

       376-Bucket-Exp-Cat-Rtn.
           move 'N' to WS-XCat-Found.
           perform varying WS-XCat-Idx from 1 by 1
               until WS-XCat-Idx > WS-XCat-Count
               if WS-XCat-Code(WS-XCat-Idx) = EXP-HOLD-CAT
                   move 'Y' to WS-XCat-Found
                   add EXP-HOLD-AMT to WS-XCat-Total(WS-XCat-Idx)
                   move WS-XCat-Count to WS-XCat-Idx
               end-if
           end-perform.
           if WS-XCat-Found = 'N'
               if WS-XCat-Count < 10
                   add 1 to WS-XCat-Count
                   move EXP-HOLD-CAT to WS-XCat-Code(WS-XCat-Count)
                   move EXP-HOLD-AMT to WS-XCat-Total(WS-XCat-Count)
               else
                   display 'EXPENSE CATEGORY TABLE CAPACITY '
                       'EXCEEDED AT 10 - RUN HALTED'
                   stop run
               end-if
           end-if.

      *    A held claim goes back out exactly as keyed, so the
      *    next run sees it again once it is approved or the
      *    employee is paid.
       379-Hold-Claim-Rtn.
           add 1 to WS-Exp-Held-Count.
           move EXP-HOLD-EMP to EXP-EMP-NUM.
           move EXP-HOLD-CLAIM to EXP-CLAIM.
           move EXP-HOLD-CAT to EXP-CATEGORY.
           move EXP-HOLD-AMT to EXP-AMOUNT.
           move EXP-HOLD-APPROVER to EXP-APPROVER.
           write EXP-KEEP-REC from EXP-REC.
           perform 377-Exp-Reg-Line-Rtn.

       323-Read-Ret-Rtn.
           read chapter12ret
               at end
               move YTD-HOLD-TAXABLE to WS-YTD-TAXABLE
               move YTD-HOLD-FICA to WS-YTD-FICA
               move YTD-HOLD-NET to WS-YTD-NET
               if YTD-HOLD-SEC125 numeric
                   move YTD-HOLD-SEC125 to WS-YTD-SEC125
               else
                   move zero to WS-YTD-SEC125
               end-if
               if YTD-HOLD-IMPUTED numeric
                   move YTD-HOLD-IMPUTED to WS-YTD-IMPUTED
               else
                   move zero to WS-YTD-IMPUTED
               end-if
               read chapter12ytdin into YTD-HOLD
                   at end
                       move 'YES' to WS-YTD-EOF
               end-read
           else
               move zero to WS-YTD-TAXABLE WS-YTD-FICA WS-YTD-NET
                   WS-YTD-SEC125 WS-YTD-IMPUTED
           end-if.

      *    The year-to-date balances climb by one period's worth
           add WS-Period-Taxable to WS-YTD-TAXABLE.
           add WS-Period-FICA to WS-YTD-FICA.
           add monet to WS-YTD-NET.
           add WS-Period-Sec125 to WS-YTD-SEC125.
           add WS-Life-Period to WS-YTD-IMPUTED.

           move EMP-NUM to YTD-EMP-NUM-OUT.
           move WS-YTD-TAXABLE to YTD-TAXABLE-OUT.
           move WS-YTD-FICA to YTD-FICA-OUT.
           move WS-YTD-NET to YTD-NET-OUT.
           move WS-Emp-Co to YTD-COMPANY-OUT.
           move WS-YTD-SEC125 to YTD-SEC125-OUT.
           move WS-YTD-IMPUTED to YTD-IMPUTED-OUT.
           write YTD-REC-OUT.

      *********************************************
           move YTD-HOLD-FICA to YTD-FICA-OUT.
           move YTD-HOLD-NET to YTD-NET-OUT.
           move YTD-HOLD-COMPANY to YTD-COMPANY-OUT.
           if YTD-HOLD-SEC125 numeric
               move YTD-HOLD-SEC125 to YTD-SEC125-OUT
           else
               move zero to YTD-SEC125-OUT
           end-if.
           if YTD-HOLD-IMPUTED numeric
               move YTD-HOLD-IMPUTED to YTD-IMPUTED-OUT
           else
               move zero to YTD-IMPUTED-OUT
           end-if.
           write YTD-REC-OUT.

      *********************************************
               write DED-REG-REC from DED-REG-RETLINE
           end-if.

           if WS-Ins-Premium > zero or WS-Ins-Note not = spaces
               move WS-Ins-Plan to DRI-Plan
               move WS-Ins-Tier to DRI-Tier
               move WS-Ins-Premium to DRI-Amount
               evaluate WS-Ins-Pretax
                   when 'Y'
                       move 'PRE-TAX      ' to DRI-Basis
                   when 'I'
                       move 'PRE-TAX INC  ' to DRI-Basis
                   when other
                       move 'AFTER-TAX    ' to DRI-Basis
               end-evaluate
               move WS-Ins-Note to DRI-Note
               write DED-REG-REC from DED-REG-INSLINE
           end-if.

           if WS-Life-Plan not = spaces
               move WS-Life-Plan to DRL-Plan
               move WS-Life-Coverage to DRL-Coverage
               move WS-Life-Age to DRL-Age
               move WS-Life-Annual to DRL-Annual
               move WS-Life-Period to DRL-Period
               move WS-Life-Note to DRL-Note
               write DED-REG-REC from DED-REG-LIFELINE
               add WS-Life-Period to WS-Life-Run-Total
           end-if.

           add PAY to WS-Tot-Gross.
           add STDDED to WS-Tot-StdDed.
           add DEPDED to WS-Tot-DepDed.
           move WS-Period-Taxable to TXD-TAXABLE.
           move WS-Period-FICA to TXD-FICA.
           move WS-Period-Fed to TXD-FED.
           move WS-Period-Sec125 to TXD-PRETAX.
           move WS-Period-Fica-Wages to TXD-FICA-WAGES.
           write TAXDEP-REC.

           move EMP-STATE-CODE to STX-STATE-CODE.
           move WS-Period-FICA to PH-FICA.
           move monet to PH-NET.
           move EMP-PAY-METHOD to PH-METHOD.
           move EMP-STATE-CODE to PH-STATE.
           move EMP-JOB-CODE to PH-JOB-CODE.
           move WS-Run-Date-Key to PH-PAY-DATE.
           move WS-OT-Premium to PH-OT-PREM.
           move WS-Period-Hours to PH-HOURS.
           move WS-Supp-Amount to PH-COMM.
           write HIST-REC.

           if WS-Run-Mode = 'T'
           move WS-Period-Fed to GLI-FED.
           move WS-Period-St to GLI-STATE.
           move WS-Period-FICA to GLI-FICA.
      *    The health premium was taken ahead of the voluntary
      *    deductions and rides the same payable.
           compute GLI-VOLDED = WS-Net-Before-Vol - monet
               + WS-Ins-Premium + WS-Exp-Paid.
           move WS-Ret-Contrib to GLI-RETIRE.
           move WS-Ret-Match-Amt to GLI-MATCH.
           move WS-Earn-Typed to GLI-TYPED.
      *    interface field so Ch12GL credits a garnishment
      *    payable and the clearing credit stays honest.
           move WS-Garn-Taken-Emp to GLI-GARN.
           move WS-Exp-Paid to GLI-EXPENSE.
           move WS-Sec-Gross to GLI-SECOND.
           write GL-INTF-REC.
           perform varying WS-SecE-Idx from 1 by 1
               until WS-SecE-Idx > WS-SecE-Count
               move EMP-NUM to SGL-EMP-NUM
               move WS-SecE-Dept(WS-SecE-Idx) to SGL-DEPT
               move WS-SecE-Amt(WS-SecE-Idx) to SGL-AMOUNT
               write SGL-REC
           end-perform.

           add WS-Period-Gross to WS-Co-Gross(WS-Co-Idx).
           add monet to WS-Co-Net(WS-Co-Idx).
           move 'Gross pay' to STB-Label.
           move PAY to STB-Amount.
           write STUB-REC from STUB-AMT-LINE.
           if WS-Life-Annual > zero
               move 'Imputed life (memo, no cash)' to STB-Label
               move WS-Life-Annual to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.
           if WS-Split-Found = 'Y'
               move 'Old rate   /   days (period)' to STB-Label
               move WS-Split-Old-Days to STB-Label(10:2)
               move WS-Split-Days to STB-Label(13:2)
               move WS-Split-Old-Amt to STB-Amount
               write STUB-REC from STUB-AMT-LINE
               move 'New rate   /   days (period)' to STB-Label
               move WS-Split-New-Days to STB-Label(10:2)
               move WS-Split-Days to STB-Label(13:2)
               move WS-Split-New-Amt to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.
           perform varying WS-SecE-Idx from 1 by 1
               until WS-SecE-Idx > WS-SecE-Count
               move 'Second job, dept    (period)' to STB-Label
               move WS-SecE-Dept(WS-SecE-Idx) to STB-Label(18:2)
               move WS-SecE-Amt(WS-SecE-Idx) to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-perform.
           perform varying WS-EApp-Idx from 1 by 1
               until WS-EApp-Idx > WS-EApp-Count
               move 'Earnings    (this period)' to STB-Label
               move WS-Ret-Match-Amt to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.
           if WS-Ins-Premium > zero
               if WS-Ins-Pretax = 'N'
                   move 'Health insurance (after-tax)' to STB-Label
               else
                   move 'Health insurance (pre-tax)' to STB-Label
               end-if
               move WS-Ins-Premium to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.
           if WS-Exp-Paid > zero
               move 'Reimbursement (non-taxable)' to STB-Label
               move WS-Exp-Paid to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.
           move spaces to STUB-REC.
           write STUB-REC.

               move WS-Ret-Limit to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.
           if WS-YTD-SEC125 > zero
               move 'YTD pre-tax premiums' to STB-Label
               move WS-YTD-SEC125 to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.
           if WS-YTD-IMPUTED > zero
               move 'YTD imputed life income' to STB-Label
               move WS-YTD-IMPUTED to STB-Amount
               write STUB-REC from STUB-AMT-LINE
           end-if.

      *    The elections in force print on the stub so payroll
      *    can answer "why did my withholding change" straight
               end-if
           end-if.

           if WS-Run-Mode not = 'O'
               move spaces to STUB-REC
               write STUB-REC
               move 'Leave balances (hours)' to STB-Section
               write STUB-REC from STUB-SECT-LINE
               move 'Vacation' to STB-Lv-Label
               move WS-Lv-Vac-Accrued to STB-Lv-Accrued
               move WS-Lv-Vac-Taken to STB-Lv-Taken
               move WS-Lv-Vac-Bal to STB-Lv-Bal
               write STUB-REC from STUB-LEAVE-LINE
               move 'Sick' to STB-Lv-Label
               move WS-Lv-Sick-Accrued to STB-Lv-Accrued
               move WS-Lv-Sick-Taken to STB-Lv-Taken
               move WS-Lv-Sick-Bal to STB-Lv-Bal
               write STUB-REC from STUB-LEAVE-LINE
               if WS-Lv-Note not = spaces
                   move WS-Lv-Note to STB-Section
                   write STUB-REC from STUB-SECT-LINE
               end-if
           end-if.

      *********************************************
      * One variance line per employee paid in    *
      * the trial - this net against the last     *
               end-read
           end-perform.

      *********************************************
      * One period's leave for a paid employee:   *
      * the tier set by completed years of        *
      * service, the annual hours spread over the *
      * employee's pay frequency, the bank capped *
      * and the hours taken on the timecard       *
      * deducted.  A period already accrued on    *
      * the bank record is not accrued again.     *
      *********************************************
       355-Accrue-Leave-Rtn.
           perform until LV-HOLD-EMP not less than EMP-NUM
               or WS-Leave-EOF = 'YES'
               perform 338-Carry-Forward-Leave-Rtn
               perform 357-Read-Leave-Rtn
           end-perform.

           move spaces to WS-Lv-Note.
           if LV-HOLD-EMP = EMP-NUM and WS-Leave-EOF = 'NO '
               move LV-HOLD-VAC to WS-Lv-Vac-Bal
               move LV-HOLD-SICK to WS-Lv-Sick-Bal
               move LV-HOLD-PERIOD to WLO-PERIOD
               perform 357-Read-Leave-Rtn
           else
               move zero to WS-Lv-Vac-Bal WS-Lv-Sick-Bal
               move spaces to WLO-PERIOD
           end-if.

           perform 358-Service-Years-Rtn.
           move 1 to WS-LvPol-Match.
           perform varying WS-LvPol-Idx from 1 by 1
               until WS-LvPol-Idx > WS-LvPol-Count
               if WS-LvPol-Years(WS-LvPol-Idx) <= WS-Svc-Years
                   move WS-LvPol-Idx to WS-LvPol-Match
               end-if
           end-perform.

      *    The banked balance already has this period's hours
      *    taken out - a forced rerun must not take them twice.
           if WLO-PERIOD = WS-Period-Key
               move zero to WS-Lv-Vac-Accrued WS-Lv-Sick-Accrued
                   WS-Lv-Vac-Taken WS-Lv-Sick-Taken
               move 'ALREADY ACCRUED' to WS-Lv-Note
           else
               compute WS-Lv-Vac-Accrued rounded =
                   WS-LvPol-Vac(WS-LvPol-Match) / WS-Periods
               compute WS-Lv-Sick-Accrued rounded =
                   WS-LvPol-Sick(WS-LvPol-Match) / WS-Periods
      *        A final pay accrues for the days worked only, on
      *        the same 30-day basis as the pay itself.
               if EMP-STATUS = 'T' and EMP-TERM-DD > zero
                   compute WS-Lv-Vac-Accrued rounded =
                       WS-Lv-Vac-Accrued * EMP-TERM-DD / 30
                   compute WS-Lv-Sick-Accrued rounded =
                       WS-Lv-Sick-Accrued * EMP-TERM-DD / 30
               end-if
               add WS-Lv-Vac-Accrued to WS-Lv-Vac-Bal
               add WS-Lv-Sick-Accrued to WS-Lv-Sick-Bal
               if WS-LvPol-Vac-Cap(WS-LvPol-Match) > zero
                   and WS-Lv-Vac-Bal >
                       WS-LvPol-Vac-Cap(WS-LvPol-Match)
                   move WS-LvPol-Vac-Cap(WS-LvPol-Match)
                       to WS-Lv-Vac-Bal
                   move 'VACATION AT CAP' to WS-Lv-Note
               end-if
               if WS-LvPol-Sick-Cap(WS-LvPol-Match) > zero
                   and WS-Lv-Sick-Bal >
                       WS-LvPol-Sick-Cap(WS-LvPol-Match)
                   move WS-LvPol-Sick-Cap(WS-LvPol-Match)
                       to WS-Lv-Sick-Bal
               end-if
               move WS-Period-Key to WLO-PERIOD
           end-if.

      *    Hours taken past the balance are not carried negative -
      *    the bank stops at zero and the stub says so, leaving
      *    the overdraw for payroll to settle with the employee.
           if WS-Lv-Vac-Taken > WS-Lv-Vac-Bal
               move WS-Lv-Vac-Bal to WS-Lv-Vac-Taken
               move 'VACATION OVERDRAWN' to WS-Lv-Note
           end-if.
           if WS-Lv-Sick-Taken > WS-Lv-Sick-Bal
               move WS-Lv-Sick-Bal to WS-Lv-Sick-Taken
               move 'SICK OVERDRAWN' to WS-Lv-Note
           end-if.
           subtract WS-Lv-Vac-Taken from WS-Lv-Vac-Bal.
           subtract WS-Lv-Sick-Taken from WS-Lv-Sick-Bal.

           move EMP-NUM to WLO-EMP.
           move WS-Lv-Vac-Bal to WLO-VAC.
           move WS-Lv-Sick-Bal to WLO-SICK.
           write LEAVE-REC-OUT from WS-Leave-Out-Rec.

      *********************************************
      * Completed years of service from the       *
      * master's Hire-Date as of the pay date -   *
      * an unreadable or missing hire date counts *
      * as a new hire                             *
      *********************************************
       358-Service-Years-Rtn.
           move zero to WS-Svc-Years.
           if WS-Idx-Avail = 'YES'
               move EMP-NUM to Idx-Employee-Number
               read Payroll-Master-Idx
                   invalid key
                       move spaces to Idx-Hire-Date
               end-read
               if Idx-Hire-Date numeric
                   move Idx-Hire-YYYY to WS-Hire-YYYY
                   move Idx-Hire-MM to WS-Hire-MM
                   move Idx-Hire-DD to WS-Hire-DD
                   compute WS-Hire-MMDD =
                       (WS-Hire-MM * 100) + WS-Hire-DD
                   compute WS-Run-MMDD = (WS-MONTH * 100) + WS-DAY
                   compute WS-Svc-Years = WS-YEAR - WS-Hire-YYYY
                   if WS-Run-MMDD < WS-Hire-MMDD
                       subtract 1 from WS-Svc-Years
                   end-if
                   if WS-Svc-Years < zero
                       move zero to WS-Svc-Years
                   end-if
               end-if
           end-if.

      *********************************************
      * A bank record with no employee paid this  *
      * run goes forward untouched - nothing      *
      * accrues on a period not paid              *
      *********************************************
       338-Carry-Forward-Leave-Rtn.
           move LV-HOLD-EMP to WLO-EMP.
           move LV-HOLD-VAC to WLO-VAC.
           move LV-HOLD-SICK to WLO-SICK.
           move LV-HOLD-PERIOD to WLO-PERIOD.
           write LEAVE-REC-OUT from WS-Leave-Out-Rec.

       357-Read-Leave-Rtn.
           read chapter12leave
               at end
                   move 'YES' to WS-Leave-EOF
                   move 99999 to LV-HOLD-EMP
               not at end
                   move LV-EMP-NUM to LV-HOLD-EMP
                   move LV-VAC-BAL to LV-HOLD-VAC
                   move LV-SICK-BAL to LV-HOLD-SICK
                   move LV-LAST-PERIOD to LV-HOLD-PERIOD
           end-read.

       359-Flush-Leave-Rtn.
           perform until WS-Leave-EOF = 'YES'
               perform 338-Carry-Forward-Leave-Rtn
               perform 357-Read-Leave-Rtn
           end-perform.

      *********************************************
      * Append the gross-to-net pay change to the *
      * shared payroll audit trail file           *
           move WS-DAY to AUD-Run-DD.
           move WS-YEAR to AUD-Run-YYYY.
           write Audit-Rec.
      *    A split period leaves its two pieces on the trail -
      *    the old-rate days' pay and the new-rate days' pay.
           if WS-Split-Found = 'Y'
               move 'CH12SPLT' to AUD-Program
               move WS-Split-Old-Amt to AUD-Old-Value
               move WS-Split-New-Amt to AUD-New-Value
               write Audit-Rec
           end-if.

      *********************************************
      * Write this employee's net pay to the bank  *
           perform 326-Flush-Ret-Rtn.
           perform 354-Flush-Earns-Rtn.
           perform 356-Flush-Gup-Rtn.
           perform 359-Flush-Leave-Rtn.
           if WS-Run-Mode = 'O'
               perform 362-OffCycle-Unpaid-Rtn
           end-if.
           perform 360-Write-ACH-Trailers-Rtn.
           perform 365-Close-Check-Run-Rtn.
           perform 370-Close-DedReg-Rtn.
           perform 371-Close-GarnReg-Rtn.
           perform 372-Close-GupReg-Rtn.
           perform 378-Close-Expense-Rtn.
           close chapter12in
             chapter12out
             chapter12tax
           if WS-Ret-Avail = 'YES'
               close chapter12ret
           end-if.
           close chapter12retout
                 chapter12retrmt.
           if WS-Whe-Avail = 'YES'
               close chapter12whe
           end-if.
               close chapter12earn
           end-if.
           close chapter12egl.
           if WS-Exp-Avail = 'YES'
               close chapter12exp
           end-if.
           close chapter12xgl
                 chapter12xpdnew
                 chapter12expkeep
                 chapter12sgl.
           if WS-Gup-Avail = 'YES'
               close chapter12gup
           end-if.
           if WS-Hours-Avail = 'YES'
               close chapter12hours
           end-if.
           if WS-Leave-Avail = 'YES'
               close chapter12leave
           end-if.
           close chapter12leaveout.
           if WS-Idx-Avail = 'YES'
               close Payroll-Master-Idx
           end-if.
           close chapter12notime
                 chapter12gl
                 chapter12hist
      * or halted leaves the control file alone   *
      *********************************************
       375-Mark-Period-Posted-Rtn.
           if WS-Run-Good = 'Y' and WS-Run-Mode = 'O'
               perform 373-Post-OffCycle-Seq-Rtn
           else
           if WS-Run-Good = 'Y' and WS-Run-Mode not = 'T'
               open output chapter12period
               move WS-Period-Key to PERIOD-ID
               move 'P' to PERIOD-STATUS
               write PERIOD-REC
               close chapter12period
           end-if
           end-if.

      *    An off-cycle run leaves the regular period control
      *    alone and advances its own sequence instead.
       373-Post-OffCycle-Seq-Rtn.
           open output chapter12offseq.
           move WS-Offc-Seq to OFS-LAST-SEQ.
           write OFFSEQ-REC.
           close chapter12offseq.

      *********************************************
      * Column totals and the crossfoot proof -   *
      * total gross less the tax and FICA         *
               move WS-Ret-Match-Total to DRMT-Total
               write DED-REG-REC from DED-REG-MCHTOT
           end-if.

           if WS-Ins-Run-Total > zero
               move spaces to DED-REG-REC
               write DED-REG-REC
               move WS-Ins-Run-Total to DRIT-Total
               write DED-REG-REC from DED-REG-INSTOT
               move WS-Ins-Pretax-Total to DRIP-Total
               write DED-REG-REC from DED-REG-INSPRE
           end-if.

           if WS-Life-Run-Total > zero
               move spaces to DED-REG-REC
               write DED-REG-REC
               move WS-Life-Run-Total to DRLT-Total
               write DED-REG-REC from DED-REG-LIFETOT
           end-if.
           close chapter12dedreg.

      *********************************************
           write GARN-REG-REC from GRN-REG-RUNTOT.
           close chapter12garnreg.

      *********************************************
      * Claims left on the file once the last      *
      * employee is through were keyed for no one  *
      * paid this run - hold them - then close     *
      * the register with the category and run     *
      * totals                                     *
      *********************************************
       378-Close-Expense-Rtn.
           perform until WS-Exp-EOF = 'YES'
               if EXP-HOLD-EMP not = 99999
                   move 'HELD - NO PAY RECORD' to WS-Exp-Disp
                   perform 379-Hold-Claim-Rtn
               end-if
               perform 368-Read-Exp-Rtn
           end-perform.

           move spaces to EXP-REG-REC.
           write EXP-REG-REC.
           perform varying WS-XCat-Idx from 1 by 1
               until WS-XCat-Idx > WS-XCat-Count
               move WS-XCat-Code(WS-XCat-Idx) to XRC-Cat
               move WS-XCat-Total(WS-XCat-Idx) to XRC-Total
               write EXP-REG-REC from EXP-REG-CATTOT
           end-perform.
           move WS-Exp-Run-Count to XRT-Count.
           move WS-Exp-Run-Total to XRT-Total.
           move WS-Exp-Reject-Count to XRT-Rejected.
           move WS-Exp-Held-Count to XRT-Held.
           write EXP-REG-REC from EXP-REG-TOTAL.
           close chapter12expreg.

       372-Close-GupReg-Rtn.
           move spaces to GUP-RPT-REC.
           write GUP-RPT-REC.
                   to RLP-Text
               call 'RUNLOG' using WS-RunLog-Parm
           else
               if WS-Run-Mode = 'O'
                   perform 296-Promote-OffCycle-Rtn
               else
                   perform 381-Promote-Report-Rtn
                   perform 383-Promote-ACH-Rtn
                   perform 398-Promote-ACH2-Rtn
                   perform 386-Promote-Checks-Rtn
                   perform 387-Promote-GL-Rtn
                   perform 392-Promote-Remit-Rtn
               end-if
               perform 382-Promote-YTD-Rtn
               perform 384-Promote-Audit-Rtn
               perform 385-Promote-TaxDep-Rtn
      *        Off-cycle pays no typed earnings, second jobs,
      *        expense claims or retirement, so those detail files
      *        are empty - the regular run's copies stay for Ch12GL
      *        and the remittance.
               if WS-Run-Mode = 'O'
                   perform 295-Retire-OffCycle-Rtn
               else
                   perform 388-Retire-Supp-Rtn
                   perform 389-Retire-Earns-Rtn
                   perform 395-Retire-Gup-Rtn
                   perform 394-Promote-EGL-Rtn
                   perform 302-Promote-SGL-Rtn
                   perform 303-Promote-Expense-Rtn
                   perform 298-Promote-RetRmt-Rtn
               end-if
               perform 391-Promote-Garn-Rtn
               perform 393-Promote-Ret-Rtn
               perform 396-Promote-Hist-Rtn
               perform 397-Promote-UITax-Rtn
               perform 399-Promote-Leave-Rtn
               open output chapter12runstat
               move 'COMPLETE' to RUNSTAT-FLAG
               write RUNSTAT-REC
               close chapter12earn
           end-if.

      *********************************************
      * The off-cycle payments were made this run  *
      * - put back only those still owed (held on  *
      * a bad code or with no matching employee),  *
      * so a second off-cycle run pays nobody      *
      * twice and the unpaid are not lost          *
      *********************************************
       295-Retire-OffCycle-Rtn.
           open output chapter12offc.
           perform varying WS-Offc-Idx from 1 by 1
               until WS-Offc-Idx > WS-Offc-Count
               if WS-Offc-Paid(WS-Offc-Idx) = 'N'
                   move WS-Offc-Emp(WS-Offc-Idx) to OFC-EMP-NUM
                   move WS-Offc-Amt(WS-Offc-Idx) to OFC-AMOUNT
                   move WS-Offc-Rsn(WS-Offc-Idx) to OFC-REASON
                   write OFFC-REC
               end-if
           end-perform.
           close chapter12offc.

      *********************************************
      * The off-cycle run's payments, report, GL  *
      * interface and garnishment remittance go   *
      * to their own names in Data-Out            *
      *********************************************
       296-Promote-OffCycle-Rtn.
           open input chapter12out.
           open output promote-offout.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12out
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-OFFOUT-REC from ch12recout
               end-read
           end-perform.
           close chapter12out promote-offout.

           open input chapter12ach.
           open output promote-offach.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12ach
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-OFFACH-REC from ACH-REC
               end-read
           end-perform.
           close chapter12ach promote-offach.

           open input chapter12ach2.
           open output promote-offach2.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12ach2
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-OFFACH2-REC from ACH2-REC
               end-read
           end-perform.
           close chapter12ach2 promote-offach2.

           open input chapter12checks.
           open output promote-offchk.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12checks
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-OFFCHK-REC from CHECK-REC
               end-read
           end-perform.
           close chapter12checks promote-offchk.

           open input chapter12gl.
           open output promote-offgl.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12gl
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-OFFGL-REC from GL-INTF-REC
               end-read
           end-perform.
           close chapter12gl promote-offgl.

           open input chapter12garnrmt.
           open output promote-offrmt.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12garnrmt
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-OFFRMT-REC from GARNRMT-REC
               end-read
           end-perform.
           close chapter12garnrmt promote-offrmt.

      *********************************************
      * The awards were paid this run - consume   *
      * the gross-up input so the same award is   *
               close chapter12gup
           end-if.

      *********************************************
      * The claims were paid this run - append     *
      * their numbers to the paid history, hand    *
      * the GL its detail, and replace the claim   *
      * file with only the claims held over.  An   *
      * off-cycle run never read the claim file,   *
      * so it is left as it lies.                  *
      *********************************************
       303-Promote-Expense-Rtn.
           open input chapter12xpdnew.
           open extend chapter12xpd.
           if WS-XPD-File-Stat not = '00'
               open output chapter12xpd
           end-if.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12xpdnew
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write XPD-REC from XPD-NEW-REC
               end-read
           end-perform.
           close chapter12xpdnew chapter12xpd.

           open input chapter12xgl.
           open output promote-xgl.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12xgl
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-XGL-REC from XGL-REC
               end-read
           end-perform.
           close chapter12xgl promote-xgl.

           if WS-Exp-Avail = 'YES'
               open input chapter12expkeep
               open output chapter12exp
               move 'NO ' to WS-Promote-EOF
               perform until WS-Promote-EOF = 'YES'
                   read chapter12expkeep
                       at end
                           move 'YES' to WS-Promote-EOF
                       not at end
                           write EXP-REC from EXP-KEEP-REC
                   end-read
               end-perform
               close chapter12expkeep chapter12exp
           end-if.

       394-Promote-EGL-Rtn.
           open input chapter12egl.
           open output promote-egl.
           end-perform.
           close chapter12egl promote-egl.

       302-Promote-SGL-Rtn.
           open input chapter12sgl.
           open output promote-sgl.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12sgl
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-SGL-REC from SGL-REC
               end-read
           end-perform.
           close chapter12sgl promote-sgl.

      *********************************************
      * The garnishment master with the balances  *
      * drawn down replaces the old one only on a *
               close chapter12retout promote-ret
           end-if.

       298-Promote-RetRmt-Rtn.
           open input chapter12retrmt.
           open output promote-retrmt.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12retrmt
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-RETRMT-REC from RETRMT-REC
               end-read
           end-perform.
           close chapter12retrmt promote-retrmt.

      *    The pay history is cumulative like the audit trail -
      *    this period's records append to the live file only
      *    once the run is known good.
           end-perform.
           close chapter12garnrmt promote-rmt.

      *********************************************
      * Is this employee owed an off-cycle check? *
      * Anyone not on the payments file is simply *
      * not part of this run - not listed, not    *
      * counted as skipped.                       *
      *********************************************
       361-OffCycle-Select-Rtn.
           move 'N' to WS-Offc-Found.
           perform varying WS-Offc-Idx from 1 by 1
               until WS-Offc-Idx > WS-Offc-Count
               if WS-Offc-Emp(WS-Offc-Idx) = EMP-NUM
                   move 'Y' to WS-Offc-Found
                   move WS-Offc-Idx to WS-Offc-Match
                   move WS-Offc-Count to WS-Offc-Idx
               end-if
           end-perform.
      *    Held on a bad code, the payment stays unpaid and is
      *    listed with the rest owed and not sent.
           if WS-Offc-Found = 'Y' and WS-Code-Note not = spaces
               move zero to Month-Net
               move spaces to FREQ-OUT
               move WS-Code-Note to Bracket-Note
               write ch12recout from DETAIL-REC
               add 1 to WS-Skip-Count
               move 'N' to WS-Offc-Found
           end-if.
           if WS-Offc-Found = 'Y'
               move 'Y' to WS-Offc-Paid(WS-Offc-Match)
               move WS-Offc-Amt(WS-Offc-Match) to WS-Offc-Amount
               move WS-Offc-Rsn(WS-Offc-Match) to WS-Offc-Note-Rsn
               perform 305-Process-Pay-Rtn
           end-if.

      *    A payment keyed for a number the employee file never
      *    reached is money owed and not paid - said out loud,
      *    and on the run log, so it is not assumed sent.
       362-OffCycle-Unpaid-Rtn.
           perform varying WS-Offc-Idx from 1 by 1
               until WS-Offc-Idx > WS-Offc-Count
               if WS-Offc-Paid(WS-Offc-Idx) = 'N'
                   display 'OFF-CYCLE PAYMENT FOR EMPLOYEE '
                       WS-Offc-Emp(WS-Offc-Idx) ' HAS NO MATCHING '
                       'INPUT RECORD - NOT PAID'
                   move spaces to RLP-Text
                   string 'WARNING - OFF-CYCLE PAYMENT NOT PAID, EMP '
                       WS-Offc-Emp(WS-Offc-Idx)
                       delimited by size into RLP-Text
                   call 'RUNLOG' using WS-RunLog-Parm
               end-if
           end-perform.

      *    The leave bank replaces last cycle's whole, like the
      *    retirement election master.
       399-Promote-Leave-Rtn.
           open input chapter12leaveout.
           open output promote-leave.
           move 'NO ' to WS-Promote-EOF.
           perform until WS-Promote-EOF = 'YES'
               read chapter12leaveout
                   at end
                       move 'YES' to WS-Promote-EOF
                   not at end
                       write PRO-LEAVE-REC from LEAVE-REC-OUT
               end-read
           end-perform.
           close chapter12leaveout promote-leave.

       end program Program12.
