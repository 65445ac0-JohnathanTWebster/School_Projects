      * instead of sitting in somebody's drawer.   *
      * The release register lists every            *
      * transaction released this run and the       *
      * count still waiting.  A released change     *
      * that moves the annual salary is also        *
      * appended to Ch6_SalChg.dat with the old     *
      * and new salary and its effective date, so   *
      * Program12 can split a period the raise      *
      * lands in.                                   *
      *******************************************
       environment division.
       configuration section.
           select Journal-File
               assign to 'C:\Data\Data-Work\Ch6_Journal.dat'
               organization is line sequential.
           select Sal-Chg-File
               assign to 'C:\Data\Data-Work\Ch6_SalChg.dat'
               organization is line sequential
               file status is WS-SalChg-File-Stat.

       data division.
       file section.
         05 JRN-After           pic x(80).
         05 JRN-Date            pic 9(08).

       FD Sal-Chg-File.
       01 Sal-Chg-Rec.
         05 SCH-Emp-No          pic x(05).
         05 SCH-Old-Salary      pic x(06).
         05 SCH-New-Salary      pic x(06).
         05 SCH-Eff-Date        pic x(08).
         05 SCH-Rel-Date        pic 9(08).

       working-storage section.
       01 Assorted-Flags.
         05 WS-Pend-EOF         pic x(03) value 'NO '.
         05 WS-Pend-File-Stat   pic x(02) value '00'.
         05 WS-Idx-Status       pic x(02) value '00'.
         05 WS-RunDate-File-Stat pic x(02) value '00'.
         05 WS-SalChg-File-Stat pic x(02) value '00'.
         05 WS-SalChg-Count     pic 9(05) value zero.
         05 WS-Run-Date-Key     pic 9(08) value zero.
         05 WS-Eff-Date-Num     pic 9(08) value zero.
         05 WS-Released-Count   pic 9(05) value zero.
       110-Startup-Module.
           open output Release-Register.
           open extend Journal-File.
           open extend Sal-Chg-File.
           if WS-SalChg-File-Stat not = '00'
               open output Sal-Chg-File
           end-if.

           accept WS-Date from date.
           add WS-YY 2000 giving WS-Run-YYYY.
                       to DSP-Disposition
               not invalid key
                   move Idx-Payroll-Record to JRN-Before
                   if Idx-Annual-Salary not = WT-Annual-Salary
                       perform 235-Write-Sal-Chg-Rtn
                   end-if
                   move WT-Payroll-Data to Idx-Payroll-Record
                   rewrite Idx-Payroll-Record
                   add 1 to WS-Released-Count
           end-read.
           write Register-Rec from Disp-Line.

      *    The master still holds the old salary here - the
      *    rewrite has not happened yet.
       235-Write-Sal-Chg-Rtn.
           move WT-Employee-Number to SCH-Emp-No.
           move Idx-Annual-Salary to SCH-Old-Salary.
           move WT-Annual-Salary to SCH-New-Salary.
           move WPT-Eff-Date(WS-Pend-Idx) to SCH-Eff-Date.
           move WS-Run-Date-Key to SCH-Rel-Date.
           write Sal-Chg-Rec.
           add 1 to WS-SalChg-Count.

       240-Release-Delete-Rtn.
           move WT-Employee-Number to Idx-Employee-Number.
           read Payroll-Master-Idx
           write Register-Rec from Blank-Line.
           write Register-Rec from Print-Total1.
           close Release-Register
                 Journal-File
                 Sal-Chg-File.
           display 'PENDING RELEASE COMPLETE - RELEASED: '
               WS-Released-Count ' STILL PENDING: '
               WS-Still-Pending ' SALARY CHANGES: '
               WS-SalChg-Count.

       end program Ch6Rel.
