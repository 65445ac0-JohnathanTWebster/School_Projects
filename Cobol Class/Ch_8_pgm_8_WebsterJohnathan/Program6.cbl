      * and cuts a per-student bill extract      *
      * carrying the term - so enrollment and    *
      * receivables finally come from the same   *
      * numbers.  Once registration (Ch8Reg)     *
      * has run for the term, the hours billed   *
      * are the hours the student registered     *
      * for, and a student with none is not      *
      * billed.                                  *
      *******************************************
       environment division.
       configuration section.
               assign to 'C:\Data\Data-In\Ch8_Term.dat'
               organization is line sequential
               file status is WS-Term-File-Stat.
           select Term-Credits
               assign to 'C:\Data\Data-Work\Ch8_TermCred.dat'
               organization is line sequential
               file status is WS-TCr-File-Stat.
           select Bill-Extract
               assign to 'C:\Data\Data-Out\Ch8_Bills.dat'
               organization is line sequential.
       01 TERM-PARAM-REC.
         05 TERM-ID-IN         pic x(06).

      *********************************************
      * The term's enrolled credit hours per       *
      * student, from registration (Ch8Reg)        *
      *********************************************
       FD Term-Credits.
       01 TERM-CRED-REC.
         05 TCR-Soc            pic x(09).
         05 TCR-Term           pic x(06).
         05 TCR-Credits        pic 999.

      *********************************************
      * One bill per student, carrying the term -  *
      * the bursar's receivables feed              *
         05 WS-Charge          pic 9(06)v99 value zero.
         05 WS-Billed-Count    pic 9(04) value zero.
         05 WS-Skipped-Count   pic 9(04) value zero.
         05 WS-Unreg-Count     pic 9(04) value zero.
         05 WS-Grand-Total     pic 9(09)v99 value zero.

      *********************************************
      * Registered credits for this term, loaded   *
      * only when registration has been run for    *
      * it - otherwise the keyed Credits figure    *
      * still stands                               *
      *********************************************
       01 WS-Term-Cred-Area.
         05 WS-TCr-File-Stat   pic x(02) value '00'.
         05 WS-TCr-EOF         pic x(03) value 'NO '.
         05 WS-TCr-On          pic x(01) value 'N'.
         05 WS-TCr-Found       pic x(01) value 'N'.
         05 WS-Term-Hours      pic 9(03) value zero.
         05 WS-TCr-Count       pic 9(04) value zero.
         05 WS-TCr-Table       occurs 1000 times.
           10 WS-Tc-Soc         pic x(09).
           10 WS-Tc-Credits     pic 9(03).
         05 WS-TCr-Idx         pic 9(04) value zero.

       01 WS-Rate-Table-Area.
         05 WS-Rate-Count      pic 9(02) value zero.
         05 WS-Rate-Table      occurs 10 times.
       100-Main-Module.
           perform 120-Load-Rates-Rtn.
           perform 150-Load-Term-Rtn.
           perform 170-Load-Term-Credits-Rtn.
           open input Student-Rec
             output Bill-Extract
                    Billing-Register.
           end-if.
           move WS-Term-Id to Title-Term.

      *    The term's credits as registration left them.  Rows
      *    filed for some other term are ignored; when none are
      *    on file for this one, the keyed Credits figure is
      *    used as before.
       170-Load-Term-Credits-Rtn.
           open input Term-Credits.
           if WS-TCr-File-Stat not = '00'
               move 'YES' to WS-TCr-EOF
           end-if.
           perform until WS-TCr-EOF = 'YES'
               read Term-Credits
                   at end
                       move 'YES' to WS-TCr-EOF
                   not at end
                       if TCR-Term = WS-Term-Id
                           if WS-TCr-Count < 1000
                               add 1 to WS-TCr-Count
                               move TCR-Soc
                                   to WS-Tc-Soc(WS-TCr-Count)
                               move TCR-Credits
                                   to WS-Tc-Credits(WS-TCr-Count)
                           else
                               display 'TERM CREDIT TABLE CAPACITY '
                                   'EXCEEDED AT 1000 - RUN HALTED'
                               stop run
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-TCr-File-Stat = '00' or WS-TCr-File-Stat = '10'
               close Term-Credits
           end-if.
           if WS-TCr-Count > zero
               move 'Y' to WS-TCr-On
           else
               display 'NO REGISTERED CREDITS FOR TERM ' WS-Term-Id
                   ' - KEYED CREDITS USED'
           end-if.

      *    A student with no registered credits this term carries
      *    zero hours for it.
       175-Find-Term-Hours-Rtn.
           move 'N' to WS-TCr-Found.
           move zero to WS-Term-Hours.
           if WS-TCr-On = 'Y'
               perform varying WS-TCr-Idx from 1 by 1
                   until WS-TCr-Idx > WS-TCr-Count
                   if WS-Tc-Soc(WS-TCr-Idx) = Stud-Soc
                       move 'Y' to WS-TCr-Found
                       move WS-Tc-Credits(WS-TCr-Idx)
                           to WS-Term-Hours
                       move WS-TCr-Count to WS-TCr-Idx
                   end-if
               end-perform
           else
               move Credits to WS-Term-Hours
           end-if.

      *    Full-time students pay the flat rate once the credit
      *    threshold is reached; everyone else pays by the
      *    credit hour at their school's rate.
       200-Bill-One-Rtn.
           perform 175-Find-Term-Hours-Rtn.
           if WS-TCr-On = 'Y' and WS-TCr-Found = 'N'
               add 1 to WS-Unreg-Count
               display 'NO REGISTERED CREDITS THIS TERM - STUDENT '
                   Stud-Name ' NOT BILLED'
           else
               perform 210-Price-One-Rtn
           end-if.

       210-Price-One-Rtn.
           move 'N' to WS-Rate-Found.
           perform varying WS-Rate-Idx from 1 by 1
               until WS-Rate-Idx > WS-Rate-Count
               display 'NO TUITION RATE FOR SCHOOL ' School-Code
                   ' - STUDENT ' Stud-Name ' NOT BILLED'
           else
               if WS-Term-Hours >= WS-Rt-FT-Credits(WS-Rate-Match)
                   move WS-Rt-FT-Rate(WS-Rate-Match) to WS-Charge
                   move 'FULL TIME ' to RBL-Note
               else
                   compute WS-Charge = WS-Term-Hours
                       * WS-Rt-Per-Credit(WS-Rate-Match)
                   move 'PER CREDIT' to RBL-Note
               end-if
               move Stud-Soc to BIL-Soc
               move Stud-Name to BIL-Name
               move WS-Term-Id to BIL-Term
               move WS-Term-Hours to BIL-Credits
               move WS-Charge to BIL-Charge
               write BILL-REC

               move Stud-Name to RBL-Name
               move School-Code to RBL-School
               move WS-Term-Hours to RBL-Credits
               move WS-Charge to RBL-Charge
               write Report-Rec from Rpt-Bill-Line
           end-if.
           move 'Students with no rate row:    ' to RCL-Label.
           move WS-Skipped-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           move 'Students not registered:      ' to RCL-Label.
           move WS-Unreg-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.

       end program Ch8Bill.
