           select Deans-List
               assign to 'C:\Data\Data-Out\Ch8_Deans.dat'
               organization is line sequential.
           select Deans-History
               assign to 'C:\Data\Data-Work\Ch8_DeansHist.dat'
               organization is line sequential
               file status is WS-DHist-File-Stat.
           select Term-Param
               assign to 'C:\Data\Data-In\Ch8_Term.dat'
               organization is line sequential
               file status is WS-Term-File-Stat.
           select Term-Credits
               assign to 'C:\Data\Data-Work\Ch8_TermCred.dat'
               organization is line sequential
               file status is WS-TCr-File-Stat.
           select Term-History
               assign to 'C:\Data\Data-Work\Ch8_Hist.dat'
               organization is line sequential
         05 DL-Class-Code      pic x(01).
         05 DL-School-Code     pic x(01).

      *********************************************
      * Every term's Dean's List, appended each    *
      * run - the extract above is rewritten per   *
      * term, and transcripts need the honors of   *
      * every term a student has had               *
      *********************************************
       FD Deans-History.
       01 DEANS-HIST-REC.
         05 DH-Term            pic x(06).
         05 DH-Stud-Soc        pic x(09).
         05 DH-GPA             pic 9V99.

       FD Term-Param.
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
      * One row per term run - the key figures     *
      * the registrar compares across semesters,   *
         05 WS-Hist-File-Stat  pic x(02) value '00'.
         05 WS-SHist-File-Stat pic x(02) value '00'.
         05 WS-SHist-On        pic x(01) value 'N'.
         05 WS-DHist-File-Stat pic x(02) value '00'.
         05 WS-DHist-On        pic x(01) value 'N'.
         05 WS-Stand-File-Stat pic x(02) value '00'.
         05 WS-Stand-EOF       pic x(03) value 'NO '.
         05 WS-CNT-Probation   pic 9(04) value 0.
         05 WS-CNT-Escalated   pic 9(04) value 0.
         05 WS-CNT-Cleared     pic 9(04) value 0.

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

       01 WS-Standing-Table-Area.
         05 WS-Stand-Count     pic 9(04) value 0.
         05 WS-Stand-Table     occurs 1000 times.
       100-Main-Module.
           perform 150-Load-Term-Rtn.
           perform 160-Load-Standing-Rtn.
           perform 170-Load-Term-Credits-Rtn.
           open input Student-Rec
             output Summary-Rpt
             output Deans-List
           if WS-SHist-File-Stat = '00' or WS-SHist-File-Stat = '05'
               move 'Y' to WS-SHist-On
           end-if
           open extend Deans-History
           if WS-DHist-File-Stat = '35'
               open output Deans-History
           end-if
           if WS-DHist-File-Stat = '00' or WS-DHist-File-Stat = '05'
               move 'Y' to WS-DHist-On
           end-if
           perform until WS-More-Recs = 'NO '
               read Student-Rec
                   at end
           if WS-SHist-On = 'Y'
               close Student-History
           end-if.
           if WS-DHist-On = 'Y'
               close Deans-History
           end-if.
           goback.

      *    Which semester is this?  The parameter names the term;
               close Standing-In
           end-if.

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

      *    File this term's key figures on the history the trend
      *    report reads.
       400-Write-History-Rtn.

      *    Every student files their own term row - the
      *    student-level questions the aggregate counts below
      *    can never answer.  The row carries the hours
      *    registered for this term; the 100-credit at-risk
      *    count below stays on the cumulative Credits.
           if WS-SHist-On = 'Y'
               perform 175-Find-Term-Hours-Rtn
               move Stud-Soc to SSH-Soc
               move WS-Term-Id to SSH-Term
               move GPA to SSH-GPA
               move WS-Term-Hours to SSH-Credits
               move School-Code to SSH-School
               move Class-Code to SSH-Class
               write STUD-HIST-REC
               move School-Code to DL-School-Code
               write Deans-List-Rec
               add 1 to WS-CNT-Deans
               if WS-DHist-On = 'Y'
                   move WS-Term-Id to DH-Term
                   move Stud-Soc to DH-Stud-Soc
                   move GPA to DH-GPA
                   write DEANS-HIST-REC
               end-if
           end-if.

      *    A first sub-2.0 term sets probation, a second
