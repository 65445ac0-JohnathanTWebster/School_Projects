       identification division.
       program-id. Ch8Reg.
      *******************************************
      * Course registration for the term.  The   *
      * Credits figure billing used was keyed    *
      * by the registrar with no tie to what a   *
      * student actually enrolled in - this      *
      * posts each term's adds and drops         *
      * against the course/section master,       *
      * holds every section to its capacity,     *
      * waitlists a student when a section is    *
      * full, promotes the first waitlisted      *
      * student who fits when a seat opens,      *
      * and refuses a section that overlaps a    *
      * meeting time the student already has.    *
      * A student on registration or financial   *
      * hold may drop but not add.               *
      * Enrollment and waitlists carry from run  *
      * to run, and the term's credits per       *
      * student are written for Chapter8 and     *
      * Ch8Bill.                                 *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           select Student-Rec
               assign to 'C:\Data\Data-In\Ch8_0808.dat'
               organization is line sequential
               file status is WS-Stud-File-Stat.
           select Section-File
               assign to 'C:\Data\Data-In\Ch8_Section.dat'
               organization is line sequential
               file status is WS-Sect-File-Stat.
           select Term-Param
               assign to 'C:\Data\Data-In\Ch8_Term.dat'
               organization is line sequential
               file status is WS-Term-File-Stat.
           select Reg-Trans
               assign to 'C:\Data\Data-In\Ch8_RegTrans.dat'
               organization is line sequential
               file status is WS-Trans-File-Stat.
           select Hold-File
               assign to 'C:\Data\Data-In\Ch8_Holds.dat'
               organization is line sequential
               file status is WS-Hold-File-Stat.
           select Fin-Hold-File
               assign to 'C:\Data\Data-Work\Ch8_FinHold.dat'
               organization is line sequential
               file status is WS-FHold-File-Stat.
           select Enroll-In
               assign to 'C:\Data\Data-Work\Ch8_Enroll.dat'
               organization is line sequential
               file status is WS-Enr-File-Stat.
      *    Read whole at start, rewritten at end - same path, so
      *    the next registration run picks up where this one
      *    left the sections.
           select Enroll-Out
               assign to 'C:\Data\Data-Work\Ch8_Enroll.dat'
               organization is line sequential.
           select Term-Credits
               assign to 'C:\Data\Data-Work\Ch8_TermCred.dat'
               organization is line sequential.
           select Reg-Report
               assign to 'C:\Data\Data-Out\Ch8_Register.rpt'
               organization is line sequential.

       data division.
       File section.
       FD Student-Rec.
       01 Student-File.
         05 Stud-Soc           pic x(09).
         05 Stud-Name          pic x(21).
         05 Class-Code         pic x(01).
         05 School-Code        pic x(01).
         05 GPA                pic 9V99.
         05 Credits            pic 999.

      *********************************************
      * One row per course section - credit        *
      * hours, seat capacity, and the meeting      *
      * pattern.  Days are positional M T W R F,   *
      * a letter where the section meets and a     *
      * space where it does not; times are HHMM    *
      * on the 24 hour clock.  A section with no   *
      * meeting days (online, arranged) never      *
      * conflicts with anything.                   *
      *********************************************
       FD Section-File.
       01 SECTION-REC.
         05 SEC-Course         pic x(08).
         05 SEC-Section        pic x(03).
         05 SEC-Credits        pic 9(02).
         05 SEC-Capacity       pic 9(03).
         05 SEC-Days           pic x(05).
         05 SEC-Start          pic 9(04).
         05 SEC-End            pic 9(04).

       FD Term-Param.
       01 TERM-PARAM-REC.
         05 TERM-ID-IN         pic x(06).

      *********************************************
      * Adds and drops for the term - 'A' add,     *
      * 'D' drop, one section per record           *
      *********************************************
       FD Reg-Trans.
       01 REG-TRANS-REC.
         05 RGT-Soc            pic x(09).
         05 RGT-Term           pic x(06).
         05 RGT-Action         pic x(01).
         05 RGT-Course         pic x(08).
         05 RGT-Section        pic x(03).

      *********************************************
      * Holds placed by the registrar ('R') or     *
      * the bursar ('F'), and the past-due holds   *
      * Ch8Acct writes - same layout               *
      *********************************************
       FD Hold-File.
       01 HOLD-REC.
         05 HLD-Soc            pic x(09).
         05 HLD-Type           pic x(01).
         05 HLD-Reason         pic x(30).

       FD Fin-Hold-File.
       01 FIN-HOLD-REC.
         05 FHD-Soc            pic x(09).
         05 FHD-Type           pic x(01).
         05 FHD-Reason         pic x(30).

      *********************************************
      * Who holds which seat - 'E' enrolled, 'W'   *
      * waitlisted.  Waitlist order is file        *
      * order, so the first student turned away    *
      * is the first one promoted.                 *
      *********************************************
       FD Enroll-In.
       01 ENROLL-REC-IN.
         05 ENI-Term           pic x(06).
         05 ENI-Soc            pic x(09).
         05 ENI-Course         pic x(08).
         05 ENI-Section        pic x(03).
         05 ENI-Status         pic x(01).

       FD Enroll-Out.
       01 ENROLL-REC-OUT.
         05 ENO-Term           pic x(06).
         05 ENO-Soc            pic x(09).
         05 ENO-Course         pic x(08).
         05 ENO-Section        pic x(03).
         05 ENO-Status         pic x(01).

      *********************************************
      * The term's enrolled credit hours per       *
      * student - what Chapter8 and Ch8Bill use    *
      * in place of the keyed Credits figure       *
      *********************************************
       FD Term-Credits.
       01 TERM-CRED-REC.
         05 TCR-Soc            pic x(09).
         05 TCR-Term           pic x(06).
         05 TCR-Credits        pic 999.

       FD Reg-Report.
       01 Report-Rec           pic x(80).

       working-storage section.
       01 WS-Flags-Indicators.
         05 WS-Stud-File-Stat  pic x(02) value '00'.
         05 WS-Sect-File-Stat  pic x(02) value '00'.
         05 WS-Term-File-Stat  pic x(02) value '00'.
         05 WS-Trans-File-Stat pic x(02) value '00'.
         05 WS-Enr-File-Stat   pic x(02) value '00'.
         05 WS-Hold-File-Stat  pic x(02) value '00'.
         05 WS-FHold-File-Stat pic x(02) value '00'.
         05 WS-Stud-EOF        pic x(03) value 'NO '.
         05 WS-Sect-EOF        pic x(03) value 'NO '.
         05 WS-Trans-EOF       pic x(03) value 'NO '.
         05 WS-Enr-EOF         pic x(03) value 'NO '.
         05 WS-Hold-EOF        pic x(03) value 'NO '.
         05 WS-FHold-EOF       pic x(03) value 'NO '.
         05 WS-Term-Id         pic x(06) value 'UNKNWN'.
         05 WS-Found           pic x(01) value 'N'.
         05 WS-Conflict        pic x(01) value 'N'.
         05 WS-Conflict-Course pic x(08) value spaces.
         05 WS-Seat-Open       pic x(01) value 'N'.
         05 WS-Find-Course     pic x(08) value spaces.
         05 WS-Find-Section    pic x(03) value spaces.
         05 WS-Chk-Soc         pic x(09) value spaces.
         05 WS-Chk-Sec         pic 9(04) value zero.
         05 WS-Chk-Entry       pic 9(04) value zero.
         05 WS-Day-Idx         pic 9(01) value zero.
         05 WS-Add-Count       pic 9(04) value zero.
         05 WS-Wait-Count      pic 9(04) value zero.
         05 WS-Drop-Count      pic 9(04) value zero.
         05 WS-Promote-Count   pic 9(04) value zero.
         05 WS-Reject-Count    pic 9(04) value zero.

       01 WS-Hold-Table-Area.
         05 WS-Hold-Count      pic 9(04) value zero.
         05 WS-Hold-Table      occurs 500 times.
           10 WS-Hd-Soc         pic x(09).
           10 WS-Hd-Type        pic x(01).
         05 WS-Hold-Idx        pic 9(04) value zero.
         05 WS-Hold-Type       pic x(01) value space.

       01 WS-Student-Table-Area.
         05 WS-Stud-Count      pic 9(04) value zero.
         05 WS-Stud-Table      occurs 1000 times.
           10 WS-St-Soc         pic x(09).
           10 WS-St-Credits     pic 9(03).
         05 WS-Stud-Idx        pic 9(04) value zero.
         05 WS-Stud-Match      pic 9(04) value zero.

      *********************************************
      * Sections with their running seat counts    *
      * for the current term                       *
      *********************************************
       01 WS-Section-Table-Area.
         05 WS-Sect-Count      pic 9(04) value zero.
         05 WS-Sect-Table      occurs 500 times.
           10 WS-Sc-Course      pic x(08).
           10 WS-Sc-Section     pic x(03).
           10 WS-Sc-Credits     pic 9(02).
           10 WS-Sc-Capacity    pic 9(03).
           10 WS-Sc-Days.
             15 WS-Sc-Day       pic x(01) occurs 5 times.
           10 WS-Sc-Start       pic 9(04).
           10 WS-Sc-End         pic 9(04).
           10 WS-Sc-Enrolled    pic 9(03).
           10 WS-Sc-Waiting     pic 9(03).
         05 WS-Sect-Idx        pic 9(04) value zero.
         05 WS-Sect-Match      pic 9(04) value zero.

      *********************************************
      * Every enrollment row on file, all terms -  *
      * rows from other terms ride through         *
      * untouched.  WS-En-Sec points at the        *
      * section row (zero once a section has left  *
      * the master); a dropped row is marked 'X'   *
      * and not written back.                      *
      *********************************************
       01 WS-Enroll-Table-Area.
         05 WS-Enr-Count       pic 9(04) value zero.
         05 WS-Enr-Table       occurs 5000 times.
           10 WS-En-Term        pic x(06).
           10 WS-En-Soc         pic x(09).
           10 WS-En-Course      pic x(08).
           10 WS-En-Section     pic x(03).
           10 WS-En-Status      pic x(01).
           10 WS-En-Sec         pic 9(04).
         05 WS-Enr-Idx         pic 9(04) value zero.
         05 WS-Enr-Match       pic 9(04) value zero.

       01 WS-RPT-Lines.
         05 WS-Blank           pic x(80) value spaces.
         05 WS-Title1.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Registration Register        Term   '.
           10 Title-Term       pic x(06).
           10 Filler           pic x(22) value spaces.
         05 WS-Sect-Title.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(44) value
                'Course   Sec   Cr  Cap   Enroll     Waitlist'.
           10 Filler           pic x(33) value spaces.
         05 Rpt-Trans-Line.
           10 Filler           pic x(03) value spaces.
           10 RTL-Soc          pic x(09).
           10 Filler           pic x(02) value spaces.
           10 RTL-Action       pic x(04).
           10 Filler           pic x(02) value spaces.
           10 RTL-Course       pic x(08).
           10 Filler           pic x(01) value spaces.
           10 RTL-Section      pic x(03).
           10 Filler           pic x(02) value spaces.
           10 RTL-Result       pic x(36).
           10 Filler           pic x(10) value spaces.
         05 Rpt-Sect-Line.
           10 Filler           pic x(03) value spaces.
           10 RSL-Course       pic x(08).
           10 Filler           pic x(01) value spaces.
           10 RSL-Section      pic x(03).
           10 Filler           pic x(03) value spaces.
           10 RSL-Credits      pic z9.
           10 Filler           pic x(02) value spaces.
           10 RSL-Capacity     pic zz9.
           10 Filler           pic x(06) value spaces.
           10 RSL-Enrolled     pic zz9.
           10 Filler           pic x(09) value spaces.
           10 RSL-Waiting      pic zz9.
           10 Filler           pic x(34) value spaces.
         05 Rpt-Count-Line.
           10 Filler           pic x(03) value spaces.
           10 RCL-Label        pic x(30).
           10 RCL-Count        pic zzz9.
           10 Filler           pic x(43) value spaces.

       procedure division.

       100-Main-Module.
           perform 150-Load-Term-Rtn.
           perform 110-Load-Students-Rtn.
           perform 120-Load-Sections-Rtn.
           perform 130-Load-Enrollment-Rtn.
           perform 140-Load-Holds-Rtn.
           open output Reg-Report.
           write Report-Rec from WS-Blank.
           write Report-Rec from WS-Title1.
           write Report-Rec from WS-Blank.
           open input Reg-Trans.
           if WS-Trans-File-Stat not = '00'
               display 'NO REGISTRATION TRANSACTIONS THIS RUN - '
                   'TERM CREDITS RE-STATED FROM ENROLLMENT'
               move 'YES' to WS-Trans-EOF
           end-if.
           perform until WS-Trans-EOF = 'YES'
               read Reg-Trans
                   at end
                       move 'YES' to WS-Trans-EOF
                   not at end
                       perform 200-Process-Trans-Rtn
               end-read
           end-perform.
           if WS-Trans-File-Stat = '00' or WS-Trans-File-Stat = '10'
               close Reg-Trans
           end-if.
           perform 400-Write-Enrollment-Rtn.
           perform 450-Write-Credits-Rtn.
           perform 500-Report-Totals-Rtn.
           close Reg-Report.
           display 'REGISTRATION COMPLETE - ENROLLED: ' WS-Add-Count
               ' WAITLISTED: ' WS-Wait-Count
               ' REJECTED: ' WS-Reject-Count.
           goback.

      *    Registrar holds first, then the bursar's past-due
      *    holds.  No file means nobody is on hold.
       140-Load-Holds-Rtn.
           open input Hold-File.
           if WS-Hold-File-Stat not = '00'
               move 'YES' to WS-Hold-EOF
           end-if.
           perform until WS-Hold-EOF = 'YES'
               read Hold-File
                   at end
                       move 'YES' to WS-Hold-EOF
                   not at end
                       move HLD-Soc to WS-Chk-Soc
                       move HLD-Type to WS-Hold-Type
                       perform 145-Hold-Student-Rtn
               end-read
           end-perform.
           if WS-Hold-File-Stat = '00' or WS-Hold-File-Stat = '10'
               close Hold-File
           end-if.
           open input Fin-Hold-File.
           if WS-FHold-File-Stat not = '00'
               move 'YES' to WS-FHold-EOF
           end-if.
           perform until WS-FHold-EOF = 'YES'
               read Fin-Hold-File
                   at end
                       move 'YES' to WS-FHold-EOF
                   not at end
                       move FHD-Soc to WS-Chk-Soc
                       move FHD-Type to WS-Hold-Type
                       perform 145-Hold-Student-Rtn
               end-read
           end-perform.
           if WS-FHold-File-Stat = '00' or WS-FHold-File-Stat = '10'
               close Fin-Hold-File
           end-if.

       145-Hold-Student-Rtn.
           if WS-Hold-Count < 500
               add 1 to WS-Hold-Count
               move WS-Chk-Soc to WS-Hd-Soc(WS-Hold-Count)
               move WS-Hold-Type to WS-Hd-Type(WS-Hold-Count)
           else
               display 'HOLD TABLE CAPACITY EXCEEDED AT 500 '
                   '- RUN HALTED'
               stop run
           end-if.

      *    Registration posts to one term - without the term
      *    parameter there is nothing to post against.
       150-Load-Term-Rtn.
           open input Term-Param.
           if WS-Term-File-Stat = '00'
               read Term-Param
                   not at end
                       move TERM-ID-IN to WS-Term-Id
               end-read
               close Term-Param
           end-if.
           if WS-Term-Id = 'UNKNWN'
               display 'TERM PARAMETER NOT AVAILABLE, STATUS: '
                   WS-Term-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           move WS-Term-Id to Title-Term.

      *    Only a student on the registrar's file can register.
       110-Load-Students-Rtn.
           open input Student-Rec.
           if WS-Stud-File-Stat not = '00'
               display 'STUDENT FILE NOT AVAILABLE, STATUS: '
                   WS-Stud-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Stud-EOF = 'YES'
               read Student-Rec
                   at end
                       move 'YES' to WS-Stud-EOF
                   not at end
                       if WS-Stud-Count < 1000
                           add 1 to WS-Stud-Count
                           move Stud-Soc to WS-St-Soc(WS-Stud-Count)
                           move zero to WS-St-Credits(WS-Stud-Count)
                       else
                           display 'STUDENT TABLE CAPACITY '
                               'EXCEEDED AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Student-Rec.

       120-Load-Sections-Rtn.
           open input Section-File.
           if WS-Sect-File-Stat not = '00'
               display 'SECTION MASTER NOT AVAILABLE, STATUS: '
                   WS-Sect-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           perform until WS-Sect-EOF = 'YES'
               read Section-File
                   at end
                       move 'YES' to WS-Sect-EOF
                   not at end
                       if WS-Sect-Count < 500
                           add 1 to WS-Sect-Count
                           move SEC-Course
                               to WS-Sc-Course(WS-Sect-Count)
                           move SEC-Section
                               to WS-Sc-Section(WS-Sect-Count)
                           move SEC-Credits
                               to WS-Sc-Credits(WS-Sect-Count)
                           move SEC-Capacity
                               to WS-Sc-Capacity(WS-Sect-Count)
                           move SEC-Days
                               to WS-Sc-Days(WS-Sect-Count)
                           move SEC-Start
                               to WS-Sc-Start(WS-Sect-Count)
                           move SEC-End
                               to WS-Sc-End(WS-Sect-Count)
                           move zero
                               to WS-Sc-Enrolled(WS-Sect-Count)
                           move zero
                               to WS-Sc-Waiting(WS-Sect-Count)
                       else
                           display 'SECTION TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Section-File.

      *    Seats already held coming into this run - the first
      *    run of a term simply finds no file.
       130-Load-Enrollment-Rtn.
           open input Enroll-In.
           if WS-Enr-File-Stat not = '00'
               move 'YES' to WS-Enr-EOF
           end-if.
           perform until WS-Enr-EOF = 'YES'
               read Enroll-In
                   at end
                       move 'YES' to WS-Enr-EOF
                   not at end
                       perform 135-Hold-Enrollment-Rtn
               end-read
           end-perform.
           if WS-Enr-File-Stat = '00' or WS-Enr-File-Stat = '10'
               close Enroll-In
           end-if.

       135-Hold-Enrollment-Rtn.
           if WS-Enr-Count < 5000
               add 1 to WS-Enr-Count
           else
               display 'ENROLLMENT TABLE CAPACITY EXCEEDED AT '
                   '5000 - RUN HALTED'
               stop run
           end-if.
           move ENI-Term to WS-En-Term(WS-Enr-Count).
           move ENI-Soc to WS-En-Soc(WS-Enr-Count).
           move ENI-Course to WS-En-Course(WS-Enr-Count).
           move ENI-Section to WS-En-Section(WS-Enr-Count).
           move ENI-Status to WS-En-Status(WS-Enr-Count).
           move ENI-Course to WS-Find-Course.
           move ENI-Section to WS-Find-Section.
           perform 210-Find-Section-Rtn.
           if WS-Found = 'Y'
               move WS-Sect-Match to WS-En-Sec(WS-Enr-Count)
               if ENI-Term = WS-Term-Id
                   if ENI-Status = 'E'
                       add 1 to WS-Sc-Enrolled(WS-Sect-Match)
                   else
                       add 1 to WS-Sc-Waiting(WS-Sect-Match)
                   end-if
               end-if
           else
               move zero to WS-En-Sec(WS-Enr-Count)
           end-if.

      *    One add or drop.  Anything that cannot be posted is
      *    listed with the reason and counted as rejected.
       200-Process-Trans-Rtn.
           move RGT-Soc to RTL-Soc.
           move RGT-Course to RTL-Course.
           move RGT-Section to RTL-Section.
           evaluate RGT-Action
               when 'A'
                   move 'ADD ' to RTL-Action
               when 'D'
                   move 'DROP' to RTL-Action
               when other
                   move RGT-Action to RTL-Action
           end-evaluate.

           move 'N' to WS-Found.
           perform varying WS-Stud-Idx from 1 by 1
               until WS-Stud-Idx > WS-Stud-Count
               if WS-St-Soc(WS-Stud-Idx) = RGT-Soc
                   move 'Y' to WS-Found
                   move WS-Stud-Count to WS-Stud-Idx
               end-if
           end-perform.
           if WS-Found = 'N'
               move 'REJECTED - STUDENT NOT ON FILE' to RTL-Result
               perform 290-Reject-Rtn
           else
               if RGT-Term not = WS-Term-Id
                   move 'REJECTED - NOT THE CURRENT TERM'
                       to RTL-Result
                   perform 290-Reject-Rtn
               else
                   move RGT-Course to WS-Find-Course
                   move RGT-Section to WS-Find-Section
                   perform 210-Find-Section-Rtn
                   if WS-Found = 'N'
                       move 'REJECTED - UNKNOWN COURSE SECTION'
                           to RTL-Result
                       perform 290-Reject-Rtn
                   else
                       perform 215-Find-Hold-Rtn
                       evaluate true
                           when RGT-Action = 'A'
                               and WS-Hold-Type = 'F'
                               move 'REJECTED - FINANCIAL HOLD'
                                   to RTL-Result
                               perform 290-Reject-Rtn
                           when RGT-Action = 'A'
                               and WS-Hold-Type not = space
                               move 'REJECTED - REGISTRATION HOLD'
                                   to RTL-Result
                               perform 290-Reject-Rtn
                           when RGT-Action = 'A'
                               perform 220-Add-Rtn
                           when RGT-Action = 'D'
                               perform 240-Drop-Rtn
                           when other
                               move 'REJECTED - INVALID ACTION'
                                   to RTL-Result
                               perform 290-Reject-Rtn
                       end-evaluate
                   end-if
               end-if
           end-if.

       210-Find-Section-Rtn.
           move 'N' to WS-Found.
           perform varying WS-Sect-Idx from 1 by 1
               until WS-Sect-Idx > WS-Sect-Count
               if WS-Sc-Course(WS-Sect-Idx) = WS-Find-Course
                   and WS-Sc-Section(WS-Sect-Idx) = WS-Find-Section
                   move 'Y' to WS-Found
                   move WS-Sect-Idx to WS-Sect-Match
                   move WS-Sect-Count to WS-Sect-Idx
               end-if
           end-perform.

      *    A financial hold is reported as such wherever the
      *    student has one; any other hold type stops adds as
      *    a registration hold.
       215-Find-Hold-Rtn.
           move space to WS-Hold-Type.
           perform varying WS-Hold-Idx from 1 by 1
               until WS-Hold-Idx > WS-Hold-Count
               if WS-Hd-Soc(WS-Hold-Idx) = RGT-Soc
                   and WS-Hold-Type not = 'F'
                   move WS-Hd-Type(WS-Hold-Idx) to WS-Hold-Type
               end-if
           end-perform.

      *    One seat per course per student, no overlapping
      *    meeting times, and a full section puts the student
      *    on the end of its waitlist.
       220-Add-Rtn.
           move 'N' to WS-Found.
           perform varying WS-Enr-Idx from 1 by 1
               until WS-Enr-Idx > WS-Enr-Count
               if WS-En-Term(WS-Enr-Idx) = WS-Term-Id
                   and WS-En-Soc(WS-Enr-Idx) = RGT-Soc
                   and WS-En-Course(WS-Enr-Idx) = RGT-Course
                   and WS-En-Status(WS-Enr-Idx) not = 'X'
                   move 'Y' to WS-Found
                   move WS-Enr-Count to WS-Enr-Idx
               end-if
           end-perform.
           if WS-Found = 'Y'
               move 'REJECTED - ALREADY IN THIS COURSE'
                   to RTL-Result
               perform 290-Reject-Rtn
           else
               move RGT-Soc to WS-Chk-Soc
               move WS-Sect-Match to WS-Chk-Sec
               move zero to WS-Chk-Entry
               perform 250-Check-Conflict-Rtn
               if WS-Conflict = 'Y'
                   move spaces to RTL-Result
                   string 'REJECTED - TIME CONFLICT '
                       delimited by size
                       WS-Conflict-Course delimited by space
                       into RTL-Result
                   perform 290-Reject-Rtn
               else
                   if WS-Enr-Count < 5000
                       add 1 to WS-Enr-Count
                   else
                       display 'ENROLLMENT TABLE CAPACITY EXCEEDED '
                           'AT 5000 - RUN HALTED'
                       stop run
                   end-if
                   move WS-Term-Id to WS-En-Term(WS-Enr-Count)
                   move RGT-Soc to WS-En-Soc(WS-Enr-Count)
                   move RGT-Course to WS-En-Course(WS-Enr-Count)
                   move RGT-Section to WS-En-Section(WS-Enr-Count)
                   move WS-Sect-Match to WS-En-Sec(WS-Enr-Count)
                   if WS-Sc-Enrolled(WS-Sect-Match)
                       < WS-Sc-Capacity(WS-Sect-Match)
                       move 'E' to WS-En-Status(WS-Enr-Count)
                       add 1 to WS-Sc-Enrolled(WS-Sect-Match)
                       add 1 to WS-Add-Count
                       move 'ENROLLED' to RTL-Result
                   else
                       move 'W' to WS-En-Status(WS-Enr-Count)
                       add 1 to WS-Sc-Waiting(WS-Sect-Match)
                       add 1 to WS-Wait-Count
                       move 'SECTION FULL - WAITLISTED'
                           to RTL-Result
                   end-if
                   write Report-Rec from Rpt-Trans-Line
               end-if
           end-if.

      *    Dropping an enrolled seat opens it to the waitlist;
      *    dropping a waitlist spot just takes the student off.
       240-Drop-Rtn.
           move 'N' to WS-Found.
           perform varying WS-Enr-Idx from 1 by 1
               until WS-Enr-Idx > WS-Enr-Count
               if WS-En-Term(WS-Enr-Idx) = WS-Term-Id
                   and WS-En-Soc(WS-Enr-Idx) = RGT-Soc
                   and WS-En-Course(WS-Enr-Idx) = RGT-Course
                   and WS-En-Section(WS-Enr-Idx) = RGT-Section
                   and WS-En-Status(WS-Enr-Idx) not = 'X'
                   move 'Y' to WS-Found
                   move WS-Enr-Idx to WS-Enr-Match
                   move WS-Enr-Count to WS-Enr-Idx
               end-if
           end-perform.
           if WS-Found = 'N'
               move 'REJECTED - NOT REGISTERED IN SECTION'
                   to RTL-Result
               perform 290-Reject-Rtn
           else
               add 1 to WS-Drop-Count
               if WS-En-Status(WS-Enr-Match) = 'E'
                   subtract 1 from WS-Sc-Enrolled(WS-Sect-Match)
                   move 'DROPPED' to RTL-Result
               else
                   subtract 1 from WS-Sc-Waiting(WS-Sect-Match)
                   move 'DROPPED FROM WAITLIST' to RTL-Result
               end-if
               move 'X' to WS-En-Status(WS-Enr-Match)
               write Report-Rec from Rpt-Trans-Line
               perform 260-Promote-Rtn
           end-if.

      *    Does the candidate section meet on a day and at a
      *    time the student already holds a seat?  WS-Chk-Entry
      *    names the student's own waitlist row so a promotion
      *    does not check a student against themselves.
       250-Check-Conflict-Rtn.
           move 'N' to WS-Conflict.
           move spaces to WS-Conflict-Course.
           perform varying WS-Enr-Idx from 1 by 1
               until WS-Enr-Idx > WS-Enr-Count
               if WS-En-Term(WS-Enr-Idx) = WS-Term-Id
                   and WS-En-Soc(WS-Enr-Idx) = WS-Chk-Soc
                   and WS-En-Status(WS-Enr-Idx) = 'E'
                   and WS-En-Sec(WS-Enr-Idx) > zero
                   and WS-Enr-Idx not = WS-Chk-Entry
                   move WS-En-Sec(WS-Enr-Idx) to WS-Sect-Idx
                   if WS-Sc-Start(WS-Sect-Idx)
                           < WS-Sc-End(WS-Chk-Sec)
                       and WS-Sc-Start(WS-Chk-Sec)
                           < WS-Sc-End(WS-Sect-Idx)
                       perform varying WS-Day-Idx from 1 by 1
                           until WS-Day-Idx > 5
                           if WS-Sc-Day(WS-Sect-Idx, WS-Day-Idx)
                                   not = space
                               and WS-Sc-Day(WS-Chk-Sec, WS-Day-Idx)
                                   not = space
                               move 'Y' to WS-Conflict
                               move WS-Sc-Course(WS-Sect-Idx)
                                   to WS-Conflict-Course
                               move 5 to WS-Day-Idx
                           end-if
                       end-perform
                   end-if
                   if WS-Conflict = 'Y'
                       move WS-Enr-Count to WS-Enr-Idx
                   end-if
               end-if
           end-perform.

      *    Fill the open seats in the section from its waitlist,
      *    first come first served.  A waitlisted student whose
      *    schedule now conflicts keeps their place and the next
      *    one in line gets the seat.
       260-Promote-Rtn.
           move 'N' to WS-Seat-Open.
           if WS-Sc-Enrolled(WS-Sect-Match)
               < WS-Sc-Capacity(WS-Sect-Match)
               move 'Y' to WS-Seat-Open
           end-if.
           perform varying WS-Enr-Match from 1 by 1
               until WS-Enr-Match > WS-Enr-Count
                   or WS-Seat-Open = 'N'
               if WS-En-Term(WS-Enr-Match) = WS-Term-Id
                   and WS-En-Sec(WS-Enr-Match) = WS-Sect-Match
                   and WS-En-Status(WS-Enr-Match) = 'W'
                   move WS-En-Soc(WS-Enr-Match) to WS-Chk-Soc
                   move WS-Sect-Match to WS-Chk-Sec
                   move WS-Enr-Match to WS-Chk-Entry
                   perform 250-Check-Conflict-Rtn
                   if WS-Conflict = 'N'
                       move 'E' to WS-En-Status(WS-Enr-Match)
                       add 1 to WS-Sc-Enrolled(WS-Sect-Match)
                       subtract 1 from WS-Sc-Waiting(WS-Sect-Match)
                       add 1 to WS-Promote-Count
                       move WS-En-Soc(WS-Enr-Match) to RTL-Soc
                       move 'WAIT' to RTL-Action
                       move 'PROMOTED FROM WAITLIST' to RTL-Result
                       write Report-Rec from Rpt-Trans-Line
                       if WS-Sc-Enrolled(WS-Sect-Match)
                           not < WS-Sc-Capacity(WS-Sect-Match)
                           move 'N' to WS-Seat-Open
                       end-if
                   end-if
               end-if
           end-perform.

       290-Reject-Rtn.
           add 1 to WS-Reject-Count.
           write Report-Rec from Rpt-Trans-Line.

       400-Write-Enrollment-Rtn.
           open output Enroll-Out.
           perform varying WS-Enr-Idx from 1 by 1
               until WS-Enr-Idx > WS-Enr-Count
               if WS-En-Status(WS-Enr-Idx) not = 'X'
                   move WS-En-Term(WS-Enr-Idx) to ENO-Term
                   move WS-En-Soc(WS-Enr-Idx) to ENO-Soc
                   move WS-En-Course(WS-Enr-Idx) to ENO-Course
                   move WS-En-Section(WS-Enr-Idx) to ENO-Section
                   move WS-En-Status(WS-Enr-Idx) to ENO-Status
                   write ENROLL-REC-OUT
               end-if
           end-perform.
           close Enroll-Out.

      *    The term's enrolled hours per student, in student file
      *    order.  A student holding only waitlist spots, or no
      *    registration at all, gets no row.
       450-Write-Credits-Rtn.
           perform varying WS-Enr-Idx from 1 by 1
               until WS-Enr-Idx > WS-Enr-Count
               if WS-En-Term(WS-Enr-Idx) = WS-Term-Id
                   and WS-En-Status(WS-Enr-Idx) = 'E'
                   and WS-En-Sec(WS-Enr-Idx) > zero
                   move WS-En-Sec(WS-Enr-Idx) to WS-Sect-Idx
                   perform varying WS-Stud-Idx from 1 by 1
                       until WS-Stud-Idx > WS-Stud-Count
                       if WS-St-Soc(WS-Stud-Idx)
                           = WS-En-Soc(WS-Enr-Idx)
                           add WS-Sc-Credits(WS-Sect-Idx)
                               to WS-St-Credits(WS-Stud-Idx)
                           move WS-Stud-Count to WS-Stud-Idx
                       end-if
                   end-perform
               end-if
           end-perform.
           open output Term-Credits.
           perform varying WS-Stud-Idx from 1 by 1
               until WS-Stud-Idx > WS-Stud-Count
               if WS-St-Credits(WS-Stud-Idx) > zero
                   move WS-St-Soc(WS-Stud-Idx) to TCR-Soc
                   move WS-Term-Id to TCR-Term
                   move WS-St-Credits(WS-Stud-Idx) to TCR-Credits
                   write TERM-CRED-REC
               end-if
           end-perform.
           close Term-Credits.

       500-Report-Totals-Rtn.
           write Report-Rec from WS-Blank.
           write Report-Rec from WS-Sect-Title.
           perform varying WS-Sect-Idx from 1 by 1
               until WS-Sect-Idx > WS-Sect-Count
               move WS-Sc-Course(WS-Sect-Idx) to RSL-Course
               move WS-Sc-Section(WS-Sect-Idx) to RSL-Section
               move WS-Sc-Credits(WS-Sect-Idx) to RSL-Credits
               move WS-Sc-Capacity(WS-Sect-Idx) to RSL-Capacity
               move WS-Sc-Enrolled(WS-Sect-Idx) to RSL-Enrolled
               move WS-Sc-Waiting(WS-Sect-Idx) to RSL-Waiting
               write Report-Rec from Rpt-Sect-Line
           end-perform.
           write Report-Rec from WS-Blank.
           move 'Seats added:                  ' to RCL-Label.
           move WS-Add-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           move 'Waitlisted:                   ' to RCL-Label.
           move WS-Wait-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           move 'Drops:                        ' to RCL-Label.
           move WS-Drop-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           move 'Promoted from waitlist:       ' to RCL-Label.
           move WS-Promote-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           move 'Rejected:                     ' to RCL-Label.
           move WS-Reject-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.

       end program Ch8Reg.
