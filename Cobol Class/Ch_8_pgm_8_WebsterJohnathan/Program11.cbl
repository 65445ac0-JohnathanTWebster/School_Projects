       identification division.
       program-id. Ch8Cens.
      *******************************************
      * Term enrollment census.  Chapter8        *
      * reports GPA distributions, but the       *
      * census administration reports each term  *
      * was counted by hand.  This counts the    *
      * term's enrolled students by school and   *
      * by class - headcount, full-time and      *
      * part-time, and FTE - against the same    *
      * term a year ago, and from the student    *
      * history works out term-to-term and       *
      * fall-to-fall retention by school and     *
      * the new, continuing and returning        *
      * student counts.                          *
      *                                          *
      * A student is enrolled for a term when    *
      * they carry credit hours in it.  Full     *
      * time is the school's full-time credit    *
      * load off the tuition rate table, and     *
      * one FTE is one full-time load.  Terms    *
      * are ordered as they first appear in the  *
      * history file, which Chapter8 appends to  *
      * term by term.                            *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           select Student-Rec
               assign to 'C:\Data\Data-In\Ch8_0808.dat'
               organization is line sequential
               file status is WS-Stud-File-Stat.
           select Tuit-Rate-File
               assign to 'C:\Data\Data-In\Ch8_TuitRate.dat'
               organization is line sequential
               file status is WS-Rate-File-Stat.
           select Term-Param
               assign to 'C:\Data\Data-In\Ch8_Term.dat'
               organization is line sequential
               file status is WS-Term-File-Stat.
           select Term-Credits
               assign to 'C:\Data\Data-Work\Ch8_TermCred.dat'
               organization is line sequential
               file status is WS-TCr-File-Stat.
           select Student-History
               assign to 'C:\Data\Data-Work\Ch8_StudHist.dat'
               organization is line sequential
               file status is WS-SHist-File-Stat.
           select Census-Report
               assign to 'C:\Data\Data-Out\Ch8_Census.rpt'
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

       FD Tuit-Rate-File.
       01 TUIT-RATE-REC.
         05 TRT-School         pic x(01).
         05 TRT-Per-Credit     pic 9(04)v99.
         05 TRT-FT-Credits     pic 9(03).
         05 TRT-FT-Rate        pic 9(06)v99.

       FD Term-Param.
       01 TERM-PARAM-REC.
         05 TERM-ID-IN         pic x(06).

       FD Term-Credits.
       01 TERM-CRED-REC.
         05 TCR-Soc            pic x(09).
         05 TCR-Term           pic x(06).
         05 TCR-Credits        pic 999.

       FD Student-History.
       01 STUD-HIST-REC.
         05 SSH-Soc            pic x(09).
         05 SSH-Term           pic x(06).
         05 SSH-GPA            pic 9v99.
         05 SSH-Credits        pic 999.
         05 SSH-School         pic x(01).
         05 SSH-Class          pic x(01).

       FD Census-Report.
       01 Report-Rec           pic x(80).

       working-storage section.
       01 WS-Flags-Indicators.
         05 WS-Stud-File-Stat  pic x(02) value '00'.
         05 WS-Rate-File-Stat  pic x(02) value '00'.
         05 WS-Term-File-Stat  pic x(02) value '00'.
         05 WS-SHist-File-Stat pic x(02) value '00'.
         05 WS-Stud-EOF        pic x(03) value 'NO '.
         05 WS-Rate-EOF        pic x(03) value 'NO '.
         05 WS-SHist-EOF       pic x(03) value 'NO '.
         05 WS-Found           pic x(01) value 'N'.
         05 WS-Term-Id         pic x(06) value 'UNKNWN'.
         05 WS-LY-Term         pic x(06) value spaces.
         05 WS-LY-Year         pic 9(04) value zero.
         05 WS-Prev-Term       pic x(06) value spaces.
         05 WS-LY-Prev-Term    pic x(06) value spaces.
         05 WS-Fall-Term       pic x(06) value spaces.
         05 WS-Fall-Base       pic x(06) value spaces.
         05 WS-Fall-Year       pic 9(04) value zero.
         05 WS-Not-Reg-Count   pic 9(04) value zero.

      *********************************************
      * Full-time credit load per school           *
      *********************************************
       01 WS-Rate-Table-Area.
         05 WS-Rate-Count      pic 9(02) value zero.
         05 WS-Rate-Table      occurs 10 times.
           10 WS-Rt-School      pic x(01).
           10 WS-Rt-FT-Credits  pic 9(03).
         05 WS-Rate-Idx        pic 9(02) value zero.
         05 WS-FT-Load         pic 9(03) value zero.

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

      *********************************************
      * Every term each student was enrolled in,   *
      * one row per student per term - this term   *
      * from the student file, earlier terms from  *
      * the history.  WS-Hs-Seq is the term's      *
      * place in WS-Term-List.                     *
      *********************************************
       01 WS-History-Table-Area.
         05 WS-Hist-Count      pic 9(05) value zero.
         05 WS-Hist-Table      occurs 10000 times.
           10 WS-Hs-Soc         pic x(09).
           10 WS-Hs-Term        pic x(06).
           10 WS-Hs-Seq         pic 9(03).
           10 WS-Hs-School      pic x(01).
           10 WS-Hs-Class       pic x(01).
           10 WS-Hs-Credits     pic 9(03).
         05 WS-Hist-Idx        pic 9(05) value zero.
         05 WS-Look-Idx        pic 9(05) value zero.
         05 WS-New-Soc         pic x(09).
         05 WS-New-Term        pic x(06).
         05 WS-New-School      pic x(01).
         05 WS-New-Class       pic x(01).
         05 WS-New-Credits     pic 9(03).

       01 WS-Term-List-Area.
         05 WS-Term-Count      pic 9(03) value zero.
         05 WS-Term-List       occurs 200 times.
           10 WS-Tl-Term        pic x(06).
         05 WS-Term-Idx        pic 9(03) value zero.
         05 WS-Look-Term       pic x(06) value spaces.
         05 WS-Look-Soc        pic x(09) value spaces.
         05 WS-Look-Seq        pic 9(03) value zero.

      *********************************************
      * Census counts - column 1 this term,        *
      * column 2 the same term last year.  School  *
      * 4 and class 5 catch unknown codes.         *
      *********************************************
       01 WS-Census-Area.
         05 WS-Sch-Idx         pic 9(01) value zero.
         05 WS-Cls-Idx         pic 9(01) value zero.
         05 WS-Col             pic 9(01) value zero.
         05 WS-Stud-FTE        pic 9(03)v9999 value zero.
         05 WS-Cen-School      occurs 4 times.
           10 WS-Cs-Col         occurs 2 times.
             15 WS-Cs-Head      pic 9(05).
             15 WS-Cs-FT        pic 9(05).
             15 WS-Cs-PT        pic 9(05).
             15 WS-Cs-FTE       pic 9(05)v9999.
         05 WS-Cen-Class       occurs 5 times.
           10 WS-Cc-Col         occurs 2 times.
             15 WS-Cc-Head      pic 9(05).
             15 WS-Cc-FT        pic 9(05).
             15 WS-Cc-PT        pic 9(05).
             15 WS-Cc-FTE       pic 9(05)v9999.
         05 WS-Cen-Total       occurs 2 times.
           10 WS-Ct-Head        pic 9(05).
           10 WS-Ct-FT          pic 9(05).
           10 WS-Ct-PT          pic 9(05).
           10 WS-Ct-FTE         pic 9(05)v9999.

      *********************************************
      * Retention by school - column 1 term to     *
      * term, column 2 fall to fall; and student   *
      * flow - column 1 this term, column 2 the    *
      * same term last year.  Row 5 is the total.  *
      *********************************************
       01 WS-Retention-Area.
         05 WS-Ret-School      occurs 5 times.
           10 WS-Rs-Col         occurs 2 times.
             15 WS-Rs-Base      pic 9(05).
             15 WS-Rs-Kept      pic 9(05).
         05 WS-Flow-School     occurs 5 times.
           10 WS-Fs-Col         occurs 2 times.
             15 WS-Fs-New       pic 9(05).
             15 WS-Fs-Cont      pic 9(05).
             15 WS-Fs-Return    pic 9(05).
         05 WS-Base-Term       pic x(06) value spaces.
         05 WS-Target-Term     pic x(06) value spaces.
         05 WS-Flow-Term       pic x(06) value spaces.
         05 WS-Flow-Prev       pic x(06) value spaces.
         05 WS-Flow-Seq        pic 9(03) value zero.
         05 WS-Rate            pic 9(03)v9 value zero.
         05 WS-Change          pic s9(04)v9 value zero.

       01 WS-Name-Lits.
         05 WS-School-Names.
           10 Filler           pic x(13) value 'Business     '.
           10 Filler           pic x(13) value 'Liberal Arts '.
           10 Filler           pic x(13) value 'Engineering  '.
           10 Filler           pic x(13) value 'Unknown      '.
           10 Filler           pic x(13) value 'All students '.
         05 WS-School-Name-R   redefines WS-School-Names.
           10 WS-School-Name    pic x(13) occurs 5 times.
         05 WS-Class-Names.
           10 Filler           pic x(13) value 'Freshman     '.
           10 Filler           pic x(13) value 'Sophomore    '.
           10 Filler           pic x(13) value 'Junior       '.
           10 Filler           pic x(13) value 'Senior       '.
           10 Filler           pic x(13) value 'Unknown      '.
         05 WS-Class-Name-R    redefines WS-Class-Names.
           10 WS-Class-Name     pic x(13) occurs 5 times.

       01 WS-RPT-Lines.
         05 WS-Blank           pic x(80) value spaces.
         05 WS-Title1.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Term Enrollment Census       Term   '.
           10 Title-Term       pic x(06).
           10 Filler           pic x(22) value spaces.
         05 WS-Title2.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Compared with same term last year   '.
           10 Title-LY-Term    pic x(06).
           10 Filler           pic x(22) value spaces.
         05 WS-Section-Head.
           10 Filler           pic x(03) value spaces.
           10 SH-Text          pic x(77).
         05 WS-Census-Head.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(38) value
                '               Head    FT    PT      F'.
           10 Filler           pic x(39) value
                'TE LY Head   LY FTE  Change'.
         05 Rpt-Census-Line.
           10 Filler           pic x(03) value spaces.
           10 RCN-Label        pic x(13).
           10 Filler           pic x(02) value spaces.
           10 RCN-Head         pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RCN-FT           pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RCN-PT           pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RCN-FTE          pic zzz9.99.
           10 Filler           pic x(04) value spaces.
           10 RCN-LY-Head      pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RCN-LY-FTE       pic zzz9.99.
           10 Filler           pic x(02) value spaces.
           10 RCN-Change       pic ---9.9.
           10 Filler           pic x(01) value '%'.
           10 Filler           pic x(11) value spaces.
         05 WS-Retain-Head.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(38) value
                '               Base  Kept    Rate    B'.
           10 Filler           pic x(39) value
                'ase  Kept    Rate'.
         05 Rpt-Retain-Line.
           10 Filler           pic x(03) value spaces.
           10 RRT-Label        pic x(13).
           10 Filler           pic x(02) value spaces.
           10 RRT-Base         pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RRT-Kept         pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RRT-Rate         pic zz9.9.
           10 Filler           pic x(01) value '%'.
           10 Filler           pic x(04) value spaces.
           10 RRT-F-Base       pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RRT-F-Kept       pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RRT-F-Rate       pic zz9.9.
           10 Filler           pic x(01) value '%'.
           10 Filler           pic x(20) value spaces.
         05 WS-Flow-Head.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(38) value
                '                New  Cont  Retn       '.
           10 Filler           pic x(39) value
                ' New  Cont  Retn'.
         05 Rpt-Flow-Line.
           10 Filler           pic x(03) value spaces.
           10 RFL-Label        pic x(13).
           10 Filler           pic x(02) value spaces.
           10 RFL-New          pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RFL-Cont         pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RFL-Return       pic zzz9.
           10 Filler           pic x(07) value spaces.
           10 RFL-LY-New       pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RFL-LY-Cont      pic zzz9.
           10 Filler           pic x(02) value spaces.
           10 RFL-LY-Return    pic zzz9.
           10 Filler           pic x(27) value spaces.
         05 Rpt-Count-Line.
           10 Filler           pic x(03) value spaces.
           10 RCL-Label        pic x(30).
           10 RCL-Count        pic zzz9.
           10 Filler           pic x(43) value spaces.

       procedure division.

       100-Main-Module.
           perform 110-Startup-Rtn.
           perform 120-Load-Rates-Rtn.
           perform 170-Load-Term-Credits-Rtn.
           perform 130-Load-History-Rtn.
           perform 140-Load-Roster-Rtn.
           perform 160-Find-Terms-Rtn.
           initialize WS-Cen-School(1) WS-Cen-School(2)
               WS-Cen-School(3) WS-Cen-School(4)
               WS-Cen-Class(1) WS-Cen-Class(2) WS-Cen-Class(3)
               WS-Cen-Class(4) WS-Cen-Class(5)
               WS-Cen-Total(1) WS-Cen-Total(2).
           initialize WS-Ret-School(1) WS-Ret-School(2)
               WS-Ret-School(3) WS-Ret-School(4) WS-Ret-School(5)
               WS-Flow-School(1) WS-Flow-School(2)
               WS-Flow-School(3) WS-Flow-School(4)
               WS-Flow-School(5).
           perform varying WS-Hist-Idx from 1 by 1
               until WS-Hist-Idx > WS-Hist-Count
               if WS-Hs-Term(WS-Hist-Idx) = WS-Term-Id
                   move 1 to WS-Col
                   perform 200-Count-Census-Rtn
               end-if
               if WS-Hs-Term(WS-Hist-Idx) = WS-LY-Term
                   move 2 to WS-Col
                   perform 200-Count-Census-Rtn
               end-if
           end-perform.

           move WS-Prev-Term to WS-Base-Term.
           move WS-Term-Id to WS-Target-Term.
           move 1 to WS-Col.
           perform 300-Retention-Rtn.
           move WS-Fall-Base to WS-Base-Term.
           move WS-Fall-Term to WS-Target-Term.
           move 2 to WS-Col.
           perform 300-Retention-Rtn.

           move WS-Term-Id to WS-Flow-Term.
           move WS-Prev-Term to WS-Flow-Prev.
           move 1 to WS-Col.
           perform 350-Flow-Rtn.
           move WS-LY-Term to WS-Flow-Term.
           move WS-LY-Prev-Term to WS-Flow-Prev.
           move 2 to WS-Col.
           perform 350-Flow-Rtn.

           perform 400-Report-Rtn.
           display 'ENROLLMENT CENSUS COMPLETE - TERM ' WS-Term-Id
               ' HEADCOUNT: ' WS-Ct-Head(1).
           goback.

      *    The census is for one term - without the term
      *    parameter there is nothing to count.  Last year's
      *    term is the same season a year earlier.
       110-Startup-Rtn.
           open input Term-Param.
           if WS-Term-File-Stat = '00'
               read Term-Param
                   not at end
                       move TERM-ID-IN to WS-Term-Id
               end-read
               close Term-Param
           else
               display 'TERM PARAMETER NOT AVAILABLE, STATUS: '
                   WS-Term-File-Stat ' - RUN HALTED'
               stop run
           end-if.
           if WS-Term-Id(1:4) is numeric
               move WS-Term-Id(1:4) to WS-LY-Year
               subtract 1 from WS-LY-Year
               move WS-LY-Year to WS-LY-Term(1:4)
               move WS-Term-Id(5:2) to WS-LY-Term(5:2)
           end-if.

      *    No rate table - full time is taken as twelve hours
      *    in every school.
       120-Load-Rates-Rtn.
           open input Tuit-Rate-File.
           if WS-Rate-File-Stat not = '00'
               display 'TUITION RATE TABLE NOT AVAILABLE, STATUS: '
                   WS-Rate-File-Stat ' - FULL TIME TAKEN AS 12'
               move 'YES' to WS-Rate-EOF
           end-if.
           perform until WS-Rate-EOF = 'YES'
               read Tuit-Rate-File
                   at end
                       move 'YES' to WS-Rate-EOF
                   not at end
                       if WS-Rate-Count < 10
                           add 1 to WS-Rate-Count
                           move TRT-School
                               to WS-Rt-School(WS-Rate-Count)
                           move TRT-FT-Credits
                               to WS-Rt-FT-Credits(WS-Rate-Count)
                       else
                           display 'RATE TABLE CAPACITY EXCEEDED '
                               'AT 10 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Rate-File-Stat = '00' or WS-Rate-File-Stat = '10'
               close Tuit-Rate-File
           end-if.

      *    Earlier terms only - this term is counted from the
      *    student file, whether or not Chapter8 has already
      *    written it to the history.
       130-Load-History-Rtn.
           open input Student-History.
           if WS-SHist-File-Stat not = '00'
               display 'NO STUDENT HISTORY - RETENTION AND LAST '
                   'YEAR NOT AVAILABLE'
               move 'YES' to WS-SHist-EOF
           end-if.
           perform until WS-SHist-EOF = 'YES'
               read Student-History
                   at end
                       move 'YES' to WS-SHist-EOF
                   not at end
                       if SSH-Term not = WS-Term-Id
                           and SSH-Credits > zero
                           move SSH-Soc to WS-New-Soc
                           move SSH-Term to WS-New-Term
                           move SSH-School to WS-New-School
                           move SSH-Class to WS-New-Class
                           move SSH-Credits to WS-New-Credits
                           perform 135-Hold-History-Rtn
                       end-if
               end-read
           end-perform.
           if WS-SHist-File-Stat = '00' or WS-SHist-File-Stat = '10'
               close Student-History
           end-if.

      *    A term run twice leaves two history rows - the later
      *    one stands.
       135-Hold-History-Rtn.
           move WS-New-Term to WS-Look-Term.
           perform 150-Term-Seq-Rtn.
           if WS-Look-Seq = zero
               if WS-Term-Count < 200
                   add 1 to WS-Term-Count
                   move WS-New-Term to WS-Tl-Term(WS-Term-Count)
                   move WS-Term-Count to WS-Look-Seq
               else
                   display 'TERM LIST CAPACITY EXCEEDED AT 200 '
                       '- RUN HALTED'
                   stop run
               end-if
           end-if.
           move 'N' to WS-Found.
           perform varying WS-Look-Idx from 1 by 1
               until WS-Look-Idx > WS-Hist-Count
               if WS-Hs-Soc(WS-Look-Idx) = WS-New-Soc
                   and WS-Hs-Term(WS-Look-Idx) = WS-New-Term
                   move 'Y' to WS-Found
                   move WS-Look-Idx to WS-Hist-Idx
                   move WS-Hist-Count to WS-Look-Idx
               end-if
           end-perform.
           if WS-Found = 'N'
               if WS-Hist-Count < 10000
                   add 1 to WS-Hist-Count
                   move WS-Hist-Count to WS-Hist-Idx
               else
                   display 'HISTORY TABLE CAPACITY EXCEEDED AT '
                       '10000 - RUN HALTED'
                   stop run
               end-if
           end-if.
           move WS-New-Soc to WS-Hs-Soc(WS-Hist-Idx).
           move WS-New-Term to WS-Hs-Term(WS-Hist-Idx).
           move WS-Look-Seq to WS-Hs-Seq(WS-Hist-Idx).
           move WS-New-School to WS-Hs-School(WS-Hist-Idx).
           move WS-New-Class to WS-Hs-Class(WS-Hist-Idx).
           move WS-New-Credits to WS-Hs-Credits(WS-Hist-Idx).

      *    This term's enrolled students - registered hours when
      *    registration has run, the keyed Credits otherwise,
      *    the same figure Chapter8 records.
       140-Load-Roster-Rtn.
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
                       perform 175-Find-Term-Hours-Rtn
                       if WS-Term-Hours > zero
                           move Stud-Soc to WS-New-Soc
                           move WS-Term-Id to WS-New-Term
                           move School-Code to WS-New-School
                           move Class-Code to WS-New-Class
                           move WS-Term-Hours to WS-New-Credits
                           perform 135-Hold-History-Rtn
                       else
                           add 1 to WS-Not-Reg-Count
                       end-if
               end-read
           end-perform.
           close Student-Rec.

      *    Place of WS-Look-Term in the term list, zero when it
      *    is not there.
       150-Term-Seq-Rtn.
           move zero to WS-Look-Seq.
           perform varying WS-Term-Idx from 1 by 1
               until WS-Term-Idx > WS-Term-Count
               if WS-Tl-Term(WS-Term-Idx) = WS-Look-Term
                   move WS-Term-Idx to WS-Look-Seq
                   move WS-Term-Count to WS-Term-Idx
               end-if
           end-perform.

      *    The terms the report compares: the one before this
      *    term and the one before last year's, and the two
      *    most recent falls a year apart.
       160-Find-Terms-Rtn.
           move WS-Term-Id to WS-Look-Term.
           perform 150-Term-Seq-Rtn.
           if WS-Look-Seq > 1
               move WS-Tl-Term(WS-Look-Seq - 1) to WS-Prev-Term
           end-if.
           move WS-LY-Term to WS-Look-Term.
           perform 150-Term-Seq-Rtn.
           if WS-Look-Seq > 1
               move WS-Tl-Term(WS-Look-Seq - 1) to WS-LY-Prev-Term
           end-if.
           if WS-Term-Id(5:2) = 'FA'
               move WS-Term-Id to WS-Fall-Term
           else
               perform varying WS-Term-Idx from 1 by 1
                   until WS-Term-Idx > WS-Term-Count
                   if WS-Tl-Term(WS-Term-Idx)(5:2) = 'FA'
                       move WS-Tl-Term(WS-Term-Idx) to WS-Fall-Term
                   end-if
               end-perform
           end-if.
           if WS-Fall-Term not = spaces
               and WS-Fall-Term(1:4) is numeric
               move WS-Fall-Term(1:4) to WS-Fall-Year
               subtract 1 from WS-Fall-Year
               move WS-Fall-Year to WS-Fall-Base(1:4)
               move 'FA' to WS-Fall-Base(5:2)
           end-if.

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

       175-Find-Term-Hours-Rtn.
           if WS-TCr-On = 'N'
               move Credits to WS-Term-Hours
           else
               move zero to WS-Term-Hours
               move 'N' to WS-TCr-Found
               perform varying WS-TCr-Idx from 1 by 1
                   until WS-TCr-Idx > WS-TCr-Count
                   if WS-Tc-Soc(WS-TCr-Idx) = Stud-Soc
                       move WS-Tc-Credits(WS-TCr-Idx)
                           to WS-Term-Hours
                       move 'Y' to WS-TCr-Found
                       move WS-TCr-Count to WS-TCr-Idx
                   end-if
               end-perform
           end-if.

      *********************************************
      * One enrolled student into census column    *
      * WS-Col                                     *
      *********************************************
       200-Count-Census-Rtn.
           perform 210-School-Idx-Rtn.
           evaluate WS-Hs-Class(WS-Hist-Idx)
               when '1'
                   move 1 to WS-Cls-Idx
               when '2'
                   move 2 to WS-Cls-Idx
               when '3'
                   move 3 to WS-Cls-Idx
               when '4'
                   move 4 to WS-Cls-Idx
               when other
                   move 5 to WS-Cls-Idx
           end-evaluate.
           move 12 to WS-FT-Load.
           perform varying WS-Rate-Idx from 1 by 1
               until WS-Rate-Idx > WS-Rate-Count
               if WS-Rt-School(WS-Rate-Idx)
                   = WS-Hs-School(WS-Hist-Idx)
                   and WS-Rt-FT-Credits(WS-Rate-Idx) > zero
                   move WS-Rt-FT-Credits(WS-Rate-Idx) to WS-FT-Load
                   move WS-Rate-Count to WS-Rate-Idx
               end-if
           end-perform.
           compute WS-Stud-FTE rounded =
               WS-Hs-Credits(WS-Hist-Idx) / WS-FT-Load.

           add 1 to WS-Cs-Head(WS-Sch-Idx, WS-Col)
               WS-Cc-Head(WS-Cls-Idx, WS-Col) WS-Ct-Head(WS-Col).
           add WS-Stud-FTE to WS-Cs-FTE(WS-Sch-Idx, WS-Col)
               WS-Cc-FTE(WS-Cls-Idx, WS-Col) WS-Ct-FTE(WS-Col).
           if WS-Hs-Credits(WS-Hist-Idx) >= WS-FT-Load
               add 1 to WS-Cs-FT(WS-Sch-Idx, WS-Col)
                   WS-Cc-FT(WS-Cls-Idx, WS-Col) WS-Ct-FT(WS-Col)
           else
               add 1 to WS-Cs-PT(WS-Sch-Idx, WS-Col)
                   WS-Cc-PT(WS-Cls-Idx, WS-Col) WS-Ct-PT(WS-Col)
           end-if.

       210-School-Idx-Rtn.
           evaluate WS-Hs-School(WS-Hist-Idx)
               when '1'
                   move 1 to WS-Sch-Idx
               when '2'
                   move 2 to WS-Sch-Idx
               when '3'
                   move 3 to WS-Sch-Idx
               when other
                   move 4 to WS-Sch-Idx
           end-evaluate.

      *    Did WS-Look-Soc enroll in WS-Look-Term?
       250-In-Term-Rtn.
           move 'N' to WS-Found.
           perform varying WS-Look-Idx from 1 by 1
               until WS-Look-Idx > WS-Hist-Count
               if WS-Hs-Soc(WS-Look-Idx) = WS-Look-Soc
                   and WS-Hs-Term(WS-Look-Idx) = WS-Look-Term
                   move 'Y' to WS-Found
                   move WS-Hist-Count to WS-Look-Idx
               end-if
           end-perform.

      *********************************************
      * Of the students enrolled in WS-Base-Term,  *
      * by their school then, how many enrolled    *
      * again in WS-Target-Term                    *
      *********************************************
       300-Retention-Rtn.
           if WS-Base-Term not = spaces
               and WS-Target-Term not = spaces
               perform varying WS-Hist-Idx from 1 by 1
                   until WS-Hist-Idx > WS-Hist-Count
                   if WS-Hs-Term(WS-Hist-Idx) = WS-Base-Term
                       perform 210-School-Idx-Rtn
                       add 1 to WS-Rs-Base(WS-Sch-Idx, WS-Col)
                           WS-Rs-Base(5, WS-Col)
                       move WS-Hs-Soc(WS-Hist-Idx) to WS-Look-Soc
                       move WS-Target-Term to WS-Look-Term
                       perform 250-In-Term-Rtn
                       if WS-Found = 'Y'
                           add 1 to WS-Rs-Kept(WS-Sch-Idx, WS-Col)
                               WS-Rs-Kept(5, WS-Col)
                       end-if
                   end-if
               end-perform
           end-if.

      *********************************************
      * Students enrolled in WS-Flow-Term:         *
      * continuing if they were enrolled the term  *
      * before, returning if they were enrolled    *
      * in some earlier term, new otherwise        *
      *********************************************
       350-Flow-Rtn.
           move WS-Flow-Term to WS-Look-Term.
           perform 150-Term-Seq-Rtn.
           move WS-Look-Seq to WS-Flow-Seq.
           if WS-Flow-Seq > zero
               perform varying WS-Hist-Idx from 1 by 1
                   until WS-Hist-Idx > WS-Hist-Count
                   if WS-Hs-Term(WS-Hist-Idx) = WS-Flow-Term
                       perform 360-Flow-One-Rtn
                   end-if
               end-perform
           end-if.

       360-Flow-One-Rtn.
           perform 210-School-Idx-Rtn.
           move WS-Hs-Soc(WS-Hist-Idx) to WS-Look-Soc.
           move 'N' to WS-Found.
           if WS-Flow-Prev not = spaces
               move WS-Flow-Prev to WS-Look-Term
               perform 250-In-Term-Rtn
           end-if.
           if WS-Found = 'Y'
               add 1 to WS-Fs-Cont(WS-Sch-Idx, WS-Col)
                   WS-Fs-Cont(5, WS-Col)
           else
               perform varying WS-Look-Idx from 1 by 1
                   until WS-Look-Idx > WS-Hist-Count
                   if WS-Hs-Soc(WS-Look-Idx) = WS-Look-Soc
                       and WS-Hs-Seq(WS-Look-Idx) < WS-Flow-Seq
                       move 'Y' to WS-Found
                       move WS-Hist-Count to WS-Look-Idx
                   end-if
               end-perform
               if WS-Found = 'Y'
                   add 1 to WS-Fs-Return(WS-Sch-Idx, WS-Col)
                       WS-Fs-Return(5, WS-Col)
               else
                   add 1 to WS-Fs-New(WS-Sch-Idx, WS-Col)
                       WS-Fs-New(5, WS-Col)
               end-if
           end-if.

      *********************************************
      * The census report                          *
      *********************************************
       400-Report-Rtn.
           open output Census-Report.
           move WS-Term-Id to Title-Term.
           move WS-LY-Term to Title-LY-Term.
           write Report-Rec from WS-Blank.
           write Report-Rec from WS-Title1.
           write Report-Rec from WS-Title2.

           write Report-Rec from WS-Blank.
           move 'Enrollment by school' to SH-Text.
           write Report-Rec from WS-Section-Head.
           write Report-Rec from WS-Census-Head.
           perform varying WS-Sch-Idx from 1 by 1
               until WS-Sch-Idx > 4
               move WS-School-Name(WS-Sch-Idx) to RCN-Label
               move WS-Cs-Head(WS-Sch-Idx, 1) to RCN-Head
               move WS-Cs-FT(WS-Sch-Idx, 1) to RCN-FT
               move WS-Cs-PT(WS-Sch-Idx, 1) to RCN-PT
               move WS-Cs-FTE(WS-Sch-Idx, 1) to RCN-FTE
               move WS-Cs-Head(WS-Sch-Idx, 2) to RCN-LY-Head
               move WS-Cs-FTE(WS-Sch-Idx, 2) to RCN-LY-FTE
               move zero to WS-Change
               if WS-Cs-Head(WS-Sch-Idx, 2) > zero
                   compute WS-Change rounded =
                       (WS-Cs-Head(WS-Sch-Idx, 1)
                       - WS-Cs-Head(WS-Sch-Idx, 2)) * 100
                       / WS-Cs-Head(WS-Sch-Idx, 2)
               end-if
               move WS-Change to RCN-Change
               write Report-Rec from Rpt-Census-Line
           end-perform.
           perform 410-Total-Line-Rtn.

           write Report-Rec from WS-Blank.
           move 'Enrollment by class' to SH-Text.
           write Report-Rec from WS-Section-Head.
           write Report-Rec from WS-Census-Head.
           perform varying WS-Cls-Idx from 1 by 1
               until WS-Cls-Idx > 5
               move WS-Class-Name(WS-Cls-Idx) to RCN-Label
               move WS-Cc-Head(WS-Cls-Idx, 1) to RCN-Head
               move WS-Cc-FT(WS-Cls-Idx, 1) to RCN-FT
               move WS-Cc-PT(WS-Cls-Idx, 1) to RCN-PT
               move WS-Cc-FTE(WS-Cls-Idx, 1) to RCN-FTE
               move WS-Cc-Head(WS-Cls-Idx, 2) to RCN-LY-Head
               move WS-Cc-FTE(WS-Cls-Idx, 2) to RCN-LY-FTE
               move zero to WS-Change
               if WS-Cc-Head(WS-Cls-Idx, 2) > zero
                   compute WS-Change rounded =
                       (WS-Cc-Head(WS-Cls-Idx, 1)
                       - WS-Cc-Head(WS-Cls-Idx, 2)) * 100
                       / WS-Cc-Head(WS-Cls-Idx, 2)
               end-if
               move WS-Change to RCN-Change
               write Report-Rec from Rpt-Census-Line
           end-perform.
           perform 410-Total-Line-Rtn.

           write Report-Rec from WS-Blank.
           move spaces to SH-Text.
           string 'Retention - term to term ' WS-Prev-Term ' to '
               WS-Term-Id ', fall to fall ' WS-Fall-Base ' to '
               WS-Fall-Term delimited by size into SH-Text.
           write Report-Rec from WS-Section-Head.
           write Report-Rec from WS-Retain-Head.
           perform varying WS-Sch-Idx from 1 by 1
               until WS-Sch-Idx > 5
               move WS-School-Name(WS-Sch-Idx) to RRT-Label
               move WS-Rs-Base(WS-Sch-Idx, 1) to RRT-Base
               move WS-Rs-Kept(WS-Sch-Idx, 1) to RRT-Kept
               move zero to WS-Rate
               if WS-Rs-Base(WS-Sch-Idx, 1) > zero
                   compute WS-Rate rounded =
                       WS-Rs-Kept(WS-Sch-Idx, 1) * 100
                       / WS-Rs-Base(WS-Sch-Idx, 1)
               end-if
               move WS-Rate to RRT-Rate
               move WS-Rs-Base(WS-Sch-Idx, 2) to RRT-F-Base
               move WS-Rs-Kept(WS-Sch-Idx, 2) to RRT-F-Kept
               move zero to WS-Rate
               if WS-Rs-Base(WS-Sch-Idx, 2) > zero
                   compute WS-Rate rounded =
                       WS-Rs-Kept(WS-Sch-Idx, 2) * 100
                       / WS-Rs-Base(WS-Sch-Idx, 2)
               end-if
               move WS-Rate to RRT-F-Rate
               write Report-Rec from Rpt-Retain-Line
           end-perform.

           write Report-Rec from WS-Blank.
           move spaces to SH-Text.
           string 'Student flow - term ' WS-Term-Id
               ', same term last year ' WS-LY-Term
               delimited by size into SH-Text.
           write Report-Rec from WS-Section-Head.
           write Report-Rec from WS-Flow-Head.
           perform varying WS-Sch-Idx from 1 by 1
               until WS-Sch-Idx > 5
               move WS-School-Name(WS-Sch-Idx) to RFL-Label
               move WS-Fs-New(WS-Sch-Idx, 1) to RFL-New
               move WS-Fs-Cont(WS-Sch-Idx, 1) to RFL-Cont
               move WS-Fs-Return(WS-Sch-Idx, 1) to RFL-Return
               move WS-Fs-New(WS-Sch-Idx, 2) to RFL-LY-New
               move WS-Fs-Cont(WS-Sch-Idx, 2) to RFL-LY-Cont
               move WS-Fs-Return(WS-Sch-Idx, 2) to RFL-LY-Return
               write Report-Rec from Rpt-Flow-Line
           end-perform.

           write Report-Rec from WS-Blank.
           move 'Students not enrolled:       ' to RCL-Label.
           move WS-Not-Reg-Count to RCL-Count.
           write Report-Rec from Rpt-Count-Line.
           close Census-Report.

       410-Total-Line-Rtn.
           move WS-School-Name(5) to RCN-Label.
           move WS-Ct-Head(1) to RCN-Head.
           move WS-Ct-FT(1) to RCN-FT.
           move WS-Ct-PT(1) to RCN-PT.
           move WS-Ct-FTE(1) to RCN-FTE.
           move WS-Ct-Head(2) to RCN-LY-Head.
           move WS-Ct-FTE(2) to RCN-LY-FTE.
           move zero to WS-Change.
           if WS-Ct-Head(2) > zero
               compute WS-Change rounded =
                   (WS-Ct-Head(1) - WS-Ct-Head(2)) * 100
                   / WS-Ct-Head(2)
           end-if.
           move WS-Change to RCN-Change.
           write Report-Rec from Rpt-Census-Line.

       end program Ch8Cens.
