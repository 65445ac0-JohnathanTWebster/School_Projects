       identification division.
       program-id. Ch8Trans.
      *******************************************
      * Transcripts off the student term         *
      * history - the registrar's office stops   *
      * typing them by hand.  Each request names *
      * the student, an official or unofficial   *
      * copy, and the recipient.  A transcript   *
      * prints every term on file with the term  *
      * and cumulative GPA, the credits earned,  *
      * the standing notations, and the Dean's   *
      * List honors; official copies carry the   *
      * next serial number and are logged on     *
      * the transcript issue register.  A        *
      * student under a registration or          *
      * financial hold gets no transcript, and   *
      * the run summary says why.                *
      *******************************************
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           select Trans-Request
               assign to 'C:\Data\Data-In\Ch8_TranReq.dat'
               organization is line sequential
               file status is WS-Req-File-Stat.
           select Student-Rec
               assign to 'C:\Data\Data-In\Ch8_0808.dat'
               organization is line sequential
               file status is WS-Stud-File-Stat.
           select Hold-File
               assign to 'C:\Data\Data-In\Ch8_Holds.dat'
               organization is line sequential
               file status is WS-Hold-File-Stat.
           select Fin-Hold-File
               assign to 'C:\Data\Data-Work\Ch8_FinHold.dat'
               organization is line sequential
               file status is WS-FHold-File-Stat.
           select Student-History
               assign to 'C:\Data\Data-Work\Ch8_StudHist.dat'
               organization is line sequential
               file status is WS-SHist-File-Stat.
           select Standing-In
               assign to 'C:\Data\Data-Work\Ch8_Standing.dat'
               organization is line sequential
               file status is WS-Stand-File-Stat.
           select Deans-List
               assign to 'C:\Data\Data-Out\Ch8_Deans.dat'
               organization is line sequential
               file status is WS-DL-File-Stat.
           select Deans-History
               assign to 'C:\Data\Data-Work\Ch8_DeansHist.dat'
               organization is line sequential
               file status is WS-DHist-File-Stat.
           select Term-Param
               assign to 'C:\Data\Data-In\Ch8_Term.dat'
               organization is line sequential
               file status is WS-Term-File-Stat.
      *    Last serial issued - read at start, rewritten at end.
           select Serial-Control
               assign to 'C:\Data\Data-Work\Ch8_TranSer.dat'
               organization is line sequential
               file status is WS-Ser-File-Stat.
           select Issue-Register
               assign to 'C:\Data\Data-Work\Ch8_TranIss.dat'
               organization is line sequential
               file status is WS-Iss-File-Stat.
           select Transcript-File
               assign to 'C:\Data\Data-Out\Ch8_Transcr.rpt'
               organization is line sequential.

       data division.
       File section.
      *********************************************
      * One transcript request - 'O' official,     *
      * 'U' unofficial (student copy)              *
      *********************************************
       FD Trans-Request.
       01 TRANS-REQ-REC.
         05 TRQ-Soc            pic x(09).
         05 TRQ-Copy           pic x(01).
         05 TRQ-Recipient      pic x(30).

       FD Student-Rec.
       01 Student-File.
         05 Stud-Soc           pic x(09).
         05 Stud-Name          pic x(21).
         05 Class-Code         pic x(01).
         05 School-Code        pic x(01).
         05 GPA                pic 9V99.
         05 Credits            pic 999.

      *********************************************
      * Holds placed by the registrar ('R') or     *
      * the bursar ('F') - any hold row stops a    *
      * transcript until it is removed             *
      *********************************************
       FD Hold-File.
       01 HOLD-REC.
         05 HLD-Soc            pic x(09).
         05 HLD-Type           pic x(01).
         05 HLD-Reason         pic x(30).

      *********************************************
      * Financial holds Ch8Acct puts on students   *
      * with a past-due account balance            *
      *********************************************
       FD Fin-Hold-File.
       01 FIN-HOLD-REC.
         05 FHD-Soc            pic x(09).
         05 FHD-Type           pic x(01).
         05 FHD-Reason         pic x(30).

       FD Student-History.
       01 STUD-HIST-REC.
         05 SSH-Soc            pic x(09).
         05 SSH-Term           pic x(06).
         05 SSH-GPA            pic 9v99.
         05 SSH-Credits        pic 999.
         05 SSH-School         pic x(01).
         05 SSH-Class          pic x(01).

       FD Standing-In.
       01 STANDING-REC-IN.
         05 STI-Soc            pic x(09).
         05 STI-Status         pic x(01).

       FD Deans-List.
       01 Deans-List-Rec.
         05 DL-Stud-Soc        pic x(09).
         05 DL-Stud-Name       pic x(21).
         05 DL-GPA             pic 9V99.
         05 DL-Class-Code      pic x(01).
         05 DL-School-Code     pic x(01).

       FD Deans-History.
       01 DEANS-HIST-REC.
         05 DH-Term            pic x(06).
         05 DH-Stud-Soc        pic x(09).
         05 DH-GPA             pic 9V99.

       FD Term-Param.
       01 TERM-PARAM-REC.
         05 TERM-ID-IN         pic x(06).

       FD Serial-Control.
       01 SERIAL-CTL-REC.
         05 TSC-Last-Serial    pic 9(07).

      *********************************************
      * One row per official transcript issued -   *
      * what was certified, to whom, and when      *
      *********************************************
       FD Issue-Register.
       01 ISSUE-REC.
         05 TIS-Serial         pic 9(07).
         05 TIS-Soc            pic x(09).
         05 TIS-Date           pic 9(08).
         05 TIS-Recipient      pic x(30).
         05 TIS-Credits        pic 9(03).
         05 TIS-Cum-GPA        pic 9v99.

       FD Transcript-File.
       01 Transcript-Rec       pic x(80).

       working-storage section.
       01 WS-Flags-Indicators.
         05 WS-Req-File-Stat   pic x(02) value '00'.
         05 WS-Stud-File-Stat  pic x(02) value '00'.
         05 WS-Hold-File-Stat  pic x(02) value '00'.
         05 WS-FHold-File-Stat pic x(02) value '00'.
         05 WS-SHist-File-Stat pic x(02) value '00'.
         05 WS-Stand-File-Stat pic x(02) value '00'.
         05 WS-DL-File-Stat    pic x(02) value '00'.
         05 WS-DHist-File-Stat pic x(02) value '00'.
         05 WS-Term-File-Stat  pic x(02) value '00'.
         05 WS-Ser-File-Stat   pic x(02) value '00'.
         05 WS-Iss-File-Stat   pic x(02) value '00'.
         05 WS-Req-EOF         pic x(03) value 'NO '.
         05 WS-Stud-EOF        pic x(03) value 'NO '.
         05 WS-Hold-EOF        pic x(03) value 'NO '.
         05 WS-FHold-EOF       pic x(03) value 'NO '.
         05 WS-SHist-EOF       pic x(03) value 'NO '.
         05 WS-Stand-EOF       pic x(03) value 'NO '.
         05 WS-DL-EOF          pic x(03) value 'NO '.
         05 WS-DHist-EOF       pic x(03) value 'NO '.
         05 WS-Iss-On          pic x(01) value 'N'.
         05 WS-Found           pic x(01) value 'N'.
         05 WS-Term-Id         pic x(06) value 'UNKNWN'.
         05 WS-Last-Serial     pic 9(07) value zero.
         05 WS-Issue-Date      pic 9(08) value zero.
         05 WS-Date.
           10 WS-YY            pic 9(02).
           10 WS-MM            pic 9(02).
           10 WS-DD            pic 9(02).
         05 WS-Official-Count  pic 9(04) value zero.
         05 WS-Unofficial-Count pic 9(04) value zero.
         05 WS-Refused-Count   pic 9(04) value zero.

      *********************************************
      * Running figures for the transcript being   *
      * printed.  The cumulative GPA is weighted   *
      * by each term's credits; terms filed with   *
      * no credits count as a plain average.       *
      *********************************************
       01 WS-Transcript-Work.
         05 WS-Term-Count      pic 9(03) value zero.
         05 WS-Tot-Credits     pic 9(03) value zero.
         05 WS-Tot-Points      pic 9(05)v99 value zero.
         05 WS-Tot-GPA-Sum     pic 9(05)v99 value zero.
         05 WS-Points          pic 9(05)v99 value zero.
         05 WS-Cum-GPA         pic 9v99 value zero.
         05 WS-Replay-Status   pic x(01) value space.
         05 WS-Honor           pic x(01) value 'N'.

       01 WS-Student-Table-Area.
         05 WS-Stud-Count      pic 9(04) value zero.
         05 WS-Stud-Table      occurs 1000 times.
           10 WS-St-Soc         pic x(09).
           10 WS-St-Name        pic x(21).
           10 WS-St-Class       pic x(01).
           10 WS-St-School      pic x(01).
         05 WS-Stud-Idx        pic 9(04) value zero.
         05 WS-Stud-Match      pic 9(04) value zero.

       01 WS-Hold-Table-Area.
         05 WS-Hold-Count      pic 9(04) value zero.
         05 WS-Hold-Table      occurs 500 times.
           10 WS-Hd-Soc         pic x(09).
           10 WS-Hd-Type        pic x(01).
         05 WS-Hold-Idx        pic 9(04) value zero.
         05 WS-Hold-Type       pic x(01) value space.

       01 WS-Standing-Table-Area.
         05 WS-Stand-Count     pic 9(04) value zero.
         05 WS-Stand-Table     occurs 1000 times.
           10 WS-Std-Soc        pic x(09).
           10 WS-Std-Status     pic x(01).
         05 WS-Stand-Idx       pic 9(04) value zero.
         05 WS-Cur-Standing    pic x(01) value space.

      *********************************************
      * Dean's List honors by term - the history   *
      * Chapter8 appends, plus this term's         *
      * extract                                    *
      *********************************************
       01 WS-Honor-Table-Area.
         05 WS-Honor-Count     pic 9(04) value zero.
         05 WS-Honor-Table     occurs 5000 times.
           10 WS-Hn-Term        pic x(06).
           10 WS-Hn-Soc         pic x(09).
         05 WS-Honor-Idx       pic 9(04) value zero.
         05 WS-New-Hn-Term     pic x(06) value spaces.
         05 WS-New-Hn-Soc      pic x(09) value spaces.

       01 WS-Summary-Area.
         05 WS-Summ-Count      pic 9(04) value zero.
         05 WS-Summ-Line       pic x(80) occurs 500 times.
         05 WS-Summ-Idx        pic 9(04) value zero.

       01 WS-RPT-Lines.
         05 WS-Blank           pic x(80) value spaces.
         05 WS-Title1.
           10 Filler           pic x(27) value spaces.
           10 Filler           pic x(21) value
                'Pass-EM State College'.
           10 Filler           pic x(32) value spaces.
         05 WS-Title2.
           10 Filler           pic x(24) value spaces.
           10 TT-Copy          pic x(28).
           10 Filler           pic x(28) value spaces.
         05 WS-Serial-Line.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(15) value 'Serial number: '.
           10 TSL-Serial       pic x(07).
           10 Filler           pic x(10) value spaces.
           10 Filler           pic x(08) value 'Issued: '.
           10 TSL-MM           pic 9(02).
           10 Filler           pic x value '/'.
           10 TSL-DD           pic 9(02).
           10 Filler           pic x value '/'.
           10 TSL-YYYY         pic 9(04).
           10 Filler           pic x(27) value spaces.
         05 WS-Recip-Line.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(15) value 'Issued to:     '.
           10 TRL-Recipient    pic x(30).
           10 Filler           pic x(32) value spaces.
         05 WS-Student-Line.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(15) value 'Student:       '.
           10 TST-Name         pic x(21).
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(04) value 'ID  '.
           10 TST-Soc-Mask     pic x(07) value 'XXX-XX-'.
           10 TST-Soc-Last4    pic x(04).
           10 Filler           pic x(23) value spaces.
         05 WS-School-Line.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(15) value 'School:        '.
           10 TSC-School       pic x(12).
           10 Filler           pic x(12) value spaces.
           10 Filler           pic x(07) value 'Class  '.
           10 TSC-Class        pic x(09).
           10 Filler           pic x(22) value spaces.
         05 WS-Col-Head.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(45) value
                'Term    Credits  Term GPA  Cum GPA  Notations'.
           10 Filler           pic x(32) value spaces.
         05 WS-Term-Line.
           10 Filler           pic x(03) value spaces.
           10 TTL-Term         pic x(06).
           10 Filler           pic x(05) value spaces.
           10 TTL-Credits      pic zz9.
           10 Filler           pic x(06) value spaces.
           10 TTL-GPA          pic 9.99.
           10 Filler           pic x(05) value spaces.
           10 TTL-Cum-GPA      pic 9.99.
           10 Filler           pic x(02) value spaces.
           10 TTL-Honor        pic x(12).
           10 TTL-Standing     pic x(26).
         05 WS-Total-Line.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(23) value
                'Total credits earned:  '.
           10 TTO-Credits      pic zz9.
           10 Filler           pic x(06) value spaces.
           10 Filler           pic x(16) value
                'Cumulative GPA: '.
           10 TTO-Cum-GPA      pic 9.99.
           10 Filler           pic x(25) value spaces.
         05 WS-Standing-Line.
           10 Filler           pic x(03) value spaces.
           10 Filler           pic x(23) value
                'Academic standing:     '.
           10 TSD-Standing     pic x(30).
           10 Filler           pic x(24) value spaces.
         05 WS-Text-Line.
           10 Filler           pic x(03) value spaces.
           10 TXT-Text         pic x(77).
         05 WS-Summ-Title.
           10 Filler           pic x(16) value spaces.
           10 Filler           pic x(36) value
                'Transcript Run Summary              '.
           10 Filler           pic x(28) value spaces.
         05 WS-Summ-Detail.
           10 Filler           pic x(03) value spaces.
           10 TSM-Soc          pic x(09).
           10 Filler           pic x(02) value spaces.
           10 TSM-Copy         pic x(01).
           10 Filler           pic x(02) value spaces.
           10 TSM-Recipient    pic x(30).
           10 Filler           pic x(02) value spaces.
           10 TSM-Result       pic x(31).
         05 Rpt-Count-Line.
           10 Filler           pic x(03) value spaces.
           10 RCL-Label        pic x(30).
           10 RCL-Count        pic zzz9.
           10 Filler           pic x(43) value spaces.

       procedure division.

       100-Main-Module.
           perform 110-Startup-Rtn.
           perform 120-Load-Students-Rtn.
           perform 130-Load-Holds-Rtn.
           perform 140-Load-Standing-Rtn.
           perform 150-Load-Honors-Rtn.
           open input Trans-Request.
           if WS-Req-File-Stat not = '00'
               display 'NO TRANSCRIPT REQUESTS THIS RUN'
               move 'YES' to WS-Req-EOF
           end-if.
           perform until WS-Req-EOF = 'YES'
               read Trans-Request
                   at end
                       move 'YES' to WS-Req-EOF
                   not at end
                       perform 200-Process-Request-Rtn
               end-read
           end-perform.
           if WS-Req-File-Stat = '00' or WS-Req-File-Stat = '10'
               close Trans-Request
           end-if.
           perform 400-Summary-Rtn.
           perform 450-Save-Serial-Rtn.
           if WS-Iss-On = 'Y'
               close Issue-Register
           end-if.
           close Transcript-File.
           display 'TRANSCRIPTS - OFFICIAL: ' WS-Official-Count
               ' UNOFFICIAL: ' WS-Unofficial-Count
               ' REFUSED: ' WS-Refused-Count.
           goback.

      *********************************************
      * Issue date, the current term, the last     *
      * serial used, and the issue register        *
      *********************************************
       110-Startup-Rtn.
           accept WS-Date from date.
           move WS-MM to TSL-MM.
           move WS-DD to TSL-DD.
           add WS-YY 2000 giving TSL-YYYY.
           compute WS-Issue-Date = TSL-YYYY * 10000
               + WS-MM * 100 + WS-DD.

           open input Term-Param.
           if WS-Term-File-Stat = '00'
               read Term-Param
                   not at end
                       move TERM-ID-IN to WS-Term-Id
               end-read
               close Term-Param
           end-if.

           open input Serial-Control.
           if WS-Ser-File-Stat = '00'
               read Serial-Control
                   not at end
                       move TSC-Last-Serial to WS-Last-Serial
               end-read
               close Serial-Control
           end-if.

           open extend Issue-Register.
           if WS-Iss-File-Stat = '35'
               open output Issue-Register
           end-if.
           if WS-Iss-File-Stat = '00' or WS-Iss-File-Stat = '05'
               move 'Y' to WS-Iss-On
           else
               display 'TRANSCRIPT ISSUE REGISTER NOT AVAILABLE, '
                   'STATUS: ' WS-Iss-File-Stat
                   ' - OFFICIAL COPIES WILL BE REFUSED'
           end-if.
           open output Transcript-File.

       120-Load-Students-Rtn.
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
                           move Stud-Name
                               to WS-St-Name(WS-Stud-Count)
                           move Class-Code
                               to WS-St-Class(WS-Stud-Count)
                           move School-Code
                               to WS-St-School(WS-Stud-Count)
                       else
                           display 'STUDENT TABLE CAPACITY '
                               'EXCEEDED AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           close Student-Rec.

      *    No hold file means nobody is on hold.
       130-Load-Holds-Rtn.
           open input Hold-File.
           if WS-Hold-File-Stat not = '00'
               move 'YES' to WS-Hold-EOF
           end-if.
           perform until WS-Hold-EOF = 'YES'
               read Hold-File
                   at end
                       move 'YES' to WS-Hold-EOF
                   not at end
                       if WS-Hold-Count < 500
                           add 1 to WS-Hold-Count
                           move HLD-Soc to WS-Hd-Soc(WS-Hold-Count)
                           move HLD-Type
                               to WS-Hd-Type(WS-Hold-Count)
                       else
                           display 'HOLD TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Hold-File-Stat = '00' or WS-Hold-File-Stat = '10'
               close Hold-File
           end-if.
           perform 135-Load-Fin-Holds-Rtn.

      *    The bursar's past-due holds, written by Ch8Acct, go
      *    in the same table.  No file means none are on.
       135-Load-Fin-Holds-Rtn.
           open input Fin-Hold-File.
           if WS-FHold-File-Stat not = '00'
               move 'YES' to WS-FHold-EOF
           end-if.
           perform until WS-FHold-EOF = 'YES'
               read Fin-Hold-File
                   at end
                       move 'YES' to WS-FHold-EOF
                   not at end
                       if WS-Hold-Count < 500
                           add 1 to WS-Hold-Count
                           move FHD-Soc to WS-Hd-Soc(WS-Hold-Count)
                           move FHD-Type
                               to WS-Hd-Type(WS-Hold-Count)
                       else
                           display 'HOLD TABLE CAPACITY '
                               'EXCEEDED AT 500 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-FHold-File-Stat = '00' or WS-FHold-File-Stat = '10'
               close Fin-Hold-File
           end-if.

       140-Load-Standing-Rtn.
           open input Standing-In.
           if WS-Stand-File-Stat not = '00'
               move 'YES' to WS-Stand-EOF
           end-if.
           perform until WS-Stand-EOF = 'YES'
               read Standing-In
                   at end
                       move 'YES' to WS-Stand-EOF
                   not at end
                       if WS-Stand-Count < 1000
                           add 1 to WS-Stand-Count
                           move STI-Soc
                               to WS-Std-Soc(WS-Stand-Count)
                           move STI-Status
                               to WS-Std-Status(WS-Stand-Count)
                       else
                           display 'STANDING TABLE CAPACITY '
                               'EXCEEDED AT 1000 - RUN HALTED'
                           stop run
                       end-if
               end-read
           end-perform.
           if WS-Stand-File-Stat = '00' or WS-Stand-File-Stat = '10'
               close Standing-In
           end-if.

      *    Earlier terms' honors from the Dean's List history,
      *    and this term's from the current extract - the same
      *    student and term showing up in both is harmless.
       150-Load-Honors-Rtn.
           open input Deans-History.
           if WS-DHist-File-Stat not = '00'
               move 'YES' to WS-DHist-EOF
           end-if.
           perform until WS-DHist-EOF = 'YES'
               read Deans-History
                   at end
                       move 'YES' to WS-DHist-EOF
                   not at end
                       move DH-Term to WS-New-Hn-Term
                       move DH-Stud-Soc to WS-New-Hn-Soc
                       perform 155-Hold-Honor-Rtn
               end-read
           end-perform.
           if WS-DHist-File-Stat = '00' or WS-DHist-File-Stat = '10'
               close Deans-History
           end-if.

           open input Deans-List.
           if WS-DL-File-Stat not = '00'
               move 'YES' to WS-DL-EOF
           end-if.
           perform until WS-DL-EOF = 'YES'
               read Deans-List
                   at end
                       move 'YES' to WS-DL-EOF
                   not at end
                       move WS-Term-Id to WS-New-Hn-Term
                       move DL-Stud-Soc to WS-New-Hn-Soc
                       perform 155-Hold-Honor-Rtn
               end-read
           end-perform.
           if WS-DL-File-Stat = '00' or WS-DL-File-Stat = '10'
               close Deans-List
           end-if.

       155-Hold-Honor-Rtn.
           if WS-Honor-Count < 5000
               add 1 to WS-Honor-Count
           else
               display 'HONOR TABLE CAPACITY EXCEEDED AT 5000 '
                   '- RUN HALTED'
               stop run
           end-if.
           move WS-New-Hn-Term to WS-Hn-Term(WS-Honor-Count).
           move WS-New-Hn-Soc to WS-Hn-Soc(WS-Honor-Count).

      *********************************************
      * One request - refused, or printed          *
      *********************************************
       200-Process-Request-Rtn.
           move TRQ-Soc to TSM-Soc.
           move TRQ-Copy to TSM-Copy.
           move TRQ-Recipient to TSM-Recipient.

           move 'N' to WS-Found.
           perform varying WS-Stud-Idx from 1 by 1
               until WS-Stud-Idx > WS-Stud-Count
               if WS-St-Soc(WS-Stud-Idx) = TRQ-Soc
                   move 'Y' to WS-Found
                   move WS-Stud-Idx to WS-Stud-Match
                   move WS-Stud-Count to WS-Stud-Idx
               end-if
           end-perform.

           move space to WS-Hold-Type.
           perform varying WS-Hold-Idx from 1 by 1
               until WS-Hold-Idx > WS-Hold-Count
               if WS-Hd-Soc(WS-Hold-Idx) = TRQ-Soc
                   move WS-Hd-Type(WS-Hold-Idx) to WS-Hold-Type
                   move WS-Hold-Count to WS-Hold-Idx
               end-if
           end-perform.

           evaluate true
               when WS-Found = 'N'
                   move 'REFUSED - STUDENT NOT ON FILE'
                       to TSM-Result
                   perform 290-Refuse-Rtn
               when TRQ-Copy not = 'O' and TRQ-Copy not = 'U'
                   move 'REFUSED - INVALID COPY TYPE'
                       to TSM-Result
                   perform 290-Refuse-Rtn
               when WS-Hold-Type = 'R'
                   move 'REFUSED - REGISTRATION HOLD'
                       to TSM-Result
                   perform 290-Refuse-Rtn
               when WS-Hold-Type = 'F'
                   move 'REFUSED - FINANCIAL HOLD' to TSM-Result
                   perform 290-Refuse-Rtn
               when WS-Hold-Type not = space
                   move 'REFUSED - HOLD ON RECORD' to TSM-Result
                   perform 290-Refuse-Rtn
               when TRQ-Copy = 'O' and TRQ-Recipient = spaces
                   move 'REFUSED - NO RECIPIENT' to TSM-Result
                   perform 290-Refuse-Rtn
               when TRQ-Copy = 'O' and WS-Iss-On = 'N'
                   move 'REFUSED - NO ISSUE REGISTER' to TSM-Result
                   perform 290-Refuse-Rtn
               when other
                   perform 300-Print-Transcript-Rtn
           end-evaluate.

       290-Refuse-Rtn.
           add 1 to WS-Refused-Count.
           perform 295-Hold-Summary-Rtn.

       295-Hold-Summary-Rtn.
           if WS-Summ-Count < 500
               add 1 to WS-Summ-Count
               move WS-Summ-Detail to WS-Summ-Line(WS-Summ-Count)
           else
               display 'SUMMARY TABLE CAPACITY EXCEEDED AT 500 '
                   '- RUN HALTED'
               stop run
           end-if.

      *********************************************
      * One transcript, one page.  Standing        *
      * notations replay the same rules Chapter8   *
      * applies each term, so every term shows     *
      * where the student stood as it closed.      *
      *********************************************
       300-Print-Transcript-Rtn.
           if TRQ-Copy = 'O'
               add 1 to WS-Last-Serial
               add 1 to WS-Official-Count
               move 'OFFICIAL ACADEMIC TRANSCRIPT' to TT-Copy
               move WS-Last-Serial to TSL-Serial
           else
               add 1 to WS-Unofficial-Count
               move ' UNOFFICIAL STUDENT COPY   ' to TT-Copy
               move 'NONE' to TSL-Serial
           end-if.

           write Transcript-Rec from WS-Title1 after page.
           write Transcript-Rec from WS-Title2.
           write Transcript-Rec from WS-Blank.
           write Transcript-Rec from WS-Serial-Line.
           if TRQ-Recipient = spaces
               move 'Student' to TRL-Recipient
           else
               move TRQ-Recipient to TRL-Recipient
           end-if.
           write Transcript-Rec from WS-Recip-Line.
           move WS-St-Name(WS-Stud-Match) to TST-Name.
           move TRQ-Soc(6:4) to TST-Soc-Last4.
           write Transcript-Rec from WS-Student-Line.
           evaluate WS-St-School(WS-Stud-Match)
               when '1'
                   move 'Business    ' to TSC-School
               when '2'
                   move 'Liberal Arts' to TSC-School
               when '3'
                   move 'Engineering ' to TSC-School
               when other
                   move 'Undeclared  ' to TSC-School
           end-evaluate.
           evaluate WS-St-Class(WS-Stud-Match)
               when '1'
                   move 'Freshman ' to TSC-Class
               when '2'
                   move 'Sophomore' to TSC-Class
               when '3'
                   move 'Junior   ' to TSC-Class
               when '4'
                   move 'Senior   ' to TSC-Class
               when other
                   move 'Student  ' to TSC-Class
           end-evaluate.
           write Transcript-Rec from WS-School-Line.
           write Transcript-Rec from WS-Blank.
           write Transcript-Rec from WS-Col-Head.

           move zero to WS-Term-Count WS-Tot-Credits WS-Tot-Points
               WS-Tot-GPA-Sum WS-Cum-GPA.
           move space to WS-Replay-Status.
           move 'NO ' to WS-SHist-EOF.
           open input Student-History.
           if WS-SHist-File-Stat not = '00'
               move 'YES' to WS-SHist-EOF
           end-if.
           perform until WS-SHist-EOF = 'YES'
               read Student-History
                   at end
                       move 'YES' to WS-SHist-EOF
                   not at end
                       if SSH-Soc = TRQ-Soc
                           perform 310-Term-Line-Rtn
                       end-if
               end-read
           end-perform.
           if WS-SHist-File-Stat = '00' or WS-SHist-File-Stat = '10'
               close Student-History
           end-if.

           if WS-Term-Count = zero
               move 'No terms on record.' to TXT-Text
               write Transcript-Rec from WS-Text-Line
           end-if.
           write Transcript-Rec from WS-Blank.
           move WS-Tot-Credits to TTO-Credits.
           move WS-Cum-GPA to TTO-Cum-GPA.
           write Transcript-Rec from WS-Total-Line.

           move space to WS-Cur-Standing.
           perform varying WS-Stand-Idx from 1 by 1
               until WS-Stand-Idx > WS-Stand-Count
               if WS-Std-Soc(WS-Stand-Idx) = TRQ-Soc
                   move WS-Std-Status(WS-Stand-Idx)
                       to WS-Cur-Standing
                   move WS-Stand-Count to WS-Stand-Idx
               end-if
           end-perform.
           evaluate WS-Cur-Standing
               when 'P'
                   move 'ACADEMIC PROBATION' to TSD-Standing
               when 'S'
                   move 'SUSPENSION REVIEW' to TSD-Standing
               when other
                   move 'GOOD STANDING' to TSD-Standing
           end-evaluate.
           write Transcript-Rec from WS-Standing-Line.
           write Transcript-Rec from WS-Blank.

           if TRQ-Copy = 'O'
               move 'Issued under seal of the Office of the Registrar.'
                   to TXT-Text
               write Transcript-Rec from WS-Text-Line
               move WS-Last-Serial to TIS-Serial
               move TRQ-Soc to TIS-Soc
               move WS-Issue-Date to TIS-Date
               move TRQ-Recipient to TIS-Recipient
               move WS-Tot-Credits to TIS-Credits
               move WS-Cum-GPA to TIS-Cum-GPA
               write ISSUE-REC
               move 'ISSUED - SERIAL' to TSM-Result
               move WS-Last-Serial to TSM-Result(17:7)
           else
               move 'UNOFFICIAL - NOT VALID WITHOUT A SERIAL NUMBER'
                   to TXT-Text
               write Transcript-Rec from WS-Text-Line
               move 'ISSUED - UNOFFICIAL' to TSM-Result
           end-if.
           perform 295-Hold-Summary-Rtn.

       310-Term-Line-Rtn.
           add 1 to WS-Term-Count.
           add SSH-Credits to WS-Tot-Credits.
           compute WS-Points = SSH-GPA * SSH-Credits.
           add WS-Points to WS-Tot-Points.
           add SSH-GPA to WS-Tot-GPA-Sum.
           if WS-Tot-Credits > zero
               compute WS-Cum-GPA rounded =
                   WS-Tot-Points / WS-Tot-Credits
           else
               compute WS-Cum-GPA rounded =
                   WS-Tot-GPA-Sum / WS-Term-Count
           end-if.

           move SSH-Term to TTL-Term.
           move SSH-Credits to TTL-Credits.
           move SSH-GPA to TTL-GPA.
           move WS-Cum-GPA to TTL-Cum-GPA.

           move 'N' to WS-Honor.
           perform varying WS-Honor-Idx from 1 by 1
               until WS-Honor-Idx > WS-Honor-Count
               if WS-Hn-Soc(WS-Honor-Idx) = SSH-Soc
                   and WS-Hn-Term(WS-Honor-Idx) = SSH-Term
                   move 'Y' to WS-Honor
                   move WS-Honor-Count to WS-Honor-Idx
               end-if
           end-perform.
           if WS-Honor = 'Y'
               move 'DEAN''S LIST' to TTL-Honor
           else
               move spaces to TTL-Honor
           end-if.

           move spaces to TTL-Standing.
           if SSH-GPA < 2.0
               evaluate WS-Replay-Status
                   when space
                       move 'P' to WS-Replay-Status
                       move 'ACADEMIC PROBATION' to TTL-Standing
                   when 'P'
                       move 'S' to WS-Replay-Status
                       move 'SUSPENSION REVIEW' to TTL-Standing
                   when other
                       move 'SUSPENSION REVIEW' to TTL-Standing
               end-evaluate
           else
               if WS-Replay-Status not = space
                   move space to WS-Replay-Status
                   move 'GOOD STANDING RESTORED' to TTL-Standing
               end-if
           end-if.
           write Transcript-Rec from WS-Term-Line.

      *********************************************
      * Every request and what became of it        *
      *********************************************
       400-Summary-Rtn.
           write Transcript-Rec from WS-Summ-Title after page.
           write Transcript-Rec from WS-Blank.
           perform varying WS-Summ-Idx from 1 by 1
               until WS-Summ-Idx > WS-Summ-Count
               write Transcript-Rec from WS-Summ-Line(WS-Summ-Idx)
           end-perform.
           write Transcript-Rec from WS-Blank.
           move 'Official copies issued:       ' to RCL-Label.
           move WS-Official-Count to RCL-Count.
           write Transcript-Rec from Rpt-Count-Line.
           move 'Unofficial copies issued:     ' to RCL-Label.
           move WS-Unofficial-Count to RCL-Count.
           write Transcript-Rec from Rpt-Count-Line.
           move 'Requests refused:             ' to RCL-Label.
           move WS-Refused-Count to RCL-Count.
           write Transcript-Rec from Rpt-Count-Line.

       450-Save-Serial-Rtn.
           open output Serial-Control.
           move WS-Last-Serial to TSC-Last-Serial.
           write SERIAL-CTL-REC.
           close Serial-Control.

       end program Ch8Trans.
