         05 RLP-Program        pic x(08) value 'CH6PGM2 '.
         05 RLP-Text           pic x(60) value spaces.

       01 WS-CodeChk-Parm.
         05 CCK-Type           pic x(04).
         05 CCK-Code           pic x(04).
         05 CCK-Status         pic x(02).
         05 CCK-Desc           pic x(20).

       01 WS-Masked-SSN.
         05 Filler             pic x(07) value 'XXX-XX-'.
         05 WS-Mask-Last4      pic x(04).
               move WS-Masked-SSN to Report-SSN
           end-if.

           perform 220-Check-Codes-Rtn.

           add 1 to Line-Count

           if Error-Flag = 'N'
           write Report-Record from Print-Terr-Sub.
           move zero to WS-Terr-Subtotal.

      *********************************************
      * Territory, office, department, job class  *
      * and job code against the shared code      *
      * table - a code not on it, or retired, is  *
      * invalid data like any other               *
      *********************************************
       220-Check-Codes-Rtn.
           move 'TERR' to CCK-Type.
           move Territory to CCK-Code.
           perform 225-Call-CodeChk-Rtn.
           move 'OFFC' to CCK-Type.
           move Location-Code to CCK-Code.
           perform 225-Call-CodeChk-Rtn.
           move 'DEPT' to CCK-Type.
           move Department-Number to CCK-Code.
           perform 225-Call-CodeChk-Rtn.
           move 'JCLS' to CCK-Type.
           move Job-Class to CCK-Code.
           perform 225-Call-CodeChk-Rtn.
           move 'JCOD' to CCK-Type.
           move Job-Code to CCK-Code.
           perform 225-Call-CodeChk-Rtn.

       225-Call-CodeChk-Rtn.
           call 'CODECHK' using WS-CodeChk-Parm.
           if CCK-Status = '10' or CCK-Status = '20'
               move 'Y' to Error-Flag
           end-if.

       300-Close-Module.
           move Employee-Count to Total-Count.
           move Error-Count to Total-Error-Count.
