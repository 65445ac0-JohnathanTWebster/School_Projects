         05                    pic x(06) value spaces.

       01 total-records.
         05                    pic x(10) value spaces.
         05 territory-out      pic x(02).
         05                    pic x(01) value spaces.
         05 territory-desc     pic x(15).
         05 total-salary       pic $999,999.99.
         05                    pic x(05) value spaces.
         05 pct-of-company     pic zz9.99.
         05                    pic x(01) value spaces.
         05 swing-flag         pic x(02).

       01 ws-codechk-parm.
         05 cck-type           pic x(04).
         05 cck-code           pic x(04).
         05 cck-status         pic x(02).
         05 cck-desc           pic x(20).

       01 WS-RunLog-Parm.
         05 RLP-Program        pic x(08) value 'PROGRM10'.
         05 RLP-Text           pic x(60) value spaces.
           perform varying ws-terr-idx from 1 by 1
               until ws-terr-idx > ws-terr-count
               move wt-terr-no(ws-terr-idx) to territory-out
               move 'TERR' to cck-type
               move wt-terr-no(ws-terr-idx) to cck-code
               call 'CODECHK' using ws-codechk-parm
               move cck-desc to territory-desc
               move wt-terr-total(ws-terr-idx) to total-salary
               if totals > zero
                   compute pct-of-company rounded =
