      * error count, Program12's run status,     *
      * the reject and stale-reject reports,     *
      * the missing-timecard list, the reversal  *
      * worksheet, the expired-credential list,  *
      * and the cycle statistics -               *
      * and produces one ranked page:            *
      * cycle-failing problems first,            *
      * money-affecting exceptions second,       *
               assign to 'C:\Data\Data-Work\Pay_RunStats.dat'
               organization is line sequential
               file status is WS-Stats-File-Stat.
           select Cert-Expired-File
               assign to 'C:\Data\Data-Work\Ch6_CertExpd.dat'
               organization is line sequential
               file status is WS-Cxp-File-Stat.
           select Digest-Report
               assign to 'C:\Data\Data-Out\Pay_Digest.rpt'
               organization is line sequential.
         05 STAT-REJECTED      pic 9(07).
         05 STAT-OTHER         pic 9(07).

      *    Expired licenses and certifications, from Ch6CertTk.
       FD Cert-Expired-File.
       01 Cert-Expired-Rec.
         05 CXP-Emp-No          pic x(05).
         05 CXP-Name            pic x(20).
         05 CXP-Type            pic x(04).
         05 CXP-Expiry          pic 9(08).
         05 CXP-Required        pic x(01).

       FD Digest-Report.
       01 Digest-Rec            pic x(80).

         05 WS-Ntm-File-Stat    pic x(02) value '00'.
         05 WS-Rev-File-Stat    pic x(02) value '00'.
         05 WS-Stats-File-Stat  pic x(02) value '00'.
         05 WS-Cxp-File-Stat    pic x(02) value '00'.
         05 WS-Cxp-Lines        pic 9(05) value zero.
         05 WS-EOF              pic x(03) value 'NO '.
         05 WS-Fail-Count       pic 9(02) value zero.
         05 WS-Money-Count      pic 9(02) value zero.
               close Reversal-File
           end-if.

           perform 340-Expired-Certs-Rtn.

           if WS-Money-Count = zero
               move '   (none)' to RSH-Text
               write Digest-Rec from RPT-SECT-HDR
               close NoTime-File
           end-if.

      *    Every employee working on a lapsed license or
      *    certification is named - one line each.
       340-Expired-Certs-Rtn.
           open input Cert-Expired-File.
           if WS-Cxp-File-Stat not = '00'
               continue
           else
               move 'NO ' to WS-EOF
               perform until WS-EOF = 'YES'
                   read Cert-Expired-File
                       at end
                           move 'YES' to WS-EOF
                       not at end
                           if WS-Cxp-Lines = zero
                               add 1 to WS-Money-Count
                           end-if
                           add 1 to WS-Cxp-Lines
                           move spaces to RI-Text
                           string 'EXPIRED ' CXP-Type ' ' CXP-Emp-No
                               ' ' CXP-Name
                               delimited by size into RI-Text
                           move 'Ch6_CertExp.rpt' to RI-Where
                           write Digest-Rec from RPT-ITEM
                   end-read
               end-perform
               close Cert-Expired-File
           end-if.

      *********************************************
      * The cycle's own statistics - context, not *
      * problems                                  *
