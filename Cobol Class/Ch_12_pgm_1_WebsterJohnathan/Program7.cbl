         05 YTD-FICA-IN         pic 9(06)v99.
         05 YTD-NET-IN          pic 9(07)v99.
         05 YTD-COMPANY-IN      pic x(02).
         05 YTD-SEC125-IN       pic 9(06)v99.
         05 YTD-IMPUTED-IN      pic 9(06)v99.

       FD YTD-Archive.
       01 YTD-ARCH-REC.
         05 YTDA-FICA           pic 9(06)v99.
         05 YTDA-NET            pic 9(07)v99.
         05 YTDA-COMPANY        pic x(02).
         05 YTDA-SEC125         pic 9(06)v99.
         05 YTDA-IMPUTED        pic 9(06)v99.

       FD YTD-File-Out.
       01 YTD-REC-OUT.
         05 YTD-FICA-OUT        pic 9(06)v99.
         05 YTD-NET-OUT         pic 9(07)v99.
         05 YTD-COMPANY-OUT     pic x(02).
         05 YTD-SEC125-OUT      pic 9(06)v99.
         05 YTD-IMPUTED-OUT     pic 9(06)v99.

       FD Year-Stamp-File.
       01 YEAR-STAMP-REC.
           move YTD-FICA-IN to YTDA-FICA.
           move YTD-NET-IN to YTDA-NET.
           move YTD-COMPANY-IN to YTDA-COMPANY.
           if YTD-SEC125-IN numeric
               move YTD-SEC125-IN to YTDA-SEC125
           else
               move zero to YTDA-SEC125
           end-if.
           if YTD-IMPUTED-IN numeric
               move YTD-IMPUTED-IN to YTDA-IMPUTED
           else
               move zero to YTDA-IMPUTED
           end-if.
           write YTD-ARCH-REC.

      *    A mismatched SSN keeps the employee off the annual
           move zero to YTD-FICA-OUT.
           move zero to YTD-NET-OUT.
           move YTD-COMPANY-IN to YTD-COMPANY-OUT.
           move zero to YTD-SEC125-OUT.
           move zero to YTD-IMPUTED-OUT.
           write YTD-REC-OUT.

      *********************************************
