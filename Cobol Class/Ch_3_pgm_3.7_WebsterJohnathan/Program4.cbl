      * finishes with an exception list of       *
      * customers with activity on the           *
      * period-to-date accumulator but no        *
      * address on file.  The master also        *
      * carries the customer's sales tax         *
      * jurisdiction - which has to be on the    *
      * jurisdiction rate table - and, for an    *
      * exempt customer, the exemption           *
      * certificate number and its expiry date.  *
      *******************************************
       environment division.
       configuration section.
           Select Exception-List
               assign to 'C:\Data\Data-Out\Ch3_NoAddr.rpt'
               organization is line sequential.
           Select Tax-Rate-File
               assign to 'C:\Data\Data-In\Ch3_TaxRate.dat'
               organization is line sequential
               file status is WS-Rate-File-Stat.

       data division.
       File Section.
         05 NMI-City           Pic x(15).
         05 NMI-State          Pic x(02).
         05 NMI-Zip            Pic x(05).
         05 NMI-Tax-Juris      Pic x(02).
         05 NMI-Exempt-Cert    Pic x(10).
         05 NMI-Cert-Expiry    Pic 9(08).

       FD Name-Trans-File.
       01 NAME-TRANS-REC.
         05 NT-City            Pic x(15).
         05 NT-State           Pic x(02).
         05 NT-Zip             Pic x(05).
         05 NT-Tax-Juris       Pic x(02).
         05 NT-Exempt-Cert     Pic x(10).
         05 NT-Cert-Expiry     Pic 9(08).

       FD Name-Master-Out.
       01 NAME-REC-OUT.
         05 NMO-City           Pic x(15).
         05 NMO-State          Pic x(02).
         05 NMO-Zip            Pic x(05).
         05 NMO-Tax-Juris      Pic x(02).
         05 NMO-Exempt-Cert    Pic x(10).
         05 NMO-Cert-Expiry    Pic 9(08).

       FD Maint-Register.
       01 Register-Rec         Pic x(80).
       FD Exception-List.
       01 Exception-Rec        Pic x(80).

       FD Tax-Rate-File.
       01 TAX-RATE-REC.
           COPY TAXRATE.

       working-storage section.
       01 Assorted-Flags.
         05 WS-Master-EOF      Pic x(03) value 'NO '.
         05 WS-Accum-EOF       Pic x(03) value 'NO '.
         05 WS-Name-File-Stat  Pic x(02) value '00'.
         05 WS-Accum-File-Stat Pic x(02) value '00'.
         05 WS-Rate-File-Stat  Pic x(02) value '00'.
         05 WS-Rate-EOF        Pic x(03) value 'NO '.
         05 WS-Tax-Good        Pic x(03) value 'YES'.
         05 WS-Master-Avail    Pic x(03) value 'YES'.
         05 WS-Add-Count       Pic 9(05) value zero.
         05 WS-Change-Count    Pic 9(05) value zero.
         05 MH-City            Pic x(15).
         05 MH-State           Pic x(02).
         05 MH-Zip             Pic x(05).
         05 MH-Tax-Juris       Pic x(02).
         05 MH-Exempt-Cert     Pic x(10).
         05 MH-Cert-Expiry     Pic 9(08).

       01 TRANS-HOLD.
         05 TH-Action          Pic x(01).
         05 TH-City            Pic x(15).
         05 TH-State           Pic x(02).
         05 TH-Zip             Pic x(05).
         05 TH-Tax-Juris       Pic x(02).
         05 TH-Exempt-Cert     Pic x(10).
         05 TH-Cert-Expiry     Pic 9(08).

      ***********_Jurisdictions_A_Customer_May_Be_Coded_To_******
       01 WS-Juris-Table-Area.
         05 WS-Juris-Count     Pic 9(03) value zero.
         05 WS-Juris-Table     occurs 100 times.
           10 WS-Juris-Code     Pic x(02).
         05 WS-Juris-Idx       Pic 9(03) value zero.
         05 WS-Juris-Found     Pic x(01) value 'N'.

      ***********_Every_Ident_Written_To_The_New_Master,_For_****
      ***********_The_Exception_Pass_****************************
           write Register-Rec from Print-Title1.
           write Register-Rec from Print-Blank.

           perform 115-LOAD-JURIS-RTN.
           perform 120-READ-MASTER-RTN.
           perform 130-READ-TRANS-RTN.

                       Move NMI-City to MH-City
                       Move NMI-State to MH-State
                       Move NMI-Zip to MH-Zip
                       Move NMI-Tax-Juris to MH-Tax-Juris
                       Move NMI-Exempt-Cert to MH-Exempt-Cert
                       Move NMI-Cert-Expiry to MH-Cert-Expiry
               End-Read
           End-If.

      *    With no rate table yet, any jurisdiction code is
      *    let through - the same way the code table lets any
      *    code through for a type it has no entries for.
       115-LOAD-JURIS-RTN.
           Open Input Tax-Rate-File.
           If WS-Rate-File-Stat not = '00'
               Move 'YES' to WS-Rate-EOF
               display 'TAX RATE TABLE NOT AVAILABLE, STATUS: '
                   WS-Rate-File-Stat ' - JURISDICTIONS NOT CHECKED'
           End-If.
           Perform until WS-Rate-EOF = 'YES'
               Read Tax-Rate-File
                   At End
                       Move 'YES' to WS-Rate-EOF
                   Not At End
                       if WS-Juris-Count < 100
                           add 1 to WS-Juris-Count
                           move TXR-Juris
                               to WS-Juris-Code(WS-Juris-Count)
                       else
                           display 'JURISDICTION TABLE CAPACITY '
                               'EXCEEDED AT 100 - RUN HALTED'
                           stop run
                       end-if
               End-Read
           End-Perform.
           If WS-Rate-File-Stat = '00' or WS-Rate-File-Stat = '10'
               Close Tax-Rate-File
           End-If.

      *    Out-of-sequence transactions reject loudly, exactly
                               move NT-City to TH-City
                               move NT-State to TH-State
                               move NT-Zip to TH-Zip
                               move NT-Tax-Juris to TH-Tax-Juris
                               move NT-Exempt-Cert
                                   to TH-Exempt-Cert
                               move NT-Cert-Expiry
                                   to TH-Cert-Expiry
                               move 'YES' to WS-Trans-Good
                           End-If
                   End-Read

       220-APPLY-NEW-KEY-RTN.
           If TH-Action = 'A'
               perform 245-CHECK-TAX-RTN
               If WS-Tax-Good = 'YES'
                   perform 250-WRITE-NEW-RTN
                   add 1 to WS-Add-Count
                   move 'ADDED' to DL-Disposition
               Else
                   add 1 to WS-Reject-Count
               End-If
               perform 265-REGISTER-LINE-RTN
           Else
               add 1 to WS-Reject-Count
                   perform 265-REGISTER-LINE-RTN
                   perform 240-COPY-MASTER-RTN
               When 'C'
                   perform 245-CHECK-TAX-RTN
                   If WS-Tax-Good = 'YES'
                       perform 250-WRITE-NEW-RTN
                       add 1 to WS-Change-Count
                       move 'CHANGED' to DL-Disposition
                       perform 265-REGISTER-LINE-RTN
                   Else
                       add 1 to WS-Reject-Count
                       perform 265-REGISTER-LINE-RTN
                       perform 240-COPY-MASTER-RTN
                   End-If
               When 'D'
                   add 1 to WS-Delete-Count
                   move 'DELETED' to DL-Disposition
           Move MH-City to NMO-City.
           Move MH-State to NMO-State.
           Move MH-Zip to NMO-Zip.
           Move MH-Tax-Juris to NMO-Tax-Juris.
           Move MH-Exempt-Cert to NMO-Exempt-Cert.
           Move MH-Cert-Expiry to NMO-Cert-Expiry.
           Write NAME-REC-OUT.
           Perform 270-NOTE-ONFILE-RTN.

      *    The jurisdiction has to be one the rate table knows
      *    (blank is a customer we do not collect for), and an
      *    exemption certificate is no good without the date it
      *    runs out.
       245-CHECK-TAX-RTN.
           Move 'YES' to WS-Tax-Good.
           If TH-Tax-Juris not = spaces and WS-Juris-Count > zero
               Move 'N' to WS-Juris-Found
               Perform varying WS-Juris-Idx from 1 by 1
                   until WS-Juris-Idx > WS-Juris-Count
                   If WS-Juris-Code(WS-Juris-Idx) = TH-Tax-Juris
                       Move 'Y' to WS-Juris-Found
                       Move WS-Juris-Count to WS-Juris-Idx
                   End-If
               End-Perform
               If WS-Juris-Found = 'N'
                   Move 'NO ' to WS-Tax-Good
                   move 'REJECTED - UNKNOWN TAX JURIS'
                       to DL-Disposition
               End-If
           End-If.
           If TH-Exempt-Cert = spaces
               Move zero to TH-Cert-Expiry
           Else
               If TH-Cert-Expiry not numeric
                   or TH-Cert-Expiry = zero
                   Move 'NO ' to WS-Tax-Good
                   move 'REJECTED - CERT EXPIRY INVALID'
                       to DL-Disposition
               End-If
           End-If.

       250-WRITE-NEW-RTN.
           Move TH-Ident to NMO-Ident.
           Move TH-Name to NMO-Name.
           Move TH-City to NMO-City.
           Move TH-State to NMO-State.
           Move TH-Zip to NMO-Zip.
           Move TH-Tax-Juris to NMO-Tax-Juris.
           Move TH-Exempt-Cert to NMO-Exempt-Cert.
           Move TH-Cert-Expiry to NMO-Cert-Expiry.
           Write NAME-REC-OUT.
           Perform 270-NOTE-ONFILE-RTN.

