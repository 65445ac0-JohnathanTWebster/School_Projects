      *****************************************************
      * PAYEE - non-employee payee master (Ch1_Payee.dat), *
      * one record per commission-only outside             *
      * salesperson - a name on Ch1_sales.dat with no      *
      * entry on Ch1_EmpXref.dat.  Keyed by the sales      *
      * name the commission run credits, so Pgm5d and the  *
      * year-end 1099-NEC run find the payee the same way. *
      * PYE-TIN-Type    'S' SSN, 'E' EIN.                  *
      * PYE-TIN         zero until the W-9 is in - the     *
      *                 payee is then subject to backup    *
      *                 withholding and is listed as an    *
      *                 exception at year end.             *
      * PYE-Name-Ctl    IRS name control, the first four   *
      *                 letters of the surname or business *
      *                 name.                              *
      * PYE-Backup-WH   'Y' when the IRS has notified us   *
      *                 to backup-withhold.                *
      *****************************************************
           05 PYE-Name           Pic X(15).
           05 PYE-Legal-Name     Pic X(40).
           05 PYE-Name-Ctl       Pic X(04).
           05 PYE-TIN-Type       Pic X(01).
           05 PYE-TIN            Pic 9(09).
           05 PYE-Address        Pic X(40).
           05 PYE-City           Pic X(25).
           05 PYE-State          Pic X(02).
           05 PYE-Zip            Pic X(09).
           05 PYE-Backup-WH      Pic X(01).
