      *****************************************************
      * CHGBACK - commission chargeback notice             *
      * (Data-Work Ch1_Chgback.dat).  The receivables side *
      * appends one record whenever a customer invoice is  *
      * reduced after the sale - a credit memo for goods   *
      * returned, or the balance written off as bad debt.  *
      * Pgm5d reverses the commission paid on the invoice  *
      * in the same proportion and empties the file.       *
      * CHB-Type        'R' return credit memo,            *
      *                 'W' bad-debt write-off.            *
      * CHB-Invoice     receivables invoice number - the   *
      *                 Invoice-No keyed on Ch1_sales.dat. *
      * CHB-Doc-No      credit memo or write-off number.   *
      * CHB-Inv-Net     net amount of the invoice as sold. *
      * CHB-Amount      amount credited or written off.    *
      *****************************************************
           05 CHB-Type           Pic X(01).
           05 CHB-Invoice        Pic X(06).
           05 CHB-Doc-No         Pic 9(06).
           05 CHB-Date           Pic 9(08).
           05 CHB-Ident          Pic X(05).
           05 CHB-Inv-Net        Pic 9(05)v99.
           05 CHB-Amount         Pic 9(05)v99.
