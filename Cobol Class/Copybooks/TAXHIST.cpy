      *****************************************************
      * TAXHIST - sales tax history.  Ch3pgm7 appends one  *
      * record per invoice and per credit memo to          *
      * Data-Work Ch3_TaxHist.dat; Ch3TaxRm reads it for   *
      * the monthly remittance by jurisdiction.            *
      * TXH-Type        'S' invoice, 'C' credit memo (its  *
      *                 amounts come off the remittance).  *
      * TXH-Status      'T' taxed, 'E' exempt under a      *
      *                 valid certificate, 'N' not taxed - *
      *                 no jurisdiction or no rate on file.*
      * TXH-Net         net amount of the document.        *
      * TXH-Tax         sales tax charged or credited.     *
      * TXH-Cert        exemption certificate, 'E' only.   *
      *****************************************************
           05 TXH-Date           Pic 9(08).
           05 TXH-Juris          Pic X(02).
           05 TXH-Ident          Pic X(05).
           05 TXH-Type           Pic X(01).
           05 TXH-Doc-No         Pic 9(06).
           05 TXH-Status         Pic X(01).
           05 TXH-Net            Pic 9(05)v99.
           05 TXH-Tax            Pic 9(05)v99.
           05 TXH-Cert           Pic X(10).
