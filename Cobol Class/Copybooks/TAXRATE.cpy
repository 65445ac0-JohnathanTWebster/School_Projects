      *****************************************************
      * TAXRATE - sales tax jurisdiction rate table        *
      * (Data-In Ch3_TaxRate.dat), one record per taxing   *
      * jurisdiction.  The customer name/address master    *
      * carries the jurisdiction code; Ch3NmMnt will not   *
      * take a code that is not on this table.             *
      * TXR-Juris       jurisdiction code.                 *
      * TXR-Rate        combined rate as a percent         *
      *                 (06250 = 6.250%).                  *
      * TXR-Desc        jurisdiction name for the          *
      *                 remittance report.                 *
      *****************************************************
           05 TXR-Juris          Pic X(02).
           05 TXR-Rate           Pic 9(02)v999.
           05 TXR-Desc           Pic X(20).
