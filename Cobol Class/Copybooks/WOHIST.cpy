      *****************************************************
      * WOHIST - bad-debt write-off and recovery record.   *
      * Ch3WrOff appends one 'W' record per approved       *
      * write-off to the write-off history                 *
      * (Data-Work Ch3_WoHist.dat) and the same record to  *
      * the pending file (Data-Work Ch3_WrtOff.dat) that   *
      * Ch3Cash takes off the open items and empties.      *
      * Ch3Cash appends an 'R' record to the history when  *
      * a written-off customer pays.  Ch3Allow posts both  *
      * to the ledger.                                     *
      * WOH-Type        'W' write-off, 'R' recovery.       *
      * WOH-Doc-No      write-off number ('R' - the        *
      *                 customer's latest write-off).      *
      * WOH-Reason      write-off reason code (CODETAB     *
      *                 type WOFF); 'RECV' on recoveries.  *
      * WOH-Invoice     invoice the write-off is charged   *
      *                 back against, spaces if none.      *
      * WOH-Approved-By initials of the approver.          *
      *****************************************************
           05 WOH-Type           Pic X(01).
           05 WOH-Ident          Pic X(05).
           05 WOH-Doc-No         Pic 9(06).
           05 WOH-Date           Pic 9(08).
           05 WOH-Amount         Pic 9(08)v99.
           05 WOH-Reason         Pic X(04).
           05 WOH-Invoice        Pic X(06).
           05 WOH-Approved-By    Pic X(03).
