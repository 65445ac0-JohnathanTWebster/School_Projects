      *****************************************************
      * PERFREV - performance review record               *
      * (Pay_PerfRev.dat), one per review held, keyed by   *
      * the master's employee number.  History is kept -   *
      * an employee reviewed every year has a record for   *
      * each year, and readers take the latest date.       *
      * REV-Date      YYYYMMDD the review was held.  The   *
      *               cycle is annual, so the next review  *
      *               falls due a year after this date.    *
      * REV-Rating    1 unsatisfactory through 5           *
      *               outstanding.                         *
      * REV-Reviewer  employee number of the reviewer.     *
      * Read by Ch7pgm2 (merit matrix raise proposals) and *
      * Ch7RevTk (review tickler).                         *
      *****************************************************
           05 REV-Emp-No         pic x(05).
           05 REV-Date.
             10 REV-YYYY         pic 9(04).
             10 REV-MM           pic 9(02).
             10 REV-DD           pic 9(02).
           05 REV-Rating         pic 9(01).
           05 REV-Reviewer       pic x(05).
