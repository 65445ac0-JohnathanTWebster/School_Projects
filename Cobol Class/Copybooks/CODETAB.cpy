      *****************************************************
      * CODETAB - shared reference code table              *
      * (Pay_Codes.dat), one record per valid code.  The    *
      * one place a Territory, office, department, job      *
      * class, job code, state code or stocking location is *
      * declared valid, with the description the reports    *
      * print beside it.                                    *
      * CDT-Type    what kind of code this is:              *
      *               TERR  Territory                       *
      *               OFFC  office - keyed territory and    *
      *                     office together (Location-Code),*
      *                     since office 01 of one          *
      *                     territory is not office 01 of   *
      *                     another                         *
      *               DEPT  Department-Number               *
      *               JCLS  Job-Class                       *
      *               JCOD  Job-Code                        *
      *               ST    state code (tax, address)       *
      *               ILOC  inventory stocking location     *
      *               RTRN  customer return reason code     *
      *               WOFF  bad-debt write-off reason code  *
      * CDT-Code    the code itself, left justified.        *
      * CDT-Active  'Y' valid for new data; 'N' retired -   *
      *             kept so old records still print a       *
      *             description, but edits reject it.       *
      * A type with no rows at all is not under control     *
      * yet, and edits let any value of it through.         *
      * Read through the CODECHK subprogram, and listed by  *
      * Ch6CodeLs.                                          *
      *****************************************************
           05 CDT-Type           pic x(04).
           05 CDT-Code           pic x(04).
           05 CDT-Desc           pic x(20).
           05 CDT-Active         pic x(01).
