      *****************************************************
      * RPTIDX - report repository index (Pay_RptIdx.dat), *
      * one record per report captured into the archive.    *
      * RIX-Key     the report (its Data-Out file name       *
      *             without the .rpt), the run date it was    *
      *             captured, YYYYMMDD, and the pay period    *
      *             that run belonged to.  No two entries     *
      *             share a key - a same-day rerun replaces   *
      *             the earlier capture.                      *
      * RIX-Line-Count  lines held in Pay_RptArc.dat.         *
      * RIX-Title   the report's first line, kept so a report *
      *             no program has rewritten since the last   *
      *             capture is not archived a second time.    *
      * Written by RptArchv, read by RptPrint.                *
      *****************************************************
           05 RIX-Key.
             10 RIX-Report       pic x(14).
             10 RIX-Run-Date     pic 9(08).
             10 RIX-Period       pic x(08).
           05 RIX-Line-Count     pic 9(06).
           05 RIX-Title          pic x(80).
