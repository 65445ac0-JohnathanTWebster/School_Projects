      *****************************************************
      * RPTARC - report repository archive line            *
      * (Pay_RptArc.dat).  Every line of every captured     *
      * report, led by the same key as its RPTIDX index     *
      * entry and numbered from 1, so RptPrint can put the  *
      * report back together exactly as it was printed.     *
      * Lines of one capture are always kept together and   *
      * in index order.                                      *
      *****************************************************
           05 RAR-Key.
             10 RAR-Report       pic x(14).
             10 RAR-Run-Date     pic 9(08).
             10 RAR-Period       pic x(08).
           05 RAR-Line-No        pic 9(06).
           05 RAR-Text           pic x(132).
