      *****************************************************
      * POSMSTR - position control master record            *
      * (Pay_Position.dat).  One record per authorized      *
      * position: the department and job class it belongs   *
      * to, the budgeted FTE and annual salary, and the     *
      * employee who fills it.  An incumbent of spaces is   *
      * a vacancy, and POS-Vacant-Since (YYYYMMDD) is the   *
      * day it came open - spaces when nobody recorded it.  *
      * Ch6Maint fills a position on an add and opens it    *
      * again on a delete, Ch6Reorg moves incumbents        *
      * between positions, and Ch6PosCtl reports on it.     *
      *****************************************************
           05 POS-Number         pic x(06).
           05 POS-Dept           pic x(02).
           05 POS-Job-Class      pic x(02).
           05 POS-FTE            pic 9(01)v99.
           05 POS-Budget-Salary  pic 9(06).
           05 POS-Incumbent      pic x(05).
           05 POS-Vacant-Since   pic x(08).
