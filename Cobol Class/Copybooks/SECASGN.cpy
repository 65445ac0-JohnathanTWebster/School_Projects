      *****************************************************
      * SECASGN - secondary assignment record.  One record  *
      * per extra job an employee holds alongside the       *
      * primary position on the employee master, keyed by   *
      * the master's employee number (Pay_SecAsgn.dat).      *
      * Each assignment carries its own department, job      *
      * class and rate, so the person stays one employee     *
      * for YTD, W-2 and benefits while every department     *
      * they work in is charged for its own share.  Read by  *
      * Program12 (paid on the same check), Ch12GL (charged  *
      * to the assignment's department) and                  *
      * Chapter-4-Program-2 (listed under each department).  *
      * SEC-Pay-Type 'H' is hourly: SEC-Rate is the hourly   *
      * rate and SEC-Hours the scheduled hours a week.  Any  *
      * other pay type is salaried: SEC-Rate is the annual   *
      * salary for the assignment.  SEC-Status 'A' or space  *
      * is active; 'I' is an ended assignment kept for       *
      * history and never paid.                              *
      *****************************************************
           05 SEC-Emp-No         pic x(05).
           05 SEC-Dept           pic x(02).
           05 SEC-Job-Class      pic x(02).
           05 SEC-Pay-Type       pic x(01).
           05 SEC-Rate           pic 9(06)v99.
           05 SEC-Hours          pic 9(03)v99.
           05 SEC-Status         pic x(01).
