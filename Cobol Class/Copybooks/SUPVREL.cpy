      *****************************************************
      * SUPVREL - reports-to record (Pay_Supervisor.dat).   *
      * One record per employee naming the employee number *
      * of the person they report to.  The employee master *
      * is full to its last byte, so the relationship      *
      * rides beside it keyed by the master's employee     *
      * number, as the secondary assignments do.  A blank  *
      * supervisor is the top of the organization.  Read   *
      * through the SUPCHN subprogram, which walks the     *
      * chain upward for the approval routing, and by      *
      * Ch6OrgLst for span of control.                     *
      *****************************************************
           05 SUP-Emp-No         pic x(05).
           05 SUP-Supervisor     pic x(05).
