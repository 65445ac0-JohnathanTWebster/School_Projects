      *****************************************************
      * DEMOGR - confidential demographic record            *
      * (Pay_Demog.dat), one per employee keyed by the      *
      * master's employee number.  Self-identified and kept *
      * apart from the employee master so the data goes     *
      * only where it must: the EEO-1 counts and the pay    *
      * equity review in Ch6EEO1.                           *
      * DEM-Gender  'M' male, 'F' female, anything else     *
      *             not disclosed.                          *
      * DEM-Race    EEO-1 race/ethnicity - 'H' Hispanic or  *
      *             Latino, 'W' White, 'B' Black, 'P'       *
      *             Native Hawaiian/Pacific Islander, 'A'   *
      *             Asian, 'I' American Indian/Alaska       *
      *             Native, 'T' two or more races; anything *
      *             else not disclosed.                     *
      * DEM-Veteran / DEM-Disabled  'Y' yes, else no or     *
      *             not disclosed.                          *
      *****************************************************
           05 DEM-Emp-No         pic x(05).
           05 DEM-Gender         pic x(01).
           05 DEM-Race           pic x(01).
           05 DEM-Veteran        pic x(01).
           05 DEM-Disabled       pic x(01).
