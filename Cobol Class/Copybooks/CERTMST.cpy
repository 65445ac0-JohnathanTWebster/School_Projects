      *****************************************************
      * CERTMST - license / certification master           *
      * (Pay_Cert.dat), one record per credential an       *
      * employee holds, keyed by the master's employee     *
      * number and the certification type.  A renewal is   *
      * keyed in as a new record; readers take the latest  *
      * expiry for each employee and type, so the lapsed   *
      * record never has to be deleted.                    *
      * CRT-Type        certification type code, the same  *
      *                 codes Pay_CertReq.dat requires by  *
      *                 Job-Class (CDL, for instance).     *
      * CRT-Issue-Date  YYYYMMDD issued.                   *
      * CRT-Expiry-Date YYYYMMDD last day it is good;      *
      *                 zero is a credential that does not *
      *                 expire.                            *
      * Read by Ch6CertTk, the weekly expiration report.   *
      *****************************************************
           05 CRT-Emp-No         pic x(05).
           05 CRT-Type           pic x(04).
           05 CRT-Issue-Date     pic 9(08).
           05 CRT-Expiry-Date    pic 9(08).
