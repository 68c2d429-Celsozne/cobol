      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED UA-EMP-ID - THE USER'S OWN EMPLOYEE
      *                     NUMBER (ZERO FOR A USER NOT ON THE
      *                     PAYROLL), SO THE SODRPT SEGREGATION OF
      *                     DUTIES REPORT CAN TELL WHEN A USER HAS
      *                     ACTED ON THEIR OWN RECORD.  AUTHCHK
      *                     IGNORES IT.
      ******************************************************************
       01  USER-AUTH-RECORD.
           05  UA-USER-ID                  PIC X(08).
           05  UA-MASTER-ID                PIC X(08).
           05  UA-AMOUNT-CEILING           PIC 9(07)V9(02).
           05  UA-EMP-ID                   PIC 9(05).
