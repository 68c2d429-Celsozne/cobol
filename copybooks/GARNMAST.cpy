      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE 'L' LEAVER STATUS - FINSETL MARKS
      *                     AN ACTIVE ORDER WHEN ITS EMPLOYEE IS
      *                     TERMINATED AND THE PAYEE HAS BEEN SENT
      *                     NOTICE.  THE ORDER STAYS ACTIVE SO THE
      *                     FINAL AND SETTLEMENT PAYS STILL DEDUCT IT.
      ******************************************************************
       01  GARN-ORDER-RECORD.
           05  GO-ORDER-KEY.
           05  GO-TOTAL-CAP                PIC 9(07)V9(02).
           05  GO-COLLECTED-TO-DATE        PIC 9(07)V9(02).
           05  GO-STATUS                   PIC X(01).
               88  GO-STATUS-ACTIVE                VALUE 'A' 'L'.
               88  GO-STATUS-LEAVER                VALUE 'L'.
               88  GO-STATUS-STOPPED               VALUE 'S'.
