      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE ORDER VALUE FOR THE CREDIT
      *                     EXPOSURE CHECK, AND STATUS 'P' FOR AN
      *                     ORDER PARKED BY ORDMNT PENDING CREDIT.
      ******************************************************************
       01  ORDER-MASTER-RECORD.
           05  OM-ORDER-ID                 PIC 9(05).
           05  OM-ORDER-STATUS             PIC X(01).
               88  OM-STATUS-OPEN                  VALUE 'O'.
               88  OM-STATUS-CLOSED                VALUE 'C'.
               88  OM-STATUS-PARKED                VALUE 'P'.
           05  OM-ORDER-AMOUNT             PIC 9(07)V9(02).
