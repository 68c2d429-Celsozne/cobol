      ******************************************************************
      *    COPYBOOK.....: PERDREQ.cpy
      *    DESCRIPTION...: PERIOD CHECK AREA PASSED TO PERDCHK - THE
      *                    CALLER FILLS IN A TRANSACTION'S EFFECTIVE
      *                    DATE; PERDCHK RETURNS ITS ACCOUNTING PERIOD
      *                    (YYYYMM) AND WHETHER THAT PERIOD IS CLOSED.
      *                    WITH NO PERDCTL FILE ALLOCATED THE STATUS IS
      *                    'M' AND EVERY PERIOD COUNTS AS OPEN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PERIOD-CHECK-AREA.
           05  PK-EFF-DATE                 PIC 9(08).
           05  PK-PERIOD                   PIC 9(06).
           05  PK-STATUS                   PIC X(01).
               88  PK-OPEN                         VALUE 'O'.
               88  PK-CLOSED                       VALUE 'C'.
               88  PK-NO-MASTER                    VALUE 'M'.
