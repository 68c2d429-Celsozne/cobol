      ******************************************************************
      *    COPYBOOK.....: GRADETRN.cpy
      *    DESCRIPTION...: PAY GRADE REFERENCE MAINTENANCE
      *                    TRANSACTION - ONE TRANSACTION ADDS,
      *                    CHANGES OR DELETES ONE GRADE ON THE
      *                    PAYGRADE REFERENCE MASTER.  THE PAY
      *                    AMOUNTS ARE ANNUAL.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  GRADE-TRAN-RECORD.
           05  GT-TRAN-CODE                PIC X(01).
               88  GT-ADD                          VALUE 'A'.
               88  GT-CHANGE                       VALUE 'C'.
               88  GT-DELETE                       VALUE 'D'.
           05  GT-GRADE-CODE               PIC X(03).
           05  GT-GRADE-NAME               PIC X(20).
           05  GT-MIN-PAY                  PIC 9(07)V9(02).
           05  GT-MID-PAY                  PIC 9(07)V9(02).
           05  GT-MAX-PAY                  PIC 9(07)V9(02).
           05  GT-ACTIVE-FLAG              PIC X(01).
