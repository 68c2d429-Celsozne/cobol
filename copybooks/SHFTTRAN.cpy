      ******************************************************************
      *    COPYBOOK.....: SHFTTRAN.cpy
      *    DESCRIPTION...: SHIFT SCHEDULE MAINTENANCE TRANSACTION -
      *                    ONE TRANSACTION ADDS, CHANGES OR DELETES
      *                    ONE EMPLOYEE'S SHIFT FOR ONE WORK DATE ON
      *                    THE SHIFTSCH MASTER.  TIMES ARE HHMM ON
      *                    THE 24-HOUR CLOCK.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  SHIFT-TRAN-RECORD.
           05  ST-TRAN-CODE                PIC X(01).
               88  ST-ADD                          VALUE 'A'.
               88  ST-CHANGE                       VALUE 'C'.
               88  ST-DELETE                       VALUE 'D'.
           05  ST-EMP-ID                   PIC 9(05).
           05  ST-WORK-DATE                PIC 9(08).
           05  ST-START-TIME               PIC 9(04).
           05  ST-END-TIME                 PIC 9(04).
