      ******************************************************************
      *    COPYBOOK.....: SETLHIST.cpy
      *    DESCRIPTION...: LEAVER SETTLEMENT HISTORY MASTER RECORD -
      *                    ONE RECORD PER TERMINATION EVENT SETTLED
      *                    BY FINSETL, KEYED BY EMPLOYEE AND THE
      *                    EMPEVENT DATE OF THE TERMINATION.  ITS
      *                    PRESENCE IS WHAT STOPS A TERMINATION BEING
      *                    SETTLED (AND ITS LEAVE PAID OUT) TWICE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  SETTLE-HIST-RECORD.
           05  SH-KEY.
               10  SH-EMP-ID               PIC 9(05).
               10  SH-EVENT-DATE           PIC 9(08).
           05  SH-SETTLE-DATE              PIC 9(08).
           05  SH-STATUS                   PIC X(01).
               88  SH-SETTLED                      VALUE 'S'.
               88  SH-NOT-SETTLED                  VALUE 'X'.
           05  SH-PAY-GROUP                PIC X(01).
           05  SH-VAC-DAYS                 PIC S9(3)V9(2).
           05  SH-DAILY-RATE               PIC 9(05)V9(02).
           05  SH-LEAVE-AMOUNT             PIC S9(7)V9(2).
           05  SH-GARN-ORDERS              PIC 9(02).
           05  SH-BADGES-REVOKED           PIC 9(02).
