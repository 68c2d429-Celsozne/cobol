      *                     EMPMNT WHEN THE STATUS CHANGES TO 'T'
      *                     AND CLEARED ON A REHIRE, SO TURNOVER
      *                     REPORTING STOPS LOSING THE DATE.
      *    2026-10-15 JPL   ADDED THE PAY GROUP (WEEKLY OR MONTHLY
      *                     CYCLE) SO PAYRUN PAYS EACH GROUP ON ITS
      *                     OWN PAY DATES; EMP-BASE-PAY IS THE RATE
      *                     FOR ONE FULL PERIOD OF THE EMPLOYEE'S
      *                     OWN GROUP.
      *    2026-10-15 JPL   ADDED THE PAY GRADE CODE - THE KEY OF THE
      *                     PAYGRADE REFERENCE MASTER WHOSE RANGE THE
      *                     BASE PAY IS HELD TO.  BLANK = NOT GRADED.
      *    2026-10-15 JPL   ADDED THE MANAGER (REPORTS-TO) EMPLOYEE ID,
      *                     MAINTAINED BY EMPMNT.  ZERO = TOP OF THE
      *                     ORGANISATION (NO MANAGER).
      ******************************************************************
       01  EMP-RECORD.
           05  EMP-ID                      PIC 9(05).
               88  EMP-TERMINATED                  VALUE 'T'.
           05  EMP-BASE-PAY                PIC 9(05)V9(02).
           05  EMP-TERM-DATE               PIC 9(08).
           05  EMP-PAY-GROUP               PIC X(01).
               88  EMP-PAY-WEEKLY                  VALUE 'W'.
               88  EMP-PAY-MONTHLY                 VALUE 'M'.
               88  EMP-PAY-GROUP-VALID             VALUE 'W' 'M'.
           05  EMP-GRADE-CODE              PIC X(03).
           05  EMP-MANAGER-ID              PIC 9(05).
