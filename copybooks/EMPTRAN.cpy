      *                     CARRIED ONTO THE EMPAUD TRAIL, SO "WHO
      *                     TERMINATED EMPLOYEE 00412" HAS AN
      *                     ANSWER.
      *    2026-10-15 JPL   ADDED THE PAY GROUP IN STEP WITH THE
      *                     EMPLOYEE MASTER RECORD.
      *    2026-10-15 JPL   ADDED THE PAY GRADE CODE IN STEP WITH THE
      *                     EMPLOYEE MASTER RECORD, AND THE OVERRIDE
      *                     USER - THE SUPERVISOR AUTHORISING A BASE
      *                     PAY OUTSIDE THE GRADE RANGE.
      *    2026-10-15 JPL   ADDED THE MANAGER EMPLOYEE ID IN STEP WITH
      *                     THE EMPLOYEE MASTER RECORD.  ZERO = NO
      *                     MANAGER; BLANK ON A CHANGE LEAVES THE
      *                     MANAGER AS IT WAS.
      ******************************************************************
       01  EMP-TRAN-RECORD.
           05  ET-TRAN-CODE                PIC X(01).
               88  ET-STATUS-TERMINATED            VALUE 'T'.
           05  ET-BASE-PAY                 PIC 9(05)V9(02).
           05  ET-USER-ID                  PIC X(08).
           05  ET-PAY-GROUP                PIC X(01).
               88  ET-PAY-GROUP-VALID              VALUE 'W' 'M'.
           05  ET-GRADE-CODE               PIC X(03).
           05  ET-OVERRIDE-USER            PIC X(08).
           05  ET-MANAGER-ID               PIC 9(05).
