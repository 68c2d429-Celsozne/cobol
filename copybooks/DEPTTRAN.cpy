      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE 'B' BUDGET TRANSACTION - SETS THE
      *                     DEPARTMENT'S APPROVED HEADCOUNT AND ANNUAL
      *                     SALARY BUDGET FOR ONE FISCAL YEAR ON THE
      *                     DEPTBUDG MASTER (NAME AND FLAG NOT USED).
      ******************************************************************
       01  DEPT-TRAN-RECORD.
           05  DT-TRAN-CODE                PIC X(01).
               88  DT-ADD                          VALUE 'A'.
               88  DT-CHANGE                       VALUE 'C'.
               88  DT-DELETE                       VALUE 'D'.
               88  DT-BUDGET                       VALUE 'B'.
           05  DT-DEPT-CODE                PIC X(03).
           05  DT-DEPT-NAME                PIC X(20).
           05  DT-COST-CENTER              PIC X(06).
           05  DT-ACTIVE-FLAG              PIC X(01).
           05  DT-FISCAL-YEAR              PIC 9(04).
           05  DT-BUDGET-HEADCOUNT         PIC 9(05).
           05  DT-BUDGET-SALARY            PIC 9(09)V9(02).
