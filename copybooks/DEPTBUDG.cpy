      ******************************************************************
      *    COPYBOOK.....: DEPTBUDG.cpy
      *    DESCRIPTION...: DEPARTMENT BUDGET MASTER RECORD - ONE
      *                    RECORD PER DEPARTMENT PER FISCAL YEAR WITH
      *                    THE APPROVED HEADCOUNT AND THE APPROVED
      *                    ANNUAL SALARY BUDGET.  THE FISCAL YEAR IS
      *                    THE CALENDAR YEAR, AS ON YTDMAST.
      *                    MAINTAINED BY DEPTMNT ('B' TRANSACTIONS);
      *                    BUDGRPT COMPARES IT EACH MONTH TO THE
      *                    ACTIVE HEADCOUNT ON EMPMAST AND THE SALARY
      *                    PAID YEAR TO DATE ON YTDMAST.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  DEPT-BUDGET-RECORD.
           05  DB-KEY.
               10  DB-DEPT-CODE            PIC X(03).
               10  DB-FISCAL-YEAR          PIC 9(04).
           05  DB-BUDGET-HEADCOUNT         PIC 9(05).
           05  DB-BUDGET-SALARY            PIC 9(09)V9(02).
           05  DB-LAST-CHANGED             PIC 9(08).
