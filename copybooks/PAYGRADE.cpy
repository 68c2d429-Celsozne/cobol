      ******************************************************************
      *    COPYBOOK.....: PAYGRADE.cpy
      *    DESCRIPTION...: PAY GRADE REFERENCE MASTER RECORD - ONE
      *                    RECORD PER SALARY GRADE WITH THE MINIMUM,
      *                    MIDPOINT AND MAXIMUM PAY OF THE RANGE AND
      *                    AN ACTIVE FLAG.  THE RANGE IS STATED AS AN
      *                    ANNUAL AMOUNT SO ONE GRADE SERVES BOTH PAY
      *                    GROUPS - EMP-BASE-PAY IS ANNUALISED (X 12
      *                    MONTHLY, X 52 WEEKLY) BEFORE IT IS
      *                    COMPARED.  MAINTAINED BY GRADEMNT; EMPMNT
      *                    HOLDS BASE-PAY CHANGES TO THE RANGE AND
      *                    COMPARPT REPORTS PAY AGAINST THE MIDPOINT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PAY-GRADE-RECORD.
           05  PG-GRADE-CODE               PIC X(03).
           05  PG-GRADE-NAME               PIC X(20).
           05  PG-MIN-PAY                  PIC 9(07)V9(02).
           05  PG-MID-PAY                  PIC 9(07)V9(02).
           05  PG-MAX-PAY                  PIC 9(07)V9(02).
           05  PG-ACTIVE-FLAG              PIC X(01).
               88  PG-ACTIVE                       VALUE 'A'.
               88  PG-INACTIVE                     VALUE 'I'.
