      ******************************************************************
      *    COPYBOOK.....: ATTMAST.cpy
      *    DESCRIPTION...: ATTENDANCE MASTER - ONE RECORD PER STUDENT,
      *                    TERM AND SUBJECT CARRYING THE CLASSES HELD
      *                    AND ATTENDED TO DATE AND THE TERM
      *                    ATTENDANCE PERCENTAGE.  BUILT BY ATTPOST;
      *                    THE ATTELIG ELIGIBILITY RUN SETS THE
      *                    EXAM ELIGIBILITY FLAG THAT IF4 HONOURS
      *                    AT GRADING TIME.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  ATTEND-MASTER-RECORD.
           05  AM-ATTEND-KEY.
               10  AM-STUDENT-ID           PIC 9(05).
               10  AM-TERM-CODE            PIC X(05).
               10  AM-SUBJECT-CODE         PIC X(03).
           05  AM-CLASSES-HELD             PIC 9(05).
           05  AM-CLASSES-ATTENDED         PIC 9(05).
           05  AM-ATTEND-PCT               PIC 9(03)V9(02).
           05  AM-LAST-PERIOD-DATE         PIC 9(08).
           05  AM-ELIG-SW                  PIC X(01).
               88  AM-ELIG-NOT-CHECKED             VALUE SPACE.
               88  AM-ELIGIBLE                     VALUE 'E'.
               88  AM-BARRED                       VALUE 'B'.
           05  AM-ELIG-CHECK-DATE          PIC 9(08).
