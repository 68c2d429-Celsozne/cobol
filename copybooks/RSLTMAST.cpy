      *                     SUPPRUN WHEN A SECOND SITTING REPLACES A
      *                     FAILED MARK, SO THE TRANSCRIPT CAN SHOW
      *                     WHICH RESULTS CAME FROM A SUPPLEMENTARY.
      *    2026-10-15 JPL   ADDED THE ATTENDANCE BAR FLAG - SET BY IF4
      *                     WHEN THE ATTELIG RUN BARRED THE STUDENT
      *                     FROM THE SUBJECT'S EXAM FOR LOW
      *                     ATTENDANCE; THE GRADE READS "BARRED" AND
      *                     THE RESULT IS NEITHER A PASS NOR A FAIL.
      ******************************************************************
       01  RESULT-MASTER-RECORD.
           05  RM-RESULT-KEY.
           05  RM-GRADE                    PIC X(15).
           05  RM-SUPP-SW                  PIC X(01).
               88  RM-SUPPLEMENTARY                VALUE 'S'.
           05  RM-ATTEND-SW                PIC X(01).
               88  RM-BARRED                       VALUE 'B'.
