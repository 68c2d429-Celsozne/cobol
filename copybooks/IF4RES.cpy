      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   A SUBJECT THE STUDENT WAS BARRED FROM FOR
      *                     LOW ATTENDANCE CARRIES THE GRADE "BARRED"
      *                     (RS-BARRED) WITH NO MARKS, IN PLACE OF A
      *                     FAIL.
      ******************************************************************
       01  IF4-RESULT-RECORD.
           05  RS-REC-TYPE                 PIC X(01).
           05  RS-SUBJECT-CODE             PIC X(03).
           05  RS-MARKS                    PIC 9(03).
           05  RS-GRADE                    PIC X(15).
               88  RS-BARRED                       VALUE "BARRED".
           05  RS-TOTAL                    PIC 9(05).
           05  RS-AVERAGE                  PIC 9(03).
