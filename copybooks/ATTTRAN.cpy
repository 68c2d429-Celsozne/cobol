      ******************************************************************
      *    COPYBOOK.....: ATTTRAN.cpy
      *    DESCRIPTION...: ATTENDANCE INTAKE RECORD - ONE RECORD PER
      *                    STUDENT AND SUBJECT PER ATTENDANCE PERIOD
      *                    (A DAY OR A TEACHING WEEK), KEYED BY THE
      *                    STUDENT OFFICE FROM THE CLASS REGISTERS.
      *                    POSTED BY ATTPOST TO THE ATTMAST
      *                    ATTENDANCE MASTER FOR THE CURRENT TERM.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  ATTEND-TRAN-RECORD.
           05  AT-STUDENT-ID               PIC 9(05).
           05  AT-SUBJECT-CODE             PIC X(03).
           05  AT-PERIOD-DATE              PIC 9(08).
           05  AT-CLASSES-HELD             PIC 9(03).
           05  AT-CLASSES-HELD-X   REDEFINES AT-CLASSES-HELD
                                           PIC X(03).
           05  AT-CLASSES-ATTENDED         PIC 9(03).
           05  AT-CLASSES-ATTENDED-X
                                   REDEFINES AT-CLASSES-ATTENDED
                                           PIC X(03).
