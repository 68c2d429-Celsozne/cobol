      ******************************************************************
      *    COPYBOOK.....: EXAMMAST.cpy
      *    DESCRIPTION...: EXAMINER MASTER RECORD - ONE RECORD PER
      *                    EXAMINER WITH NAME, ACTIVE FLAG AND THE
      *                    SUBJECTS THE EXAMINER MAY MARK (UNUSED
      *                    SLOTS BLANK).  MAINTAINED BY EXAMMNT;
      *                    REMARK REFUSES A RE-MARK BY AN UNKNOWN OR
      *                    INACTIVE EXAMINER OR FOR A SUBJECT NOT IN
      *                    THE LIST, AND MODRPT PRINTS THE NAME.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  EXAMINER-MASTER-RECORD.
           05  EX-EXAMINER-ID              PIC X(08).
           05  EX-EXAMINER-NAME            PIC X(20).
           05  EX-ACTIVE-FLAG              PIC X(01).
               88  EX-ACTIVE                       VALUE 'A'.
               88  EX-INACTIVE                     VALUE 'I'.
           05  EX-SUBJECT-TABLE.
               10  EX-SUBJECT-CODE         PIC X(03)
                                           OCCURS 10 TIMES.
