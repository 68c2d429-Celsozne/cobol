      ******************************************************************
      *    COPYBOOK.....: EXAMTRAN.cpy
      *    DESCRIPTION...: EXAMINER MASTER MAINTENANCE TRANSACTION -
      *                    ONE TRANSACTION ADDS, CHANGES OR DELETES
      *                    ONE EXAMINER ON THE EXAMMAST MASTER.  A
      *                    CHANGE REPLACES THE NAME, FLAG AND THE
      *                    WHOLE SUBJECT LIST.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  EXAM-TRAN-RECORD.
           05  EXT-TRAN-CODE               PIC X(01).
               88  EXT-ADD                         VALUE 'A'.
               88  EXT-CHANGE                      VALUE 'C'.
               88  EXT-DELETE                      VALUE 'D'.
           05  EXT-EXAMINER-ID             PIC X(08).
           05  EXT-EXAMINER-NAME           PIC X(20).
           05  EXT-ACTIVE-FLAG             PIC X(01).
           05  EXT-SUBJECT-TABLE.
               10  EXT-SUBJECT-CODE        PIC X(03)
                                           OCCURS 10 TIMES.
