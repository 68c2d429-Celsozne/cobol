      ******************************************************************
      *    COPYBOOK.....: PERDTRAN.cpy
      *    DESCRIPTION...: PERIOD CONTROL TRANSACTION - INPUT TO
      *                    PERDMNT.  A 'C' CLOSES THE ACCOUNTING PERIOD
      *                    (YYYYMM) AFTER MONTH-END; AN 'O' REOPENS A
      *                    CLOSED PERIOD AND MUST GIVE A REASON.
      *                    PDT-USER-ID IS THE OPERATOR, WHO MUST HOLD
      *                    PERDCTL AUTHORITY ON USERAUTH.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PERIOD-TRAN-RECORD.
           05  PDT-TRAN-CODE               PIC X(01).
               88  PDT-CLOSE                       VALUE 'C'.
               88  PDT-REOPEN                      VALUE 'O'.
           05  PDT-PERIOD                  PIC 9(06).
           05  PDT-PERIOD-R REDEFINES PDT-PERIOD.
               10  PDT-YEAR                PIC 9(04).
               10  PDT-MONTH               PIC 9(02).
           05  PDT-USER-ID                 PIC X(08).
           05  PDT-REASON                  PIC X(20).
