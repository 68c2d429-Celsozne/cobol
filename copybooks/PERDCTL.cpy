      ******************************************************************
      *    COPYBOOK.....: PERDCTL.cpy
      *    DESCRIPTION...: ACCOUNTING PERIOD CONTROL RECORD - ONE
      *                    RECORD PER CALENDAR MONTH (YYYYMM) THAT HAS
      *                    EVER BEEN CLOSED; A PERIOD WITH NO RECORD IS
      *                    OPEN.  PERDMNT CLOSES AND REOPENS PERIODS
      *                    UNDER PERDCTL AUTHORITY, AND THE SHARED
      *                    PERDCHK ROUTINE TELLS AN EFFECTIVE-DATED
      *                    UPDATE RUN WHETHER A DATE FALLS IN A CLOSED
      *                    PERIOD.  THE LAST CLOSE AND THE LAST REOPEN
      *                    ARE KEPT ON THE RECORD; EVERY CHANGE IS
      *                    ALSO JOURNALED THROUGH UPDJRNL.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD                   PIC 9(06).
           05  PC-STATUS                   PIC X(01).
               88  PC-OPEN                         VALUE 'O'.
               88  PC-CLOSED                       VALUE 'C'.
           05  PC-CLOSED-BY                PIC X(08).
           05  PC-CLOSED-DATE              PIC 9(08).
           05  PC-REOPENED-BY              PIC X(08).
           05  PC-REOPENED-DATE            PIC 9(08).
           05  PC-REASON                   PIC X(20).
           05  FILLER                      PIC X(21).
