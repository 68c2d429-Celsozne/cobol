      ******************************************************************
      *    COPYBOOK.....: APPRAUD.cpy
      *    DESCRIPTION...: ADJUSTMENT APPROVAL TRAIL RECORD - ONE LINE
      *                    PER PENDING ADJUSTMENT ADJAPPR APPROVES OR
      *                    DENIES, WITH THE DECIDING USER.  WRITTEN BY
      *                    ADJAPPR AND READ BY THE SODRPT SEGREGATION
      *                    OF DUTIES REPORT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  WS-APPR-AUDIT-LINE.
           05  WS-APA-ACTION           PIC X(01).
               88  WS-APA-APPROVED             VALUE 'A'.
               88  WS-APA-DENIED               VALUE 'D'.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-APA-EMP-ID           PIC 9(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-APA-AMOUNT           PIC S9(03)V9(02)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-APA-SOURCE-FEED      PIC X(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-APA-DATE             PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  WS-APA-USER-ID          PIC X(08).
