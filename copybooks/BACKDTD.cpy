      ******************************************************************
      *    COPYBOOK.....: BACKDTD.cpy
      *    DESCRIPTION...: BACK-DATED EXCEPTION RECORD - ONE PER
      *                    TRANSACTION AN EFFECTIVE-DATED UPDATE RUN
      *                    (ATV3, TB4, PREFMNT, CRMIN, BRMNT,
      *                    RETROPAY)
      *                    DIVERTED BECAUSE ITS EFFECTIVE DATE FELL IN
      *                    A CLOSED ACCOUNTING PERIOD.  THE ORIGINAL
      *                    TRANSACTION IS KEPT WHOLE SO IT CAN BE
      *                    RESUBMITTED IF FINANCE REOPENS THE PERIOD.
      *                    THE BACKRPT RUN LISTS THE FILE FOR FINANCE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  BACK-DATED-RECORD.
           05  BKD-ORIGIN-PROGRAM          PIC X(08).
           05  BKD-RUN-DATE                PIC 9(08).
           05  BKD-EFF-DATE                PIC 9(08).
           05  BKD-PERIOD                  PIC 9(06).
           05  BKD-USER-ID                 PIC X(08).
           05  BKD-ORIGINAL-RECORD         PIC X(120).
