      ******************************************************************
      *    COPYBOOK.....: EXCHRATE.cpy
      *    DESCRIPTION...: DAILY EXCHANGE RATE REFERENCE RECORD - ONE
      *                    RECORD PER FOREIGN CURRENCY PER BUSINESS
      *                    DATE, APPENDED EACH DAY BY TREASURY.  THE
      *                    RATE IS THE BASE-CURRENCY VALUE OF ONE UNIT
      *                    OF THE FOREIGN CURRENCY.  A LATER RECORD FOR
      *                    THE SAME CURRENCY AND DATE IS A CORRECTION
      *                    AND REPLACES THE EARLIER ONE.  READ BY IF5
      *                    (TODAY'S RATES) AND THE FXREVAL MONTH-END
      *                    REVALUATION (THE RATES SINCE THE LAST ONE).
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  EXCH-RATE-RECORD.
           05  ER-RATE-DATE                PIC 9(08).
           05  ER-CURRENCY                 PIC X(03).
           05  ER-RATE                     PIC 9(05)V9(06).
