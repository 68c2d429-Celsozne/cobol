      ******************************************************************
      *    COPYBOOK.....: BRSALES.cpy
      *    DESCRIPTION...: BRANCH SALES TRANSACTION - ONE TAXABLE
      *                    AMOUNT PER BRANCH SALE, RESOLVED THROUGH
      *                    BRLOOKUP AS OF THE SALE DATE BY THE
      *                    TAXCALC RUN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   SALE DATE ADDED SO THE RATE IN FORCE ON
      *                     THE DAY OF THE SALE IS APPLIED; BLANK MEANS
      *                     THE BUSINESS DATE.
      ******************************************************************
       01  BRANCH-SALES-RECORD.
           05  BS-BRANCH-CODE              PIC X(03).
           05  BS-TAXABLE-AMOUNT           PIC 9(07)V9(02).
           05  BS-SALE-DATE                PIC 9(08).
