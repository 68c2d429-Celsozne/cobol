      ******************************************************************
      *    COPYBOOK.....: INTACCUM.cpy
      *    DESCRIPTION...: INTEREST ACCUMULATOR RECORD - ONE RECORD
      *                    PER ACCOUNT HOLDING THE INTEREST ACCRUED
      *                    BY INTACCR SINCE IT WAS LAST CAPITALIZED;
      *                    POSITIVE IS CREDIT INTEREST DUE TO THE
      *                    CUSTOMER, NEGATIVE IS OVERDRAFT INTEREST
      *                    DUE FROM THEM.  ALSO CAPITALIZED AND RESET
      *                    BY THE ACCTCLS CLOSURE RUN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION - LAYOUT TAKEN OUT OF
      *                     INTACCR.
      ******************************************************************
       01  INTEREST-ACCUM-RECORD.
           05  IA-ACCT-NO                  PIC 9(06).
           05  IA-ACCRUED                  PIC S9(07)V9(02).
