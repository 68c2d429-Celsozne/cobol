      ******************************************************************
      *    COPYBOOK.....: FXCONV.cpy
      *    DESCRIPTION...: CURRENCY CONVERSION DETAIL - ONE RECORD PER
      *                    IF5 TRANSFER BETWEEN ACCOUNTS HELD IN
      *                    DIFFERENT CURRENCIES: THE AMOUNT TAKEN FROM
      *                    THE FROM-ACCOUNT, THE AMOUNT PAID INTO THE
      *                    TO-ACCOUNT, THE DAY'S RATE OF EACH SIDE AND
      *                    THE BASE-CURRENCY VALUE.  A BLANK CURRENCY IS
      *                    THE BASE CURRENCY (RATE 1).
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  FX-CONV-RECORD.
           05  FC-POST-DATE                PIC 9(08).
           05  FC-TRN-ID                   PIC 9(05).
           05  FC-FROM-ACCT-NO             PIC 9(06).
           05  FC-FROM-CURRENCY            PIC X(03).
           05  FC-FROM-AMOUNT              PIC 9(05)V9(02).
           05  FC-FROM-RATE                PIC 9(05)V9(06).
           05  FC-TO-ACCT-NO               PIC 9(06).
           05  FC-TO-CURRENCY              PIC X(03).
           05  FC-TO-AMOUNT                PIC 9(05)V9(02).
           05  FC-TO-RATE                  PIC 9(05)V9(06).
           05  FC-BASE-AMOUNT              PIC 9(09)V9(02).
