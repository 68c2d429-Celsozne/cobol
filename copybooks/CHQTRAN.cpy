      ******************************************************************
      *    COPYBOOK.....: CHQTRAN.cpy
      *    DESCRIPTION...: CHEQUE REGISTER TRANSACTION RECORD - ONE
      *                    ACTION AGAINST AN OUTSTANDING CHQREG
      *                    CHEQUE, APPLIED BY CHQMNT: A VOID (PAYMENT
      *                    WITHDRAWN), A SPOIL (STOCK DAMAGED IN
      *                    PRINTING - A REPLACEMENT IS ISSUED), A
      *                    REPRINT (CHEQUE LOST OR DAMAGED AFTER
      *                    RELEASE - A REPLACEMENT IS ISSUED) OR A
      *                    PAID NOTICE FROM THE BANK CARRYING THE
      *                    AMOUNT AND DATE THE CHEQUE WAS CASHED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CHQ-TRAN-RECORD.
           05  CT-TRAN-CODE                PIC X(01).
               88  CT-VOID                         VALUE 'V'.
               88  CT-SPOIL                        VALUE 'S'.
               88  CT-REPRINT                      VALUE 'R'.
               88  CT-PAID                         VALUE 'C'.
               88  CT-REPLACE                      VALUE 'S' 'R'.
           05  CT-SERIAL                   PIC 9(08).
           05  CT-AMOUNT                   PIC 9(07)V9(02).
           05  CT-PAID-DATE                PIC 9(08).
           05  CT-REASON                   PIC X(20).
           05  CT-USER                     PIC X(08).
