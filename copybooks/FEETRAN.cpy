      ******************************************************************
      *    COPYBOOK.....: FEETRAN.cpy
      *    DESCRIPTION...: FEE RECEIPT TRANSACTION - ONE RECORD PER
      *                    FEE PAYMENT TAKEN BY THE STUDENT OFFICE,
      *                    POSTED TO THE STUFEE ACCOUNT BY FEEPOST.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  FEE-RECEIPT-RECORD.
           05  FR-RECEIPT-NO               PIC X(08).
           05  FR-STUDENT-ID               PIC 9(05).
           05  FR-RECEIPT-DATE             PIC 9(08).
           05  FR-AMOUNT                   PIC 9(05)V9(02).
           05  FR-AMOUNT-X REDEFINES FR-AMOUNT
                                           PIC X(07).
