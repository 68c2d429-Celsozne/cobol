      ******************************************************************
      *    COPYBOOK.....: STUFEE.cpy
      *    DESCRIPTION...: STUDENT FEE ACCOUNT - ONE RECORD PER
      *                    STUDENT, KEYED BY STUDENT ID.  FEEBILL
      *                    ADDS EACH TERM'S FEE, FEEPOST TAKES OFF
      *                    EACH RECEIPT.  A POSITIVE BALANCE IS OWED
      *                    BY THE STUDENT; A NEGATIVE ONE IS PAID IN
      *                    ADVANCE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  STUDENT-FEE-RECORD.
           05  SF-STUDENT-ID               PIC 9(05).
           05  SF-BALANCE                  PIC S9(07)V9(02).
               88  SF-SETTLED                      VALUE ZERO.
           05  SF-BILLED-TO-DATE           PIC 9(07)V9(02).
           05  SF-PAID-TO-DATE             PIC 9(07)V9(02).
           05  SF-LAST-TERM-BILLED         PIC X(05).
           05  SF-LAST-BILL-DATE           PIC 9(08).
           05  SF-LAST-RECEIPT-DATE        PIC 9(08).
