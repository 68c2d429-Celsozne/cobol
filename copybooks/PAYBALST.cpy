      ******************************************************************
      *    COPYBOOK.....: PAYBALST.cpy
      *    DESCRIPTION...: PAYROLL BALANCING RESULT - THE SINGLE
      *                    RECORD PAYBAL LEAVES FOR THE NIGHT AFTER
      *                    PROVING THE ADJTRANS-TO-LEDGER CHAIN.
      *                    PAYVAR RELEASES NO BANKPAY FILE UNLESS THE
      *                    RECORD IS FOR THE BUSINESS DATE AND SAYS
      *                    THE CHAIN BALANCED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PAY-BALANCE-RESULT.
           05  PB-BUS-DATE                 PIC 9(08).
           05  PB-STATUS                   PIC X(01).
               88  PB-BALANCED                     VALUE 'Y'.
               88  PB-OUT-OF-BALANCE               VALUE 'N'.
           05  PB-HANDOFF-COUNT            PIC 9(02).
           05  PB-VARIANCE-COUNT           PIC 9(02).
