      ******************************************************************
      *    COPYBOOK.....: FXPOS.cpy
      *    DESCRIPTION...: FOREIGN-CURRENCY POSITION RECORD - ONE
      *                    RECORD PER FOREIGN-CURRENCY ACCOUNT, HOLDING
      *                    THE BASE-CURRENCY CARRYING VALUE OF ITS
      *                    BALANCE AS AT THE LAST MONTH-END
      *                    REVALUATION, THE BALANCE AND RATE IT WAS
      *                    VALUED AT, THE DATE, AND THE GAIN OR
      *                    LOSS BOOKED THAT DAY (SO A RERUN OF THE
      *                    SAME DAY REPORTS IT AGAIN RATHER THAN
      *                    REVALUE TWICE).  MAINTAINED BY FXREVAL.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  FX-POSITION-RECORD.
           05  FP-ACCT-NO                  PIC 9(06).
           05  FP-CURRENCY                 PIC X(03).
           05  FP-REVAL-DATE               PIC 9(08).
           05  FP-BALANCE                  PIC S9(09)V9(02).
           05  FP-RATE                     PIC 9(05)V9(06).
           05  FP-BASE-VALUE               PIC S9(11)V9(02).
           05  FP-REVAL-CHANGE             PIC S9(11)V9(02).
