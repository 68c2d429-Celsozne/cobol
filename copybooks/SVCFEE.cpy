      ******************************************************************
      *    COPYBOOK.....: SVCFEE.cpy
      *    DESCRIPTION...: ACCOUNT SERVICE-CHARGE SCHEDULE - ONE
      *                    RECORD PER ACCOUNT TYPE GIVING THE MONTHLY
      *                    MAINTENANCE FEE, THE MINIMUM BALANCE AND
      *                    THE FEE CHARGED WHEN THE MONTH'S LOWEST
      *                    BALANCE FALLS BELOW IT, AND THE FEE PER
      *                    WITHDRAWAL BEYOND THE FREE COUNT.  THE ROW
      *                    TYPED '**' APPLIES TO ANY ACCOUNT TYPE
      *                    WITHOUT A ROW OF ITS OWN.  READ BY THE
      *                    SVCCHG MONTH-END SERVICE-CHARGE RUN, AND
      *                    FOR THE CLOSING FEE BY THE ACCTCLS CLOSURE
      *                    RUN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE ACCOUNT CLOSING FEE.
      ******************************************************************
       01  SVC-FEE-RECORD.
           05  SF-ACCT-TYPE                PIC X(02).
               88  SF-DEFAULT-TYPE                 VALUE '**'.
           05  SF-MAINT-FEE                PIC 9(03)V9(02).
           05  SF-MIN-BALANCE              PIC 9(07)V9(02).
           05  SF-MIN-BAL-FEE              PIC 9(03)V9(02).
           05  SF-FREE-WDL-COUNT           PIC 9(03).
           05  SF-WDL-FEE                  PIC 9(03)V9(02).
           05  SF-CLOSE-FEE                PIC 9(03)V9(02).
