      ******************************************************************
      *    COPYBOOK.....: CREDTRAN.cpy
      *    DESCRIPTION...: CUSTOMER CREDIT MAINTENANCE TRANSACTION -
      *                    'L' SETS THE CREDIT LIMIT (CREATING THE
      *                    CUSTOMER'S CREDIT RECORD IF NEED BE), 'H'
      *                    PLACES A CREDIT HOLD FOR THE GIVEN REASON
      *                    AND 'R' RELEASES IT.  THE SUBMITTING USER
      *                    IS CARRIED FOR THE AUDIT TRAIL.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CRED-TRAN-RECORD.
           05  CRT-TRAN-CODE               PIC X(01).
               88  CRT-SET-LIMIT                   VALUE 'L'.
               88  CRT-PLACE-HOLD                  VALUE 'H'.
               88  CRT-RELEASE-HOLD                VALUE 'R'.
           05  CRT-CUST-ID                 PIC 9(05).
           05  CRT-CREDIT-LIMIT            PIC 9(07)V9(02).
           05  CRT-CREDIT-LIMIT-X REDEFINES CRT-CREDIT-LIMIT
                                           PIC X(09).
           05  CRT-HOLD-REASON             PIC X(02).
               88  CRT-REASON-PAST-DUE             VALUE 'PD'.
               88  CRT-REASON-COLLECTIONS          VALUE 'CO'.
               88  CRT-REASON-FRAUD-REVIEW         VALUE 'FR'.
               88  CRT-REASON-DISPUTE              VALUE 'DS'.
               88  CRT-REASON-OTHER                VALUE 'OT'.
               88  CRT-REASON-VALID                VALUE 'PD' 'CO'
                                                         'FR' 'DS'
                                                         'OT'.
           05  CRT-USER-ID                 PIC X(08).
