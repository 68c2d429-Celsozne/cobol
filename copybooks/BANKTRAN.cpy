      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE SUBMITTING USER ID, CHECKED BY
      *                     AUTHCHK AND CARRIED ONTO THE BNKAUD AUDIT.
      ******************************************************************
       01  BANK-TRAN-RECORD.
           05  BT-TRAN-CODE                PIC X(01).
           05  BT-BANK-CODE                PIC X(04).
           05  BT-BRANCH-CODE              PIC X(06).
           05  BT-ACCOUNT-NO               PIC X(12).
           05  BT-USER-ID                  PIC X(08).
