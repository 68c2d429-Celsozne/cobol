      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE SUBMITTING USER ID, CHECKED BY
      *                     AUTHCHK ON ISSUE AND REASSIGN AND CARRIED
      *                     ONTO THE BADGAUD AUDIT.
      ******************************************************************
       01  BADGE-TRAN-RECORD.
           05  BGT-TRAN-CODE               PIC X(01).
               88  BGT-REASSIGN                    VALUE 'S'.
           05  BGT-BADGE-ID                PIC X(06).
           05  BGT-EMP-ID                  PIC 9(05).
           05  BGT-USER-ID                 PIC X(08).
