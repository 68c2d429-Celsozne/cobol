      ******************************************************************
      *    COPYBOOK.....: CREDAUD.cpy
      *    DESCRIPTION...: CUSTOMER CREDIT AUDIT RECORD - ONE LINE PER
      *                    CHANGE CREDMNT APPLIES TO THE CUSTCRED
      *                    MASTER, SHOWING THE LIMIT AND HOLD FLAG
      *                    BEFORE AND AFTER, THE HOLD REASON, WHO
      *                    SUBMITTED THE CHANGE AND WHEN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CRED-AUDIT-RECORD.
           05  CCA-CUST-ID                 PIC 9(05).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CCA-TRAN-CODE               PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CCA-OLD-LIMIT               PIC 9(07)V9(02).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  CCA-NEW-LIMIT               PIC 9(07)V9(02).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CCA-OLD-HOLD-SW             PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  CCA-NEW-HOLD-SW             PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  CCA-HOLD-REASON             PIC X(02).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CCA-AUDIT-DATE              PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  CCA-USER-ID                 PIC X(08).
