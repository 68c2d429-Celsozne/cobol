      ******************************************************************
      *    COPYBOOK.....: BRAUD.cpy
      *    DESCRIPTION...: BRANCH MASTER AUDIT RECORD - ONE LINE PER
      *                    CHANGE BRMNT APPLIES TO THE BRMAST MASTER,
      *                    SHOWING THE TAX RATE AND STATUS BEFORE AND
      *                    AFTER, THE RATE'S EFFECTIVE DATE, THE
      *                    CLOSING DATE, WHO SUBMITTED THE CHANGE AND
      *                    WHEN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  BRANCH-AUDIT-RECORD.
           05  BMA-BRANCH-CODE             PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BMA-TRAN-CODE               PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BMA-OLD-RATE                PIC 9(02)V9(02).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  BMA-NEW-RATE                PIC 9(02)V9(02).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  BMA-RATE-EFF-DATE           PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BMA-OLD-STATUS              PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  BMA-NEW-STATUS              PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  BMA-CLOSE-DATE              PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BMA-AUDIT-DATE              PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  BMA-USER-ID                 PIC X(08).
