      ******************************************************************
      *    COPYBOOK.....: PREFAUD.cpy
      *    DESCRIPTION...: CONTACT PREFERENCE AUDIT RECORD - ONE LINE
      *                    PER CHANNEL FLAG CHANGED ON THE CUSTPREF
      *                    MASTER, SHOWING THE FLAG IN FORCE BEFORE
      *                    THE CHANGE, THE NEW FLAG AND ITS EFFECTIVE
      *                    DATE, WHO SUBMITTED IT AND WHICH PROGRAM
      *                    APPLIED IT (PREFMNT OR THE CRMIN FEED).
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PREF-AUDIT-RECORD.
           05  CPA-CUST-ID                 PIC 9(05).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CPA-CHANNEL                 PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CPA-OLD-FLAG                PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  CPA-NEW-FLAG                PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CPA-EFF-DATE                PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CPA-AUDIT-DATE              PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  CPA-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  CPA-SOURCE-PROGRAM          PIC X(08).
