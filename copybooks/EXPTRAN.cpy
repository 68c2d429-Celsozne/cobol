      ******************************************************************
      *    COPYBOOK.....: EXPTRAN.cpy
      *    DESCRIPTION...: EXPENSE CLAIM TRANSACTION RECORD - INPUT TO
      *                    EXPCLM.  AN 'S' SUBMITS A NEW CLAIM UNDER
      *                    ITS CLAIM NUMBER; AN 'A' APPROVES, OR AN
      *                    'R' REJECTS, A CLAIM ALREADY ON FILE AND
      *                    AWAITING APPROVAL - THOSE TWO NEED ONLY
      *                    THE CLAIM NUMBER, THE USER AND (FOR 'R')
      *                    THE REASON.  XT-USER-ID IS THE SUBMITTING
      *                    OR APPROVING USER.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  EXPENSE-TRAN-RECORD.
           05  XT-TRAN-CODE                PIC X(01).
               88  XT-SUBMIT                       VALUE 'S'.
               88  XT-APPROVE                      VALUE 'A'.
               88  XT-REJECT                       VALUE 'R'.
           05  XT-CLAIM-ID                 PIC X(08).
           05  XT-EMP-ID                   PIC 9(05).
           05  XT-CAT-CODE                 PIC X(04).
           05  XT-EXPENSE-DATE             PIC 9(08).
           05  XT-AMOUNT                   PIC 9(05)V9(02).
           05  XT-DESCRIPTION              PIC X(20).
           05  XT-USER-ID                  PIC X(08).
           05  XT-REASON                   PIC X(20).
