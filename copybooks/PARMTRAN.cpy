      ******************************************************************
      *    COPYBOOK.....: PARMTRAN.cpy
      *    DESCRIPTION...: PARAMETER CHANGE TRANSACTION - INPUT TO
      *                    PARMMNT.  A 'P' PROPOSES A NEW VALUE FOR A
      *                    PARAMETER FROM AN EFFECTIVE DATE; AN 'A'
      *                    APPROVES, OR AN 'R' REJECTS, A PROPOSAL
      *                    ALREADY PENDING - THOSE TWO NEED ONLY THE
      *                    KEY, THE USER AND (FOR 'R') THE REASON.
      *                    PT-USER-ID IS THE PROPOSING OR APPROVING
      *                    USER.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PARM-TRAN-RECORD.
           05  PT-TRAN-CODE                PIC X(01).
               88  PT-PROPOSE                      VALUE 'P'.
               88  PT-APPROVE                      VALUE 'A'.
               88  PT-REJECT                       VALUE 'R'.
           05  PT-PARM-ID                  PIC X(08).
           05  PT-PARM-QUAL                PIC X(08).
           05  PT-EFF-DATE                 PIC 9(08).
           05  PT-VALUE                    PIC X(40).
           05  PT-USER-ID                  PIC X(08).
           05  PT-REASON                   PIC X(20).
