      ******************************************************************
      *    COPYBOOK.....: PARMAUD.cpy
      *    DESCRIPTION...: PARAMETER CHANGE JOURNAL RECORD - ONE LINE
      *                    PER PROPOSAL, APPROVAL AND REJECTION PARMMNT
      *                    HANDLES, SHOWING THE VALUE IN FORCE AT THE
      *                    EFFECTIVE DATE BEFORE THE CHANGE AND THE
      *                    VALUE AFTER IT, WHO PROPOSED IT, WHO
      *                    APPROVED OR REJECTED IT AND WHEN, AND WHY
      *                    A PROPOSAL WAS REJECTED OR LAPSED ('X').
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PARM-AUDIT-RECORD.
           05  PA-PARM-ID                  PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-PARM-QUAL                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-EFF-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-TRAN-CODE                PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-BEFORE-VALUE             PIC X(40).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-AFTER-VALUE              PIC X(40).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-PROPOSED-BY              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-APPROVED-BY              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-AUDIT-DATE               PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  PA-REASON                   PIC X(20).
