      ******************************************************************
      *    COPYBOOK.....: PARMREQ.cpy
      *    DESCRIPTION...: PARAMETER REQUEST AREA PASSED TO PARMGET -
      *                    THE CALLER FILLS IN THE PARAMETER ID, THE
      *                    QUALIFIER (SPACES FOR A ONE-CARD PARAMETER)
      *                    AND THE AS-OF DATE (ZERO FOR TONIGHT'S
      *                    BUSINESS DATE); PARMGET RETURNS THE CARD
      *                    IMAGE IN FORCE, ITS EFFECTIVE DATE AND A
      *                    STATUS.  A CALLER FINDING NO VALUE FALLS
      *                    BACK TO ITS OLD CARD AND DEFAULTS.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PARM-REQUEST-AREA.
           05  PQ-PARM-ID                  PIC X(08).
           05  PQ-PARM-QUAL                PIC X(08).
           05  PQ-AS-OF-DATE               PIC 9(08).
           05  PQ-STATUS                   PIC X(01).
               88  PQ-FOUND                        VALUE 'F'.
               88  PQ-NOT-FOUND                    VALUE 'N'.
               88  PQ-NO-MASTER                    VALUE 'M'.
           05  PQ-VALUE                    PIC X(40).
           05  PQ-EFF-DATE                 PIC 9(08).
