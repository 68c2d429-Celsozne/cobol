      ******************************************************************
      *    COPYBOOK.....: EXPCAT.cpy
      *    DESCRIPTION...: EXPENSE CATEGORY REFERENCE RECORD - ONE
      *                    RECORD PER REIMBURSABLE EXPENSE CATEGORY
      *                    (TRAVEL, LODGING, MEALS, MILEAGE...) WITH
      *                    THE MOST ONE CLAIM MAY RECOVER AND THE
      *                    APPROVAL CEILING - A CLAIM ABOVE THE
      *                    CEILING WAITS FOR A SECOND USER WITH
      *                    USERAUTH AUTHORITY OVER EXPCLAIM.  A
      *                    CATEGORY FLAGGED INACTIVE TAKES NO NEW
      *                    CLAIMS.  READ BY EXPCLM.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  EXPENSE-CAT-RECORD.
           05  EC-CAT-CODE                 PIC X(04).
           05  EC-CAT-NAME                 PIC X(20).
           05  EC-CLAIM-LIMIT              PIC 9(05)V9(02).
           05  EC-APPROVAL-CEILING         PIC 9(05)V9(02).
           05  EC-ACTIVE-FLAG              PIC X(01).
               88  EC-ACTIVE                       VALUE 'A'.
