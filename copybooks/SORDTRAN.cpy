      ******************************************************************
      *    COPYBOOK.....: SORDTRAN.cpy
      *    DESCRIPTION...: STANDING ORDER MAINTENANCE TRANSACTION -
      *                    ONE TRANSACTION ADDS, CHANGES OR DELETES
      *                    ONE ORDER ON THE SORDMAST MASTER.  STATUS
      *                    'A' ACTIVE OR 'S' SUSPENDED.  A CHANGE
      *                    REPLACES EVERY FIELD; THE NEXT DUE DATE
      *                    MOVES WITH THE START DATE ONLY WHILE THE
      *                    ORDER HAS NEVER RUN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  SORD-TRAN-RECORD.
           05  SOT-TRAN-CODE               PIC X(01).
               88  SOT-ADD                         VALUE 'A'.
               88  SOT-CHANGE                      VALUE 'C'.
               88  SOT-DELETE                      VALUE 'D'.
           05  SOT-ORDER-NO                PIC 9(06).
           05  SOT-FROM-ACCT               PIC 9(06).
           05  SOT-TO-ACCT                 PIC 9(06).
           05  SOT-AMOUNT                  PIC 9(05)V9(02).
           05  SOT-FREQUENCY               PIC X(01).
               88  SOT-FREQUENCY-VALID             VALUES 'W' 'F'
                                                   'M' 'Q' 'A'.
           05  SOT-START-DATE              PIC 9(08).
           05  SOT-END-DATE                PIC 9(08).
           05  SOT-STATUS                  PIC X(01).
               88  SOT-STATUS-VALID                VALUES 'A' 'S'.
