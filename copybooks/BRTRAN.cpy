      ******************************************************************
      *    COPYBOOK.....: BRTRAN.cpy
      *    DESCRIPTION...: BRANCH MASTER MAINTENANCE TRANSACTION -
      *                    'A' OPENS A BRANCH (NAME, TAX RATE, OPENING
      *                    DATE, AND THE RATE'S EFFECTIVE DATE WHEN IT
      *                    IS NOT THE OPENING DATE), 'C' CHANGES THE
      *                    NAME AND/OR THE TAX RATE FROM AN EFFECTIVE
      *                    DATE, AND 'X' CLOSES THE BRANCH AT THE
      *                    CLOSING DATE.  FIELDS LEFT BLANK ON A
      *                    CHANGE ARE NOT CHANGED.  THE SUBMITTING
      *                    USER IS CARRIED FOR THE AUDIT TRAIL.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   TAX COMPONENTS - AN 'A' OR 'C' MAY SPLIT
      *                     THE RATE INTO UP TO THREE COMPONENTS, BY
      *                     POSITION.  ON A CHANGE A BLANK COMPONENT
      *                     IS LEFT AS IT IS ON FILE; THE TAX RATE, IF
      *                     GIVEN, MUST BE THE SUM OF THE COMPONENTS.
      ******************************************************************
       01  BRANCH-TRAN-RECORD.
           05  BT-TRAN-CODE                PIC X(01).
               88  BT-ADD                          VALUE 'A'.
               88  BT-CHANGE                       VALUE 'C'.
               88  BT-CLOSE                        VALUE 'X'.
           05  BT-BRANCH-CODE              PIC X(03).
           05  BT-BRANCH-NAME              PIC X(30).
           05  BT-TAX-RATE                 PIC 9(02)V9(02).
           05  BT-TAX-RATE-X REDEFINES BT-TAX-RATE
                                           PIC X(04).
           05  BT-EFF-DATE                 PIC 9(08).
           05  BT-OPEN-DATE                PIC 9(08).
           05  BT-CLOSE-DATE               PIC 9(08).
           05  BT-USER-ID                  PIC X(08).
           05  BT-COMPONENT                OCCURS 3 TIMES.
               10  BT-CMP-CODE             PIC X(05).
               10  BT-CMP-AUTHORITY        PIC X(06).
               10  BT-CMP-RATE             PIC 9(02)V9(02).
               10  BT-CMP-RATE-X REDEFINES BT-CMP-RATE
                                           PIC X(04).
