      ******************************************************************
      *    COPYBOOK.....: SORDMAST.cpy
      *    DESCRIPTION...: STANDING ORDER MASTER RECORD - ONE RECORD
      *                    PER RECURRING TRANSFER: FROM AND TO
      *                    ACCOUNT, AMOUNT, FREQUENCY, START AND END
      *                    DATES (END ZERO = UNTIL CANCELLED) AND THE
      *                    NEXT DUE DATE.  SO-DUE-DAY IS THE START
      *                    DATE'S DAY OF THE MONTH, WHICH A MONTHLY,
      *                    QUARTERLY OR ANNUAL ORDER KEEPS RETURNING
      *                    TO AFTER A SHORT MONTH.  MAINTAINED BY
      *                    SORDMNT; SORDGEN RAISES THE DUE TRANSFERS
      *                    AND ROLLS THE NEXT DUE DATE FORWARD.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-NO                 PIC 9(06).
           05  SO-FROM-ACCT                PIC 9(06).
           05  SO-TO-ACCT                  PIC 9(06).
           05  SO-AMOUNT                   PIC 9(05)V9(02).
           05  SO-FREQUENCY                PIC X(01).
               88  SO-WEEKLY                       VALUE 'W'.
               88  SO-FORTNIGHTLY                  VALUE 'F'.
               88  SO-MONTHLY                      VALUE 'M'.
               88  SO-QUARTERLY                    VALUE 'Q'.
               88  SO-ANNUAL                       VALUE 'A'.
               88  SO-FREQUENCY-VALID              VALUES 'W' 'F'
                                                   'M' 'Q' 'A'.
           05  SO-START-DATE               PIC 9(08).
           05  SO-END-DATE                 PIC 9(08).
           05  SO-NEXT-DUE-DATE            PIC 9(08).
           05  SO-DUE-DAY                  PIC 9(02).
           05  SO-STATUS                   PIC X(01).
               88  SO-ACTIVE                       VALUE 'A'.
               88  SO-SUSPENDED                    VALUE 'S'.
               88  SO-ENDED                        VALUE 'E'.
           05  SO-LAST-RUN-DATE            PIC 9(08).
           05  SO-LAST-RESULT              PIC X(01).
               88  SO-LAST-PAID                    VALUE 'P'.
               88  SO-LAST-FAILED                  VALUE 'F'.
           05  SO-FAIL-COUNT               PIC 9(03).
