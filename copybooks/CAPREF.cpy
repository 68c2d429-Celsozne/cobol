      ******************************************************************
      *    COPYBOOK.....: CAPREF.cpy
      *    DESCRIPTION...: FILE CAPACITY REFERENCE RECORD - ONE PER
      *                    MASTER WATCHED BY THE CAPFCST MONTHLY
      *                    CAPACITY FORECAST.  HOLDS THE RECORDS THE
      *                    FILE'S SPACE ALLOCATION WILL TAKE, THE
      *                    PERCENTAGE OF IT AT WHICH TO WARN (ZERO
      *                    MEANS 80) AND THE DATE OF THE NEXT
      *                    CAPACITY REVIEW (ZERO OR PAST MEANS THREE
      *                    MONTHS ON FROM THE RUN).
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CAPACITY-REF-RECORD.
           05  CR-FILE-ID                  PIC X(08).
           05  CR-ALLOC-RECORDS            PIC 9(09).
           05  CR-WARN-PCT                 PIC 9(03).
           05  CR-REVIEW-DATE              PIC 9(08).
