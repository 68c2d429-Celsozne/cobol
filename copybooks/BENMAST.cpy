      ******************************************************************
      *    COPYBOOK.....: BENMAST.cpy
      *    DESCRIPTION...: BENEFIT DEDUCTION MASTER RECORD - ONE
      *                    VOLUNTARY DEDUCTION PLAN (PENSION, MEDICAL
      *                    INSURANCE, UNION DUES) PER RECORD, KEYED BY
      *                    EMPLOYEE AND PLAN CODE.  EACH SIDE - THE
      *                    EMPLOYEE DEDUCTION AND THE EMPLOYER
      *                    CONTRIBUTION - IS A FIXED AMOUNT OR A
      *                    PERCENT OF GROSS, WITH AN OPTIONAL PER-
      *                    PERIOD CAP AND ANNUAL CAP (ZERO = NO CAP).
      *                    A PRE-TAX PLAN IS TAKEN BEFORE TAX AND
      *                    REDUCES THE TAXABLE PAY; A POST-TAX PLAN IS
      *                    TAKEN FROM THE NET AFTER TAX, AHEAD OF THE
      *                    GARNISHMENTS.  THE PAY RUN ROLLS THE YEAR-
      *                    TO-DATE FIGURES (RESTARTED WHEN THE YEAR
      *                    CHANGES) AND KEEPS THE LAST PAY DATE'S
      *                    AMOUNTS SO A RERUN OF THAT NIGHT REPLACES
      *                    RATHER THAN DOUBLES THEM.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  BEN-PLAN-RECORD.
           05  BN-KEY.
               10  BN-EMP-ID               PIC 9(05).
               10  BN-PLAN-CODE            PIC X(04).
           05  BN-PLAN-TYPE                PIC X(01).
               88  BN-TYPE-PENSION                 VALUE 'P'.
               88  BN-TYPE-MEDICAL                 VALUE 'M'.
               88  BN-TYPE-UNION                   VALUE 'U'.
               88  BN-TYPE-OTHER                   VALUE 'O'.
           05  BN-PROVIDER-ID              PIC X(06).
           05  BN-PROVIDER-NAME            PIC X(20).
           05  BN-TAX-TREATMENT            PIC X(01).
               88  BN-PRE-TAX                      VALUE 'P'.
               88  BN-POST-TAX                     VALUE 'A'.
           05  BN-EE-METHOD                PIC X(01).
               88  BN-EE-METHOD-AMOUNT             VALUE 'A'.
               88  BN-EE-METHOD-PERCENT            VALUE 'P'.
           05  BN-EE-AMOUNT                PIC 9(05)V9(02).
           05  BN-EE-PERCENT               PIC 9(02)V9(02).
           05  BN-EE-PERIOD-CAP            PIC 9(05)V9(02).
           05  BN-EE-ANNUAL-CAP            PIC 9(07)V9(02).
           05  BN-ER-METHOD                PIC X(01).
               88  BN-ER-METHOD-AMOUNT             VALUE 'A'.
               88  BN-ER-METHOD-PERCENT            VALUE 'P'.
           05  BN-ER-AMOUNT                PIC 9(05)V9(02).
           05  BN-ER-PERCENT               PIC 9(02)V9(02).
           05  BN-ER-PERIOD-CAP            PIC 9(05)V9(02).
           05  BN-ER-ANNUAL-CAP            PIC 9(07)V9(02).
           05  BN-STATUS                   PIC X(01).
               88  BN-STATUS-ACTIVE                VALUE 'A'.
               88  BN-STATUS-SUSPENDED             VALUE 'S'.
               88  BN-STATUS-CLOSED                VALUE 'C'.
           05  BN-YTD-YEAR                 PIC 9(04).
           05  BN-YTD-EE                   PIC 9(07)V9(02).
           05  BN-YTD-ER                   PIC 9(07)V9(02).
           05  BN-LAST-PAY-DATE            PIC 9(08).
           05  BN-LAST-EE                  PIC 9(05)V9(02).
           05  BN-LAST-ER                  PIC 9(05)V9(02).
