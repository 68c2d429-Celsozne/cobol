      ******************************************************************
      *    COPYBOOK.....: LOANTRAN.cpy
      *    DESCRIPTION...: INSTALMENT LOAN MAINTENANCE TRANSACTION -
      *                    'A' SETS UP A LOAN ON AN OPEN ACCTMST LOAN
      *                    ACCOUNT (TYPE 'LN') AND GENERATES ITS
      *                    SCHEDULE; 'D' REMOVES A LOAN ENTERED IN
      *                    ERROR, ONLY WHILE NOTHING HAS BEEN REPAID.
      *                    THE RATE IS AN ANNUAL PERCENTAGE, THE TERM
      *                    IN MONTHS; INSTALMENTS FALL MONTHLY FROM
      *                    THE FIRST DUE DATE.  THE USER MUST HOLD
      *                    LOANMST AUTHORITY FOR THE PRINCIPAL.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  LOAN-TRAN-RECORD.
           05  LT-TRAN-CODE                PIC X(01).
               88  LT-ADD                          VALUE 'A'.
               88  LT-DELETE                       VALUE 'D'.
           05  LT-LOAN-ACCT                PIC 9(06).
           05  LT-DEPOSIT-ACCT             PIC 9(06).
           05  LT-PRINCIPAL                PIC 9(07)V9(02).
           05  LT-ANNUAL-RATE              PIC 9(02)V9(04).
           05  LT-TERM-MONTHS              PIC 9(03).
           05  LT-START-DATE               PIC 9(08).
           05  LT-FIRST-DUE-DATE           PIC 9(08).
           05  LT-USER-ID                  PIC X(08).
