      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   THE SVCCHG MONTH-END SERVICE CHARGES
      *                     POST HERE DIRECTLY UNDER THEIR OWN CODES
      *                     (FM MAINTENANCE, FB BELOW MINIMUM, FW
      *                     WITHDRAWAL FEES).
      *    2026-10-15 JPL   TH-ORIGIN ADDED - 'S' FOR A SYSTEM
      *                     POSTING, BLANK FOR A CUSTOMER POSTING -
      *                     SO DORMRUN CAN FIND THE LAST CUSTOMER
      *                     ACTIVITY ON EACH ACCOUNT.
      *    2026-10-15 JPL   REVERSALS: AN IF5 'RV' POSTING IS WRITTEN
      *                     WITH TH-REVERSAL-SW 'V' AND THE ORIGINAL'S
      *                     TRN-ID AND POSTING DATE; EACH LEG OF THE
      *                     ORIGINAL IS MARKED 'R' ONCE REVERSED.
      *    2026-10-15 JPL   THE ACCTCLS CLOSURE RUN POSTS HERE DIRECTLY:
      *                     THE FINAL INTEREST (DR/WD), THE CLOSING FEE
      *                     UNDER ITS OWN SERVICE-CHARGE CODE FC, AND
      *                     THE PAYOUT (TR BOTH LEGS, OR WD FOR A
      *                     CHEQUE).
      ******************************************************************
       01  ACCT-HIST-RECORD.
           05  TH-ACCT-NO                  PIC 9(06).
           05  TH-POST-DATE                PIC 9(08).
           05  TH-TRN-ID                   PIC 9(05).
           05  TH-TRN-CODE                 PIC X(02).
               88  TH-SERVICE-CHARGE               VALUE 'FM' 'FB'
                                                         'FW' 'FC'.
               88  TH-MAINT-FEE                    VALUE 'FM'.
               88  TH-MIN-BAL-FEE                  VALUE 'FB'.
               88  TH-WDL-FEE                      VALUE 'FW'.
               88  TH-CLOSE-FEE                    VALUE 'FC'.
           05  TH-SIGN                     PIC X(01).
               88  TH-CREDIT                       VALUE '+'.
               88  TH-DEBIT                        VALUE '-'.
           05  TH-AMOUNT                   PIC 9(05)V9(02).
           05  TH-NEW-BALANCE              PIC S9(9)V9(02).
           05  TH-ORIGIN                   PIC X(01).
               88  TH-SYSTEM-ORIGIN                VALUE 'S'.
           05  TH-REVERSAL-SW              PIC X(01).
               88  TH-REVERSED                     VALUE 'R'.
               88  TH-REVERSAL-ENTRY               VALUE 'V'.
           05  TH-REV-TRN-ID               PIC 9(05).
           05  TH-REV-POST-DATE            PIC 9(08).
