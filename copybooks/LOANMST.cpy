      ******************************************************************
      *    COPYBOOK.....: LOANMST.cpy
      *    DESCRIPTION...: INSTALMENT LOAN MASTER RECORD - ONE RECORD
      *                    PER LOAN, KEYED BY THE LOAN'S OWN ACCTMST
      *                    ACCOUNT (TYPE 'LN').  CARRIES THE AGREED
      *                    PRINCIPAL, ANNUAL RATE (PERCENT) AND TERM
      *                    IN MONTHS, THE LEVEL MONTHLY INSTALMENT,
      *                    THE DEPOSIT ACCOUNT REPAYMENTS ARE DEBITED
      *                    FROM, THE PRINCIPAL STILL OUTSTANDING AND
      *                    THE NEXT INSTALMENT NOT YET PAID.  SET UP
      *                    BY LOANMNT, WHICH ALSO WRITES THE LOANSCHD
      *                    SCHEDULE; REPAID BY LOANDUE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  LOAN-MASTER-RECORD.
           05  LN-LOAN-ACCT                PIC 9(06).
           05  LN-CUST-ID                  PIC 9(05).
           05  LN-DEPOSIT-ACCT             PIC 9(06).
           05  LN-PRINCIPAL                PIC 9(07)V9(02).
           05  LN-ANNUAL-RATE              PIC 9(02)V9(04).
           05  LN-TERM-MONTHS              PIC 9(03).
           05  LN-START-DATE               PIC 9(08).
           05  LN-FIRST-DUE-DATE           PIC 9(08).
           05  LN-INSTALMENT               PIC 9(07)V9(02).
           05  LN-OUTSTANDING              PIC 9(07)V9(02).
           05  LN-INTEREST-PAID            PIC 9(07)V9(02).
           05  LN-PRINCIPAL-PAID           PIC 9(07)V9(02).
           05  LN-NEXT-INST-NO             PIC 9(03).
           05  LN-LAST-PAY-DATE            PIC 9(08).
           05  LN-STATUS                   PIC X(01).
               88  LN-ACTIVE                       VALUE 'A'.
               88  LN-PAID-OFF                     VALUE 'P'.
