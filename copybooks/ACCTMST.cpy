      *    2026-09-02 JPL   ADDED THE OVERDRAFT LIMIT FOR THE
      *                     COMMERCIAL FACILITIES THE FLAT-ZERO
      *                     FUNDS CHECK KEPT BOUNCING.
      *    2026-10-15 JPL   ADDED THE ACCOUNT TYPE THAT PICKS THE
      *                     SVCFEE SERVICE-CHARGE SCHEDULE ROW.
      *    2026-10-15 JPL   ADDED THE FREEZE REASON ('D' FOR AN
      *                     ACCOUNT FROZEN BY THE DORMANCY RUN) AND
      *                     THE DATE A DORMANT ACCOUNT WAS LAST
      *                     REACTIVATED.
      *    2026-10-15 JPL   ADDED ACCOUNT TYPE 'LN' FOR INSTALMENT LOAN
      *                     ACCOUNTS (DETAIL ON LOANMST; NO ACCTBAL).
      *    2026-10-15 JPL   ADDED THE CLOSED DATE, STAMPED WHEN THE
      *                     ACCTCLS CLOSURE RUN'S 'X' TRANSACTION
      *                     CLOSES THE ACCOUNT; THE HISTARC ARCHIVE
      *                     RUN COUNTS THE RETENTION PERIOD FROM IT.
      *    2026-10-15 JPL   ADDED THE ACCOUNT CURRENCY - BLANK FOR THE
      *                     BASE CURRENCY, OTHERWISE THE THREE-LETTER
      *                     CODE OF THE EXCHRATE RATE IT IS HELD IN.
      ******************************************************************
       01  ACCT-MASTER-RECORD.
           05  AM-ACCT-NO                  PIC 9(06).
               88  AM-FROZEN                       VALUE 'F'.
           05  AM-CUST-ID                  PIC 9(05).
           05  AM-OD-LIMIT                 PIC 9(07)V9(02).
           05  AM-ACCT-TYPE                PIC X(02).
               88  AM-LOAN-ACCOUNT                 VALUE 'LN'.
           05  AM-FREEZE-REASON            PIC X(01).
               88  AM-DORMANT-FREEZE               VALUE 'D'.
           05  AM-REACTIVATE-DATE          PIC 9(08).
           05  AM-CLOSE-DATE               PIC 9(08).
           05  AM-CURRENCY                 PIC X(03).
               88  AM-BASE-CURRENCY                VALUE SPACES.
