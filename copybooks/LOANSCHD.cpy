      ******************************************************************
      *    COPYBOOK.....: LOANSCHD.cpy
      *    DESCRIPTION...: INSTALMENT LOAN REPAYMENT SCHEDULE RECORD -
      *                    ONE RECORD PER INSTALMENT OF EACH LOAN,
      *                    KEYED BY LOAN ACCOUNT AND INSTALMENT
      *                    NUMBER.  THE SCHEDULED INSTALMENT SPLITS
      *                    INTO THE MONTH'S INTEREST ON THE OPENING
      *                    BALANCE AND THE PRINCIPAL REPAID; LS-CLOSING
      *                    IS THE SCHEDULED BALANCE AFTER IT.  AN
      *                    INSTALMENT STAYS 'D' (DUE) UNTIL LOANDUE
      *                    DEBITS IT, WHEN IT BECOMES 'P' WITH THE
      *                    INTEREST AND PRINCIPAL ACTUALLY APPLIED.
      *                    LS-MISSED-COUNT COUNTS THE RUNS THAT COULD
      *                    NOT COLLECT IT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  LOAN-SCHEDULE-RECORD.
           05  LS-SCHED-KEY.
               10  LS-LOAN-ACCT            PIC 9(06).
               10  LS-INST-NO              PIC 9(03).
           05  LS-DUE-DATE                 PIC 9(08).
           05  LS-INSTALMENT               PIC 9(07)V9(02).
           05  LS-INTEREST                 PIC 9(07)V9(02).
           05  LS-PRINCIPAL                PIC 9(07)V9(02).
           05  LS-CLOSING                  PIC 9(07)V9(02).
           05  LS-STATUS                   PIC X(01).
               88  LS-DUE                          VALUE 'D'.
               88  LS-PAID                         VALUE 'P'.
           05  LS-PAID-DATE                PIC 9(08).
           05  LS-INTEREST-PAID            PIC 9(07)V9(02).
           05  LS-PRINCIPAL-PAID           PIC 9(07)V9(02).
           05  LS-MISSED-COUNT             PIC 9(03).
