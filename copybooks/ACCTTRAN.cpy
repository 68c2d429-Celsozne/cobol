      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE ACCOUNT TYPE.
      *    2026-10-15 JPL   ADDED THE 'F' DORMANCY FREEZE RAISED BY
      *                     DORMRUN, THE FREEZE REASON AND THE
      *                     USER ID CHECKED AGAINST USERAUTH WHEN A
      *                     DORMANT ACCOUNT IS REACTIVATED.
      *    2026-10-15 JPL   ADDED THE 'X' CLOSURE RAISED BY THE ACCTCLS
      *                     CLOSURE RUN ONCE THE ACCOUNT HAS BEEN
      *                     SETTLED, WITH THE DATE IT WAS CLOSED.
      *    2026-10-15 JPL   ADDED THE ACCOUNT CURRENCY (BLANK FOR THE
      *                     BASE CURRENCY), SET WHEN THE ACCOUNT IS
      *                     ADDED AND NOT CHANGEABLE AFTERWARDS.
      ******************************************************************
       01  ACCT-TRAN-RECORD.
           05  ACT-TRAN-CODE               PIC X(01).
               88  ACT-ADD                         VALUE 'A'.
               88  ACT-CHANGE                      VALUE 'C'.
               88  ACT-DELETE                      VALUE 'D'.
               88  ACT-DORMANCY-FREEZE             VALUE 'F'.
               88  ACT-ACCOUNT-CLOSURE             VALUE 'X'.
           05  ACT-ACCT-NO                 PIC 9(06).
           05  ACT-OPEN-DATE               PIC 9(08).
           05  ACT-STATUS                  PIC X(01).
           05  ACT-CUST-ID                 PIC 9(05).
           05  ACT-OD-LIMIT                PIC 9(07)V9(02).
           05  ACT-ACCT-TYPE               PIC X(02).
           05  ACT-FREEZE-REASON           PIC X(01).
           05  ACT-USER-ID                 PIC X(08).
           05  ACT-CLOSE-DATE              PIC 9(08).
           05  ACT-CURRENCY                PIC X(03).
