      ******************************************************************
      *    COPYBOOK.....: SODRULE.cpy
      *    DESCRIPTION...: SEGREGATION OF DUTIES RULE - ONE RECORD PER
      *                    CONFLICTING-DUTY RULE CHECKED BY THE SODRPT
      *                    MONTHLY REPORT.  THE EVENTS ARE THE ACTIONS
      *                    SODRPT READS OFF THE AUDIT TRAILS:
      *                      EMPADD   EMPAUD  EMPLOYEE ADDED
      *                      EMPPAY   EMPAUD  BASE PAY, GRADE OR PAY
      *                                       GROUP CHANGED
      *                      BANKSET  BNKAUD  BANK DETAILS ADDED OR
      *                                       CHANGED
      *                      BADGISS  BADGAUD BADGE ISSUED OR
      *                                       REASSIGNED
      *                      ACCTLIM  ACCTAUD OVERDRAFT LIMIT SET
      *                      ACCTSTAT ACCTAUD ACCOUNT STATUS CHANGED
      *                      ADJAPPR  APPRAUD ADJUSTMENT APPROVED
      *                    MATCH 'K' - ONE USER DID THE FIRST AND THE
      *                    SECOND EVENT ON THE SAME EMPLOYEE OR
      *                    ACCOUNT WITHIN THE WINDOW DAYS (ZERO MEANS
      *                    90).  MATCH 'S' - ONE USER DID THE FIRST
      *                    EVENT ON THEIR OWN EMPLOYEE RECORD (THE
      *                    USERAUTH EMPLOYEE NUMBER); THE SECOND EVENT
      *                    AND WINDOW ARE NOT USED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  SOD-RULE-RECORD.
           05  SR-RULE-ID                  PIC X(04).
           05  SR-FIRST-EVENT              PIC X(08).
           05  SR-SECOND-EVENT             PIC X(08).
           05  SR-MATCH                    PIC X(01).
               88  SR-SAME-KEY                     VALUE 'K'.
               88  SR-OWN-RECORD                   VALUE 'S'.
               88  SR-MATCH-VALID                  VALUE 'K' 'S'.
           05  SR-WINDOW-DAYS              PIC 9(03).
           05  SR-DESCRIPTION              PIC X(40).
