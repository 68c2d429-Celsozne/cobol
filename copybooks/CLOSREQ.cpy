      ******************************************************************
      *    COPYBOOK.....: CLOSREQ.cpy
      *    DESCRIPTION...: ACCOUNT CLOSURE REQUEST - ONE RECORD PER
      *                    ACCOUNT TO BE CLOSED BY THE ACCTCLS CLOSURE
      *                    RUN, NAMING HOW THE REMAINING BALANCE IS
      *                    PAID OUT: BY TRANSFER TO THE NOMINATED
      *                    ACCOUNT OR BY CHEQUE TO THE PAYEE.  THE
      *                    USER MUST BE AUTHORIZED ON USERAUTH.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CLOSE-REQ-RECORD.
           05  CL-ACCT-NO                  PIC 9(06).
           05  CL-PAYOUT-METHOD            PIC X(01).
               88  CL-BY-TRANSFER                  VALUE 'T'.
               88  CL-BY-CHEQUE                    VALUE 'Q'.
           05  CL-PAYOUT-ACCT              PIC 9(06).
           05  CL-PAYEE-NAME               PIC X(30).
           05  CL-USER-ID                  PIC X(08).
