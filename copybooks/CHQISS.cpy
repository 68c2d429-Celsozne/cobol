      ******************************************************************
      *    COPYBOOK.....: CHQISS.cpy
      *    DESCRIPTION...: CHQISSUE PARAMETER AREA - THE CALLER FILLS
      *                    IN THE PAYEE, AMOUNT, ISSUE DATE AND SOURCE
      *                    OF ONE CHEQUE; CHQISSUE RETURNS THE SERIAL
      *                    NUMBER IT ASSIGNED AND RECORDED ON THE
      *                    CHQREG CHEQUE STOCK REGISTER.  A NON-ZERO
      *                    RETURN CODE MEANS THE REGISTER COULD NOT BE
      *                    UPDATED AND THE SERIAL IS ZERO.  THE
      *                    REGISTER STAYS OPEN ACROSS CALLS; THE CALLER
      *                    SENDS FUNCTION 'T' ONCE AT END OF JOB TO
      *                    CLOSE IT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   CIA-FUNCTION ADDED - 'I' ISSUES A CHEQUE,
      *                     'T' CLOSES THE REGISTER AT END OF JOB.
      ******************************************************************
       01  CHQ-ISSUE-AREA.
           05  CIA-FUNCTION                PIC X(01).
               88  CIA-FUNC-ISSUE                  VALUE 'I'.
               88  CIA-FUNC-TERMINATE              VALUE 'T'.
           05  CIA-EMP-ID                  PIC 9(05).
           05  CIA-PAYEE-NAME              PIC X(30).
           05  CIA-AMOUNT                  PIC 9(07)V9(02).
           05  CIA-ISSUE-DATE              PIC 9(08).
           05  CIA-SOURCE                  PIC X(01).
           05  CIA-SERIAL                  PIC 9(08).
           05  CIA-RETURN-CODE             PIC 9(02).
               88  CIA-ISSUED                      VALUE ZERO.
