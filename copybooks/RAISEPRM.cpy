      ******************************************************************
      *    COPYBOOK.....: RAISEPRM.cpy
      *    DESCRIPTION...: SALARY INCREASE WHAT-IF PARAMETER CARD - ONE
      *                    PROPOSED RAISE PERCENT PER CARD, FOR ONE
      *                    DEPARTMENT ('D'), ONE PAY GRADE ('G') OR
      *                    EVERYONE NOT OTHERWISE COVERED ('*', CODE
      *                    BLANK).  A DEPARTMENT CARD OUTRANKS A GRADE
      *                    CARD, WHICH OUTRANKS THE '*' CARD; AN
      *                    EMPLOYEE COVERED BY NONE IS PROJECTED WITH
      *                    NO RAISE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  RAISE-PARM-RECORD.
           05  RP-SCOPE                    PIC X(01).
               88  RP-SCOPE-DEPT                   VALUE 'D'.
               88  RP-SCOPE-GRADE                  VALUE 'G'.
               88  RP-SCOPE-ALL                    VALUE '*'.
               88  RP-SCOPE-VALID                  VALUE 'D' 'G' '*'.
           05  RP-CODE                     PIC X(03).
           05  RP-RAISE-PCT                PIC 9(02)V9(02).
