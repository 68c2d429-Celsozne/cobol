      ******************************************************************
      *    COPYBOOK.....: PAYREL.cpy
      *    DESCRIPTION...: BANKPAY RELEASE CONTROL RECORD - ONE PER
      *                    BANKPAY FILE (FILE ID CARRIES THE PAY
      *                    GROUP IN POSITION 8) PER BUSINESS DATE.
      *                    PAYVAR WRITES IT HELD WHEN THE NET-PAY
      *                    VARIANCE REVIEW LISTS EXCEPTIONS, RELEASED
      *                    WHEN IT IS CLEAN; PAYRLSE RELEASES A HELD
      *                    FILE ON PAYROLL'S SIGN-OFF.  A FILE IS
      *                    REGISTERED ON THE XMITMAN TRANSMISSION
      *                    MANIFEST ONLY WHEN IT IS RELEASED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE 'B' BLOCKED STATUS - PAYVAR
      *                     BLOCKS EVERY FILE WHEN THE PAYBAL LEDGER
      *                     DOES NOT BALANCE FOR THE NIGHT.  PAYRLSE
      *                     RELEASES HELD FILES ONLY; A BLOCKED FILE
      *                     GOES OUT ONLY AFTER THE CHAIN IS CORRECTED
      *                     AND PAYBAL AND PAYVAR ARE RERUN.
      ******************************************************************
       01  PAY-RELEASE-RECORD.
           05  PR-FILE-ID                  PIC X(08).
           05  PR-BUS-DATE                 PIC 9(08).
           05  PR-STATUS                   PIC X(01).
               88  PR-HELD                         VALUE 'H'.
               88  PR-RELEASED                     VALUE 'R'.
               88  PR-BLOCKED                      VALUE 'B'.
           05  PR-REVIEWED-COUNT           PIC 9(05).
           05  PR-EXCEPTION-COUNT          PIC 9(05).
           05  PR-REC-COUNT                PIC 9(07).
           05  PR-AMOUNT-HASH              PIC 9(11)V9(02).
           05  PR-SIGNOFF-USER             PIC X(08).
           05  PR-SIGNOFF-DATE             PIC 9(08).
