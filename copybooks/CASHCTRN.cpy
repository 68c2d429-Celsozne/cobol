      ******************************************************************
      *    COPYBOOK.....: CASHCTRN.cpy
      *    DESCRIPTION...: CASH-MONITORING CASE STATUS TRANSACTION -
      *                    COMPLIANCE CLOSES ('C') OR REOPENS ('O')
      *                    ONE CASHCASE CASE BY ITS FULL KEY.  THE
      *                    USER MUST HOLD CASHCASE AUTHORITY ON
      *                    USERAUTH.  APPLIED BY CASHMON AHEAD OF THE
      *                    NIGHT'S MONITORING.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CASH-CASE-TRAN-RECORD.
           05  CCT-ACTION                  PIC X(01).
               88  CCT-CLOSE                       VALUE 'C'.
               88  CCT-REOPEN                      VALUE 'O'.
           05  CCT-CASE-KEY.
               10  CCT-CUST-ID             PIC 9(05).
               10  CCT-ALERT-TYPE          PIC X(01).
               10  CCT-TRIG-DATE           PIC 9(08).
               10  CCT-TRIG-ACCT           PIC 9(06).
               10  CCT-TRIG-TRN-ID         PIC 9(05).
           05  CCT-USER-ID                 PIC X(08).
