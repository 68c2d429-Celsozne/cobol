      ******************************************************************
      *    COPYBOOK.....: CASHCASE.cpy
      *    DESCRIPTION...: CASH-MONITORING CASE MASTER RECORD - ONE
      *                    RECORD PER ALERT CASE RAISED BY CASHMON.
      *                    TYPE 'L' IS A SINGLE LARGE CASH DEPOSIT OR
      *                    WITHDRAWAL, KEYED BY THAT POSTING; TYPE 'S'
      *                    IS A RUN OF SMALLER DEPOSITS THAT TOGETHER
      *                    PASS THE AGGREGATE LIMIT, KEYED BY THE
      *                    FIRST DEPOSIT, WITH CC-LAST-DATE THE LAST
      *                    DEPOSIT THE CASE COVERS.  A CASE OPENS 'O'
      *                    AND IS CLOSED 'C' BY COMPLIANCE THROUGH
      *                    CASHCTRN; A POSTING ALREADY ON A CASE,
      *                    OPEN OR CLOSED, IS NEVER ALERTED AGAIN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CASH-CASE-RECORD.
           05  CC-CASE-KEY.
               10  CC-CUST-ID              PIC 9(05).
               10  CC-ALERT-TYPE           PIC X(01).
                   88  CC-LARGE-CASH               VALUE 'L'.
                   88  CC-STRUCTURING              VALUE 'S'.
               10  CC-TRIG-DATE            PIC 9(08).
               10  CC-TRIG-ACCT            PIC 9(06).
               10  CC-TRIG-TRN-ID          PIC 9(05).
           05  CC-STATUS                   PIC X(01).
               88  CC-OPEN                         VALUE 'O'.
               88  CC-CLOSED                       VALUE 'C'.
           05  CC-OPENED-DATE              PIC 9(08).
           05  CC-LAST-DATE                PIC 9(08).
           05  CC-TXN-COUNT                PIC 9(03).
           05  CC-TOTAL-AMOUNT             PIC 9(07)V9(02).
           05  CC-CLOSED-DATE              PIC 9(08).
           05  CC-CLOSED-BY                PIC X(08).
