      ******************************************************************
      *    COPYBOOK.....: CASHALRT.cpy
      *    DESCRIPTION...: CASH-MONITORING ALERT RECORD - ONE RECORD
      *                    PER TRIGGERING POSTING OF EACH NEW CASE
      *                    CASHMON RAISES, CARRYING THE CASE KEY AND
      *                    THE CASE'S POSTING COUNT AND TOTAL SO THE
      *                    COMPLIANCE FEED CAN REBUILD THE CASE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CASH-ALERT-RECORD.
           05  CA-CASE-KEY.
               10  CA-CUST-ID              PIC 9(05).
               10  CA-ALERT-TYPE           PIC X(01).
               10  CA-TRIG-DATE            PIC 9(08).
               10  CA-TRIG-ACCT            PIC 9(06).
               10  CA-TRIG-TRN-ID          PIC 9(05).
           05  CA-RUN-DATE                 PIC 9(08).
           05  CA-ACCT-NO                  PIC 9(06).
           05  CA-POST-DATE                PIC 9(08).
           05  CA-TRN-ID                   PIC 9(05).
           05  CA-TRN-CODE                 PIC X(02).
           05  CA-AMOUNT                   PIC 9(05)V9(02).
           05  CA-CASE-COUNT               PIC 9(03).
           05  CA-CASE-TOTAL               PIC 9(07)V9(02).
