      ******************************************************************
      *    COPYBOOK.....: REQMAST.cpy
      *    DESCRIPTION...: OPEN PURCHASE REQUISITION MASTER - ONE
      *                    RECORD PER ORDER LINE REQUISITIONED BY
      *                    REPLEN, KEYED BY ORDER AND LINE.  GRNRCV
      *                    RAISES THE ENTRY FROM THE PREQ INTERFACE
      *                    AND RECORDS EACH SUPPLIER RECEIPT AGAINST
      *                    IT; A FULLY RECEIVED ENTRY IS CLOSED BUT
      *                    KEPT, AND IS REOPENED IF THE LINE IS
      *                    REQUISITIONED AGAIN.  REQAGE LISTS THE
      *                    ENTRIES STILL OUTSTANDING PAST THEIR
      *                    EXPECTED RECEIPT DATE.  BOEXPIRE CANCELS
      *                    THE ENTRY WHEN ITS ORDER LINE IS
      *                    CANCELLED OR ITS BACKORDER EXPIRES.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED STATUS 'X' - CANCELLED, NO LONGER
      *                     OUTSTANDING AND NOT TO BE RECEIVED.
      ******************************************************************
       01  REQUISITION-MASTER-RECORD.
           05  RQM-REQ-KEY.
               10  RQM-ORDER-ID            PIC 9(05).
               10  RQM-LINE-NO             PIC 9(03).
           05  RQM-ITEM-CODE               PIC X(08).
           05  RQM-CUST-ID                 PIC 9(05).
           05  RQM-REQ-QTY                 PIC 9(07).
           05  RQM-RECEIVED-QTY            PIC 9(07).
           05  RQM-RAISED-DATE             PIC 9(08).
           05  RQM-EXPECTED-DATE           PIC 9(08).
           05  RQM-LAST-RECEIPT-DATE       PIC 9(08).
           05  RQM-STATUS                  PIC X(01).
               88  RQM-OPEN                        VALUE 'O'.
               88  RQM-PARTIAL                     VALUE 'P'.
               88  RQM-CLOSED                      VALUE 'C'.
               88  RQM-CANCELLED                   VALUE 'X'.
               88  RQM-OUTSTANDING                 VALUE 'O' 'P'.
