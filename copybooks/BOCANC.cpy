      ******************************************************************
      *    COPYBOOK.....: BOCANC.cpy
      *    DESCRIPTION...: ORDER CANCELLATION CASCADE - ONE RECORD PER
      *                    LINE CANCELLED, ORDER CANCELLED OR ORDER
      *                    CLOSED BY ORDMNT (LINE ZERO = EVERY LINE
      *                    OF THE ORDER), FOR BOEXPIRE TO CLOSE THE
      *                    LINE'S OPEN EXCEPTION AND REQUISITION.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CANCELLATION-RECORD.
           05  BCN-ORDER-ID                PIC 9(05).
           05  BCN-LINE-NO                 PIC 9(03).
           05  BCN-REASON                  PIC X(01).
               88  BCN-CANCELLED                   VALUE 'X'.
               88  BCN-ORDER-CLOSED                VALUE 'C'.
           05  BCN-DATE                    PIC 9(08).
