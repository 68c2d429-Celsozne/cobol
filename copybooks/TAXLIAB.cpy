      ******************************************************************
      *    COPYBOOK.....: TAXLIAB.cpy
      *    DESCRIPTION...: WITHHOLDING TAX LIABILITY MASTER - ONE
      *                    RECORD PER PAY DATE, PAY GROUP AND RUN TYPE,
      *                    BUILT BY TAXREM FROM THE PAYHIST PAY-RESULT
      *                    MASTER.  TL-TAX IS WHAT WAS WITHHELD FOR
      *                    THE PERIOD (REBUILT EVERY NIGHT THE PAY
      *                    DATE IS INSIDE THE LOOKBACK WINDOW, SO A
      *                    RERUN OR LATE OFF-CYCLE PAYMENT IS PICKED
      *                    UP); TL-REMITTED-TAX IS WHAT HAS ALREADY
      *                    GONE TO THE AUTHORITY ON TAXREMIT.  THE
      *                    DIFFERENCE IS THE NEXT REMITTANCE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  TAX-LIAB-RECORD.
           05  TL-KEY.
               10  TL-PAY-DATE             PIC 9(08).
               10  TL-PAY-GROUP            PIC X(01).
               10  TL-RUN-TYPE             PIC X(01).
                   88  TL-RUN-REGULAR              VALUE 'R'.
                   88  TL-RUN-OFF-CYCLE            VALUE 'O'.
           05  TL-EMP-COUNT                PIC 9(05).
           05  TL-GROSS                    PIC S9(9)V9(2).
           05  TL-TAX                      PIC S9(9)V9(2).
           05  TL-REMITTED-TAX             PIC S9(9)V9(2).
           05  TL-LAST-REMIT-DATE          PIC 9(08).
