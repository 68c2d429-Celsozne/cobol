      ******************************************************************
      *    COPYBOOK.....: OFFTRAN.cpy
      *    DESCRIPTION...: OFF-CYCLE PAYMENT REQUEST RECORD - ONE
      *                    REQUEST PER ONE-OFF OR CORRECTIVE PAYMENT
      *                    TO AN EMPLOYEE OUTSIDE THE REGULAR PAYRUN
      *                    CYCLE.  THE AMOUNT IS GROSS; OFFPAY
      *                    WITHHOLDS TAX ON IT WITH THE SAME TAXBRKT
      *                    BANDS AS THE PAY RUN.  THE FILE ARRIVES
      *                    INSIDE THE STANDARD HDR/TRL ENVELOPE
      *                    (FILE ID 'OFFTRAN').
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  OFF-PAY-RECORD.
           05  OT-EMP-ID                   PIC 9(05).
           05  OT-PAY-TYPE                 PIC X(01).
               88  OT-TYPE-MISSED                  VALUE 'M'.
               88  OT-TYPE-CORRECTION              VALUE 'C'.
               88  OT-TYPE-ONE-OFF                 VALUE 'B'.
               88  OT-TYPE-VALID                   VALUE 'M' 'C' 'B'.
           05  OT-GROSS-AMOUNT             PIC 9(07)V9(02).
           05  OT-REASON                   PIC X(20).
           05  OT-REQUEST-USER             PIC X(08).
