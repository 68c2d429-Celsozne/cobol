      ******************************************************************
      *    COPYBOOK.....: CUSTCRED.cpy
      *    DESCRIPTION...: CUSTOMER CREDIT MASTER - ONE RECORD PER
      *                    CUSTOMER GRANTED CREDIT, KEYED ON THE
      *                    CUSTNMM CUSTOMER ID.  HOLDS THE CREDIT
      *                    LIMIT ORDMNT TESTS NEW ORDERS AGAINST AND
      *                    THE CREDIT HOLD FLAG THAT PARKS THEM
      *                    OUTRIGHT.  MAINTAINED ONLY BY CREDMNT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CUST-CREDIT-RECORD.
           05  CCR-CUST-ID                 PIC 9(05).
           05  CCR-CREDIT-LIMIT            PIC 9(07)V9(02).
           05  CCR-HOLD-SW                 PIC X(01).
               88  CCR-ON-HOLD                     VALUE 'Y'.
           05  CCR-HOLD-REASON             PIC X(02).
           05  CCR-HOLD-DATE               PIC 9(08).
           05  CCR-LAST-CHANGE-DATE        PIC 9(08).
           05  CCR-LAST-USER-ID            PIC X(08).
