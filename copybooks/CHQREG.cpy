      ******************************************************************
      *    COPYBOOK.....: CHQREG.cpy
      *    DESCRIPTION...: CHEQUE STOCK REGISTER RECORD - ONE RECORD
      *                    PER CHEQUE SERIAL NUMBER ISSUED TO THE
      *                    CHQLIST FALLBACK, KEYED BY SERIAL.  THE
      *                    SHARED CHQISSUE ROUTINE NUMBERS AND RECORDS
      *                    EACH CHEQUE AS IT IS LISTED; CHQMNT APPLIES
      *                    THE VOIDS, SPOILS, REPRINTS AND PAID
      *                    NOTICES AND SENDS EVERY ISSUE AND VOID NOT
      *                    YET REPORTED TO THE BANK ON THE POSPAY
      *                    POSITIVE-PAY FILE.  SERIAL ZERO IS THE
      *                    CONTROL RECORD HOLDING THE NEXT SERIAL TO
      *                    BE ISSUED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   SOURCE 'A' FOR A CHEQUE PAYING OUT THE
      *                     BALANCE OF AN ACCOUNT CLOSED BY ACCTCLS;
      *                     CR-EMP-ID THEN HOLDS THE CUSTOMER ID.
      ******************************************************************
       01  CHQ-REG-RECORD.
           05  CR-SERIAL                   PIC 9(08).
           05  CR-STATUS                   PIC X(01).
               88  CR-ISSUED                       VALUE 'I'.
               88  CR-VOIDED                       VALUE 'V'.
               88  CR-SPOILED                      VALUE 'S'.
               88  CR-REPRINTED                    VALUE 'R'.
               88  CR-CASHED                       VALUE 'C'.
               88  CR-CANCELLED                    VALUE 'V' 'S' 'R'.
           05  CR-EMP-ID                   PIC 9(05).
           05  CR-PAYEE-NAME               PIC X(30).
           05  CR-AMOUNT                   PIC 9(07)V9(02).
           05  CR-ISSUE-DATE               PIC 9(08).
           05  CR-SOURCE                   PIC X(01).
               88  CR-SOURCE-PAYRUN                VALUE 'P'.
               88  CR-SOURCE-OFFPAY                VALUE 'O'.
               88  CR-SOURCE-REPRINT               VALUE 'R'.
               88  CR-SOURCE-CLOSURE               VALUE 'A'.
           05  CR-STATUS-DATE              PIC 9(08).
           05  CR-LINKED-SERIAL            PIC 9(08).
           05  CR-POSPAY-SW                PIC X(01).
               88  CR-POSPAY-SENT                  VALUE 'Y'.
               88  CR-POSPAY-PENDING               VALUE 'N'.

       01  CHQ-REG-CONTROL-RECORD.
           05  CC-SERIAL                   PIC 9(08).
           05  CC-NEXT-SERIAL              PIC 9(08).
           05  CC-LAST-ISSUE-DATE          PIC 9(08).
           05  FILLER                      PIC X(55).
