      ******************************************************************
      *    COPYBOOK.....: OPENINV.cpy
      *    DESCRIPTION...: OPEN-INVOICE MASTER RECORD (INDEXED, KEYED
      *                    BY INVOICE NUMBER) - ONE PER CUSTOMER
      *                    INVOICE THE BILLING RUN RAISES, WITH THE
      *                    AMOUNT PAID AGAINST IT SO FAR BY IF5
      *                    DEPOSITS.  THE RECORD AT INVOICE NUMBER
      *                    ZERO IS THE CONTROL RECORD HOLDING THE NEXT
      *                    INVOICE NUMBER TO ISSUE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  OPEN-INVOICE-RECORD.
           05  OI-INVOICE-NO               PIC 9(07).
           05  OI-CUST-ID                  PIC 9(05).
           05  OI-ACCT-NO                  PIC 9(06).
           05  OI-ORDER-ID                 PIC 9(05).
           05  OI-INVOICE-DATE             PIC 9(08).
           05  OI-DUE-DATE                 PIC 9(08).
           05  OI-INVOICE-AMOUNT           PIC 9(09)V9(02).
           05  OI-PAID-AMOUNT              PIC 9(09)V9(02).
           05  OI-LAST-PAY-DATE            PIC 9(08).
           05  OI-STATUS                   PIC X(01).
               88  OI-OPEN                         VALUE 'O'.
               88  OI-PART-PAID                    VALUE 'P'.
               88  OI-PAID                         VALUE 'C'.
               88  OI-OUTSTANDING                  VALUE 'O' 'P'.
           05  OI-CHARGE-SW                PIC X(01).
               88  OI-CHARGE-RAISED                VALUE 'Y'.
               88  OI-NO-CHARGE-ACCT               VALUE 'N'.

       01  OPEN-INVOICE-CONTROL-RECORD.
           05  OIC-INVOICE-NO              PIC 9(07).
           05  OIC-NEXT-INVOICE-NO         PIC 9(07).
           05  OIC-LAST-BILL-DATE          PIC 9(08).
           05  FILLER                      PIC X(49).
