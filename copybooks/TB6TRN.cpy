      ******************************************************************
      *    COPYBOOK.....: TB6TRN.cpy
      *    DESCRIPTION...: BRANCH/TAX-RATE LOOKUP TRANSACTION - ONE
      *                    BRANCH CODE TO BE RESOLVED THROUGH
      *                    BRLOOKUP AS OF A LOOKUP DATE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-08 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   LOOKUP DATE ADDED - THE RATE IS RESOLVED AS
      *                     OF THIS DATE; BLANK MEANS THE BUSINESS
      *                     DATE.
      ******************************************************************
       01  TB6-TRANSACTION-RECORD.
           05  TT-BRANCH-CODE              PIC X(03).
           05  TT-LOOKUP-DATE              PIC 9(08).
