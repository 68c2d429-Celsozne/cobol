      ******************************************************************
      *    COPYBOOK.....: HOUSEHLD.cpy
      *    DESCRIPTION...: CUSTOMER HOUSEHOLD CROSS-REFERENCE - ONE
      *                    RECORD PER CUSTOMER WITH A MAILING ADDRESS,
      *                    NAMING THE HOUSEHOLD IT BELONGS TO.  THE
      *                    HOUSEHOLD ID IS THE HEAD OF HOUSEHOLD'S
      *                    CUSTOMER ID.  REBUILT IN FULL BY EACH
      *                    HHLDBLD RUN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  HOUSEHOLD-RECORD.
           05  HH-CUST-ID                  PIC 9(05).
           05  HH-HOUSEHOLD-ID             PIC 9(05).
           05  HH-HEAD-SW                  PIC X(01).
               88  HH-IS-HEAD                      VALUE 'Y'.
      *    'N' WHEN NO MEMBER COULD BE MAILED AND THE HEAD WAS TAKEN
      *    BY DEFAULT - THE HOUSEHOLD THEN GETS NO COMBINED LABEL
           05  HH-HEAD-MAIL-SW             PIC X(01).
               88  HH-HEAD-MAILABLE                VALUE 'Y'.
           05  HH-MEMBER-COUNT             PIC 9(03).
           05  HH-HEAD-LAST-NAME           PIC X(15).
           05  HH-BUILD-DATE               PIC 9(08).
