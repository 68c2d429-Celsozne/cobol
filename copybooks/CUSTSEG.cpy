      ******************************************************************
      *    COPYBOOK.....: CUSTSEG.cpy
      *    DESCRIPTION...: CUSTOMER VALUE SEGMENT - ONE RECORD PER
      *                    CUSTOMER NAME MASTER ENTRY, CARRYING THE
      *                    RECENCY, FREQUENCY AND VALUE SCORES (1-5,
      *                    ZERO WHEN THERE WAS NO ACTIVITY) AND THE
      *                    SEGMENT THEY PLACE THE CUSTOMER IN.
      *                    REBUILT IN FULL BY EACH MONTHLY SEGBLD RUN
      *                    AND READ BY CUSTCRM FOR THE CRM EXTRACT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CUSTOMER-SEGMENT-RECORD.
           05  CSG-CUST-ID                 PIC 9(05).
           05  CSG-SEGMENT-CODE            PIC X(02).
               88  CSG-CHAMPION                    VALUE 'CH'.
               88  CSG-LOYAL                       VALUE 'LY'.
               88  CSG-BIG-SPENDER                 VALUE 'BS'.
               88  CSG-NEW-ACTIVE                  VALUE 'NW'.
               88  CSG-AT-RISK                     VALUE 'AR'.
               88  CSG-LAPSED                      VALUE 'LP'.
               88  CSG-REGULAR                     VALUE 'RG'.
               88  CSG-INACTIVE                    VALUE 'IN'.
           05  CSG-RECENCY-SCORE           PIC 9(01).
           05  CSG-FREQUENCY-SCORE         PIC 9(01).
           05  CSG-VALUE-SCORE             PIC 9(01).
           05  CSG-LAST-ACTIVITY-DATE      PIC 9(08).
           05  CSG-ORDER-COUNT             PIC 9(05).
           05  CSG-DEPOSIT-COUNT           PIC 9(05).
           05  CSG-ACTIVITY-VALUE          PIC 9(09)V9(02).
           05  CSG-SCORE-DATE              PIC 9(08).
