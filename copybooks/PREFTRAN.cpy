      ******************************************************************
      *    COPYBOOK.....: PREFTRAN.cpy
      *    DESCRIPTION...: CONTACT PREFERENCE MAINTENANCE TRANSACTION
      *                    - SETS ONE CHANNEL'S OPT-IN/OPT-OUT FLAG
      *                    FOR ONE CUSTOMER FROM AN EFFECTIVE DATE
      *                    (ZERO MEANS THE BUSINESS DATE), CARRYING
      *                    THE SUBMITTING USER FOR THE AUDIT TRAIL.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PREF-TRAN-RECORD.
           05  CPT-CUST-ID                 PIC 9(05).
           05  CPT-CHANNEL                 PIC X(01).
               88  CPT-CH-MAIL                     VALUE 'M'.
               88  CPT-CH-CRM                      VALUE 'C'.
               88  CPT-CH-EMAIL                    VALUE 'E'.
               88  CPT-CH-PHONE                    VALUE 'P'.
           05  CPT-FLAG                    PIC X(01).
               88  CPT-FLAG-VALID                  VALUE 'I' 'O'.
           05  CPT-EFF-DATE                PIC 9(08).
           05  CPT-USER-ID                 PIC X(08).
