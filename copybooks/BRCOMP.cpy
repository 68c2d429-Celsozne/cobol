      ******************************************************************
      *    COPYBOOK.....: BRCOMP.cpy
      *    DESCRIPTION...: BRANCH TAX COMPONENTS RETURNED BY BRLOOKUP
      *                    - THE COMPONENTS IN FORCE ON THE LOOKUP
      *                    DATE, EACH WITH ITS RATE AND THE AUTHORITY
      *                    IT IS REMITTED TO.  A COUNT OF ZERO MEANS
      *                    THE BRANCH'S RATE IS NOT SPLIT AND THE
      *                    WHOLE TAX GOES TO THE REGION'S AUTHORITY.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  BRANCH-COMPONENT-AREA.
           05  BC-COMPONENT-COUNT          PIC 9(01).
           05  BC-COMPONENT                OCCURS 3 TIMES.
               10  BC-CODE                 PIC X(05).
               10  BC-AUTHORITY            PIC X(06).
               10  BC-RATE                 PIC 9(02)V9(02).
