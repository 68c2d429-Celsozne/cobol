      ******************************************************************
      *    COPYBOOK.....: BRMAST.cpy
      *    DESCRIPTION...: BRANCH MASTER RECORD - ONE RECORD PER
      *                    BRANCH CODE WITH ITS NAME, STATUS, SALES
      *                    TAX RATE AND THE DATE THAT RATE TOOK
      *                    EFFECT (THE RATE IT REPLACED IS KEPT FOR
      *                    TRANSACTIONS DATED BEFORE THEN), AND THE
      *                    OPENING AND CLOSING DATES.  MAINTAINED BY
      *                    BRMNT AND READ THROUGH THE BRLOOKUP
      *                    SUBPROGRAM.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION - REPLACES THE BRANCH
      *                     TABLE COMPILED INTO BRLOOKUP.
      *    2026-10-15 JPL   TAX COMPONENTS - A BRANCH'S RATE MAY BE
      *                     SPLIT INTO UP TO THREE COMPONENTS (STATE,
      *                     LOCAL, ...) EACH WITH ITS OWN RATE AND THE
      *                     AUTHORITY IT IS REMITTED TO.  THE TAX RATE
      *                     IS THEN THE SUM OF THE COMPONENT RATES.
      *                     EACH COMPONENT KEEPS THE RATE IT HAD BEFORE
      *                     THE EFFECTIVE DATE; BM-PRIOR-SPLIT SAYS
      *                     WHETHER THE PRIOR RATE WAS SPLIT AT ALL.
      *                     A COMPONENT IS RETIRED BY ZEROING ITS RATE.
      ******************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-CODE              PIC X(03).
           05  BM-BRANCH-NAME              PIC X(30).
           05  BM-STATUS                   PIC X(01).
               88  BM-ACTIVE                       VALUE 'A'.
               88  BM-CLOSED                       VALUE 'C'.
           05  BM-TAX-RATE                 PIC 9(02)V9(02).
           05  BM-RATE-EFF-DATE            PIC 9(08).
           05  BM-PRIOR-RATE               PIC 9(02)V9(02).
           05  BM-OPEN-DATE                PIC 9(08).
           05  BM-CLOSE-DATE               PIC 9(08).
           05  BM-LAST-CHANGE-DATE         PIC 9(08).
           05  BM-LAST-USER-ID             PIC X(08).
           05  BM-PRIOR-SPLIT-SW           PIC X(01).
               88  BM-PRIOR-SPLIT                  VALUE 'Y'.
           05  BM-COMPONENT                OCCURS 3 TIMES.
               10  BM-CMP-CODE             PIC X(05).
               10  BM-CMP-AUTHORITY        PIC X(06).
               10  BM-CMP-RATE             PIC 9(02)V9(02).
               10  BM-CMP-PRIOR-RATE       PIC 9(02)V9(02).
