      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-08 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED RC-EFF-DATE (THE DATE THE CURRENT
      *                     VALUES CAME IN FORCE) AND RC-EXPIRY-DATE
      *                     (LAST DAY THE CODE MAY BE USED, ZERO FOR
      *                     NO EXPIRY).  SUB-VALUE 1 IS THE RAW
      *                     MILLIONTHS RATE ATV2 AND PAYRUN APPLY TO
      *                     AN ADJUSTMENT CARRYING THE CODE.
      ******************************************************************
       01  RATE-CODE-RECORD.
           05  RC-KEY                      PIC A(02).
           05  RC-SUB                      OCCURS 2 TIMES.
               10  RC-SUB-VAL              PIC X(03).
               10  RC-SUB-NUM              REDEFINES RC-SUB-VAL
                                           PIC 9(03).
           05  RC-EFF-DATE                 PIC 9(08).
           05  RC-EXPIRY-DATE              PIC 9(08).
