      *                     SIGNED NET-EFFECT AMOUNT; ATV2 VERIFIES
      *                     THE ORIGINAL EXISTS AND IS NOT ALREADY
      *                     REVERSED BEFORE ANY MONEY MOVES BACK.
      *    2026-10-15 JPL   ADJ-RATE IS REPLACED BY ADJ-RATE-CODE - A
      *                     RATECODE MASTER KEY RESOLVED BY ATV2 AND
      *                     PAYRUN AS OF THE BUSINESS DATE.  BLANK
      *                     MEANS NO RATE-BASED PORTION.  THE RECORD
      *                     LENGTH IS UNCHANGED.
      ******************************************************************
       01  ADJ-RECORD.
           05  ADJ-EMP-ID                  PIC 9(05).
               88  ADJ-TYPE-REVERSAL               VALUE 'R'.
           05  ADJ-AMOUNT                  PIC S9(3)V9(2).
           05  ADJ-BADGE-ID                PIC X(06).
           05  ADJ-RATE-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  ADJ-SOURCE-FEED             PIC X(02).
           05  ADJ-ORIG-RUN-DATE           PIC 9(08).
