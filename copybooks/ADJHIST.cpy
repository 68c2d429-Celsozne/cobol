      *                     WHEN A VERIFIED 'R' REVERSAL BACKS THE
      *                     RECORD OUT, SO A SECOND REVERSAL OF THE
      *                     SAME ADJUSTMENT IS REFUSED.
      *    2026-10-15 JPL   ADDED AH-RATE-CODE - THE RATECODE KEY THE
      *                     RATE-BASED PORTION WAS RESOLVED FROM, FOR
      *                     THE RATEUSE USAGE REPORT.
      ******************************************************************
       01  ADJ-HIST-RECORD.
           05  AH-EMP-ID                   PIC 9(05).
           05  AH-RATE-ADJUSTMENT          PIC S9(3)V9(6).
           05  AH-REVERSED-SW              PIC X(01).
               88  AH-REVERSED                     VALUE 'Y'.
           05  AH-RATE-CODE                PIC X(02).
