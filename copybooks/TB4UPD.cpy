      *                     AFTER THE RUN DATE IS HELD ON THE
      *                     PENDING FILE UNTIL IT COMES IN FORCE.
      *                     ZERO OR BLANK MEANS EFFECTIVE NOW.
      *    2026-10-15 JPL   ADDED TU-EXPIRY-DATE - SETS THE CODE'S
      *                     LAST USABLE DAY; ZERO REMOVES THE EXPIRY
      *                     AND BLANK LEAVES IT AS IT IS.  A BLANK
      *                     SUB-VALUE LEAVES THAT VALUE AS IT IS, SO
      *                     A CODE CAN BE EXPIRED WITHOUT REKEYING IT.
      ******************************************************************
       01  TB4-UPDATE-RECORD.
           05  TU-KEY                      PIC A(02).
           05  TU-SUB-1                    PIC X(03).
           05  TU-SUB-2                    PIC X(03).
           05  TU-EFF-DATE                 PIC 9(08).
           05  TU-EXPIRY-DATE              PIC 9(08).
