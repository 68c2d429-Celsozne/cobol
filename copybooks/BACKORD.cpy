      ******************************************************************
      *    COPYBOOK.....: BACKORD.cpy
      *    DESCRIPTION...: BACKORDER TRANSACTION - ONE RECORD PER
      *                    SHORT-SHIPPED ORDER LINE BEYOND TOLERANCE,
      *                    WRITTEN BY IF1 FOR THE REPLENISHMENT RUN
      *                    TO CONSUME DIRECTLY.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE ORDER LINE NUMBER AND ITEM - EACH
      *                     SHORT-SHIPPED LINE IS BACKORDERED ON ITS
      *                     OWN.
      ******************************************************************
       01  BACKORDER-RECORD.
           05  BO-ORDER-ID                 PIC 9(05).
           05  BO-LINE-NO                  PIC 9(03).
           05  BO-ITEM-CODE                PIC X(08).
           05  BO-ORDERED-QTY              PIC 9(05).
           05  BO-SHIPPED-QTY              PIC 9(05).
           05  BO-SHORTFALL-QTY            PIC 9(05).
