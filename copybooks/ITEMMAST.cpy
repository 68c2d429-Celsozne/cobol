      ******************************************************************
      *    COPYBOOK.....: ITEMMAST.cpy
      *    DESCRIPTION...: ITEM MASTER RECORD - ITEM CODE,
      *                    DESCRIPTION, UNIT OF MEASURE, UNIT PRICE
      *                    AND ACTIVE FLAG.  MAINTAINED BY ITEMMNT;
      *                    ORDMNT PRICES EACH NEW ORDER LINE FROM IT
      *                    AND REFUSES AN UNKNOWN OR INACTIVE ITEM.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-CODE                PIC X(08).
           05  IM-DESCRIPTION              PIC X(30).
           05  IM-UNIT-OF-MEASURE          PIC X(04).
           05  IM-UNIT-PRICE               PIC 9(05)V9(02).
           05  IM-ACTIVE-FLAG              PIC X(01).
               88  IM-ACTIVE                       VALUE 'A'.
               88  IM-INACTIVE                     VALUE 'I'.
