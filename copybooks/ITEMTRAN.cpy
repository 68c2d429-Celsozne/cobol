      ******************************************************************
      *    COPYBOOK.....: ITEMTRAN.cpy
      *    DESCRIPTION...: ITEM MASTER MAINTENANCE TRANSACTION - ONE
      *                    TRANSACTION ADDS, CHANGES OR DELETES ONE
      *                    ITEM ON THE ITEMMAST MASTER.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  ITEM-TRAN-RECORD.
           05  ITT-TRAN-CODE               PIC X(01).
               88  ITT-ADD                         VALUE 'A'.
               88  ITT-CHANGE                      VALUE 'C'.
               88  ITT-DELETE                      VALUE 'D'.
           05  ITT-ITEM-CODE               PIC X(08).
           05  ITT-DESCRIPTION             PIC X(30).
           05  ITT-UNIT-OF-MEASURE         PIC X(04).
           05  ITT-UNIT-PRICE              PIC 9(05)V9(02).
           05  ITT-ACTIVE-FLAG             PIC X(01).
