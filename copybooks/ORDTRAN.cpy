      *    COPYBOOK.....: ORDTRAN.cpy
      *    DESCRIPTION...: ORDER MASTER MAINTENANCE TRANSACTION -
      *                    ONE TRANSACTION OPENS, AMENDS OR CLOSES
      *                    ONE ORDER ON ORDMAST, OR ADDS, CHANGES OR
      *                    DELETES ONE OF ITS LINES ON ORDLINE.  A
      *                    CLOSE IS REFUSED WHILE THE ORDER STILL HAS
      *                    AN OPEN EXCPMAST EXCEPTION.  'X' CANCELS
      *                    ONE LINE, OR WITH A ZERO LINE NUMBER THE
      *                    WHOLE ORDER.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE ORDER VALUE, CARRIED ON AN OPEN,
      *                     AND 'R' TO RELEASE AN ORDER PARKED FOR
      *                     CREDIT ONCE THE CUSTOMER'S CREDIT ALLOWS.
      *    2026-10-15 JPL   ADDED THE LINE NUMBER, ITEM AND LINE
      *                     QUANTITY WITH 'L' (ADD A LINE), 'M' (CHANGE
      *                     A LINE'S QUANTITY) AND 'D' (DELETE A LINE).
      *    2026-10-15 JPL   ADDED 'X' TO CANCEL A LINE OR AN ORDER.
      ******************************************************************
       01  ORD-TRAN-RECORD.
           05  OTR-TRAN-CODE               PIC X(01).
               88  OTR-OPEN                        VALUE 'O'.
               88  OTR-AMEND                       VALUE 'A'.
               88  OTR-CLOSE                       VALUE 'C'.
               88  OTR-RELEASE                     VALUE 'R'.
               88  OTR-ADD-LINE                    VALUE 'L'.
               88  OTR-CHANGE-LINE                 VALUE 'M'.
               88  OTR-DELETE-LINE                 VALUE 'D'.
               88  OTR-CANCEL                      VALUE 'X'.
           05  OTR-ORDER-ID                PIC 9(05).
           05  OTR-CUST-ID                 PIC 9(05).
           05  OTR-ORDER-AMOUNT            PIC 9(07)V9(02).
           05  OTR-LINE-NO                 PIC 9(03).
           05  OTR-ITEM-CODE               PIC X(08).
           05  OTR-LINE-QTY                PIC 9(05).
