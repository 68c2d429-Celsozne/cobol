      ******************************************************************
      *    COPYBOOK.....: QTYTRAN.cpy
      *    DESCRIPTION...: ORDER QUANTITY vs SHIPPED QUANTITY
      *                    TRANSACTION RECORD - ONE PER SHIPMENT
      *                    AGAINST ONE ORDLINE ORDER LINE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-08 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE ORDER LINE NUMBER; THE ORDERED
      *                     QUANTITY MUST AGREE WITH THE ORDLINE LINE.
      ******************************************************************
       01  QTY-TRAN-RECORD.
           05  QT-ORDER-ID                 PIC 9(05).
           05  QT-LINE-NO                  PIC 9(03).
           05  QT-ORDERED-QTY              PIC 9(05).
           05  QT-SHIPPED-QTY              PIC 9(05).
