      ******************************************************************
      *    COPYBOOK.....: ORDLINE.cpy
      *    DESCRIPTION...: ORDER LINE RECORD - ONE RECORD PER LINE OF
      *                    AN ORDER ON ORDMAST, KEYED BY ORDER AND
      *                    LINE NUMBER.  CARRIES THE ITEM, THE
      *                    QUANTITY ORDERED AND THE LINE VALUE AT THE
      *                    ITEMMAST PRICE WHEN THE LINE WAS KEYED.
      *                    MAINTAINED BY ORDMNT; IF1 CHECKS EACH
      *                    SHIPMENT AGAINST ITS LINE.  A LINE
      *                    CANCELLED BY ORDMNT OR WHOSE BACKORDER
      *                    BOEXPIRE HAS EXPIRED IS KEPT BUT TAKES NO
      *                    FURTHER SHIPMENTS OR BACKORDERS.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE LINE STATUS - BLANK WHILE OPEN,
      *                     'X' CANCELLED, 'E' BACKORDER EXPIRED.
      ******************************************************************
       01  ORDER-LINE-RECORD.
           05  OL-LINE-KEY.
               10  OL-ORDER-ID             PIC 9(05).
               10  OL-LINE-NO              PIC 9(03).
           05  OL-ITEM-CODE                PIC X(08).
           05  OL-ORDERED-QTY              PIC 9(05).
           05  OL-UNIT-PRICE               PIC 9(05)V9(02).
           05  OL-LINE-AMOUNT              PIC 9(07)V9(02).
           05  OL-LINE-STATUS              PIC X(01).
               88  OL-LINE-OPEN                    VALUE SPACE.
               88  OL-LINE-CANCELLED               VALUE 'X'.
               88  OL-LINE-EXPIRED                 VALUE 'E'.
               88  OL-LINE-CLOSED-OUT              VALUE 'X' 'E'.
