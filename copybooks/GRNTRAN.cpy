      ******************************************************************
      *    COPYBOOK.....: GRNTRAN.cpy
      *    DESCRIPTION...: GOODS RECEIPT TRANSACTION - ONE RECORD PER
      *                    SUPPLIER DELIVERY AGAINST A REQUISITIONED
      *                    ORDER LINE, KEYED BY THE RECEIVING DOCK.
      *                    THE ITEM MUST AGREE WITH THE REQUISITION.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  GOODS-RECEIPT-RECORD.
           05  GR-RECEIPT-REF              PIC X(10).
           05  GR-SUPPLIER-ID              PIC X(06).
           05  GR-RECEIPT-DATE             PIC 9(08).
           05  GR-ORDER-ID                 PIC 9(05).
           05  GR-LINE-NO                  PIC 9(03).
           05  GR-ITEM-CODE                PIC X(08).
           05  GR-RECEIVED-QTY             PIC 9(07).
