      ******************************************************************
      *    COPYBOOK.....: BORELS.cpy
      *    DESCRIPTION...: BACKORDER RELEASE - ONE DETAIL PER GOODS
      *                    RECEIPT MATCHED TO AN OPEN REQUISITION,
      *                    RELEASING THAT QUANTITY OF THE BACKORDERED
      *                    LINE TO THE WAREHOUSE FOR SHIPMENT.  GOES
      *                    OUT INSIDE THE STANDARD HDR/TRL ENVELOPE
      *                    WITH A RELEASED-QUANTITY HASH.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  BACKORDER-RELEASE-RECORD.
           05  BRL-REC-TYPE                PIC X(01).
           05  BRL-ORDER-ID                PIC 9(05).
           05  BRL-LINE-NO                 PIC 9(03).
           05  BRL-ITEM-CODE               PIC X(08).
           05  BRL-RELEASE-QTY             PIC 9(07).
           05  BRL-RECEIPT-REF             PIC X(10).
           05  BRL-RELEASE-DATE            PIC 9(08).
