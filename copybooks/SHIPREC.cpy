      ******************************************************************
      *    COPYBOOK.....: SHIPREC.cpy
      *    DESCRIPTION...: SHIPPED-LINE INTERFACE RECORD - ONE PER
      *                    ORDER-LINE SHIPMENT THE IF1 QUANTITY RUN
      *                    ACCEPTED, CARRYING THE QUANTITY SHIPPED
      *                    TONIGHT FOR THE BILLING RUN TO INVOICE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  SHIPPED-LINE-RECORD.
           05  SHP-ORDER-ID                PIC 9(05).
           05  SHP-LINE-NO                 PIC 9(03).
           05  SHP-ITEM-CODE               PIC X(08).
           05  SHP-SHIPPED-QTY             PIC 9(05).
           05  SHP-SHIP-DATE               PIC 9(08).
