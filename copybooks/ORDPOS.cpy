      ******************************************************************
      *    COPYBOOK.....: ORDPOS.cpy
      *    DESCRIPTION...: ORDER SHIPPED-TO-DATE POSITION RECORD -
      *                    ONE RECORD PER ORDER LINE, ROLLED FORWARD BY
      *                    IF1 AS EACH QUANTITY TRANSACTION ARRIVES
      *                    SO PARTIAL CONSIGNMENTS NET AGAINST THE
      *                    CUMULATIVE POSITION INSTEAD OF BEING
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   KEYED BY ORDER AND LINE NUMBER - THE
      *                     POSITION IS NOW KEPT PER ORDLINE LINE.
      ******************************************************************
       01  ORDER-POSITION-RECORD.
           05  OP-POS-KEY.
               10  OP-ORDER-ID             PIC 9(05).
               10  OP-LINE-NO              PIC 9(03).
           05  OP-SHIPPED-TO-DATE          PIC 9(07).
