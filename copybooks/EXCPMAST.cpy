      ******************************************************************
      *    COPYBOOK.....: EXCPMAST.cpy
      *    DESCRIPTION...: OPEN-EXCEPTION MASTER RECORD - ONE RECORD
      *                    PER ORDER LINE WITH AN OUTSTANDING QUANTITY
      *                    EXCEPTION.  OPENED BY IF1 WHEN AN
      *                    EXCEPTION IS FIRST SEEN, REFRESHED ON
      *                    LATER EXCEPTIONS, CLOSED (DELETED) WHEN A
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   KEYED BY ORDER AND LINE NUMBER, WITH THE
      *                     LINE'S ITEM, NOW THAT IF1 CHECKS EACH
      *                     ORDLINE LINE SEPARATELY.
      ******************************************************************
       01  EXCEPTION-MASTER-RECORD.
           05  EX-EXCP-KEY.
               10  EX-ORDER-ID             PIC 9(05).
               10  EX-LINE-NO              PIC 9(03).
           05  EX-ITEM-CODE                PIC X(08).
           05  EX-OPENED-DATE              PIC 9(08).
           05  EX-ORDERED-QTY              PIC 9(05).
           05  EX-SHIPPED-QTY              PIC 9(05).
