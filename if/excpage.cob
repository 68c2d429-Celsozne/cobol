001800*                     GONE - AGING NOW COMES FROM THE SHARED
001900*                     DATEUTIL ROUTINE'S DATE-DIFFERENCE
002000*                     SERVICE.
002020*    2026-10-15 JPL   EXCPMAST IS NOW KEYED BY ORDER AND LINE -
002040*                     EACH OPEN LINE IS AGED ON ITS OWN AND THE
002060*                     DETAIL LINE CARRIES THE LINE AND ITEM.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002800     SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
002900                             ORGANIZATION IS INDEXED
003000                             ACCESS MODE IS SEQUENTIAL
003100                             RECORD KEY IS EX-EXCP-KEY
003200                             FILE STATUS IS WS-EXCP-STATUS.
003300     SELECT AGING-REPORT     ASSIGN TO "EXCPARPT"
003400                             ORGANIZATION IS LINE SEQUENTIAL.
007100
007200 01  WS-DETAIL-LINE.
007300     05  WS-DET-ORDER-ID         PIC 9(05).
007320     05  FILLER                  PIC X(01)   VALUE "/".
007340     05  WS-DET-LINE-NO          PIC 9(03).
007360     05  FILLER                  PIC X(02)   VALUE SPACES.
007380     05  WS-DET-ITEM-CODE        PIC X(08).
007400     05  FILLER                  PIC X(02)   VALUE SPACES.
007500     05  WS-DET-OPENED           PIC 9(08).
007600     05  FILLER                  PIC X(02)   VALUE SPACES.
013400             ADD 1               TO WS-BUCKET-OVER-30
013500     END-EVALUATE.
013600     MOVE EX-ORDER-ID            TO WS-DET-ORDER-ID.
013630     MOVE EX-LINE-NO             TO WS-DET-LINE-NO.
013660     MOVE EX-ITEM-CODE           TO WS-DET-ITEM-CODE.
013700     MOVE EX-OPENED-DATE         TO WS-DET-OPENED.
013800     MOVE EX-DIFFERENCE          TO WS-DET-SHORTFALL.
013900     MOVE WS-DAYS-OUT            TO WS-DET-DAYS.
