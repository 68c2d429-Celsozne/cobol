001800*                     FROM CUSTNMM AND THE MAILING ADDRESS
001900*                     FROM CUSTADDR SO THE LETTER CAN GO
002000*                     STRAIGHT OUT.
002020*    2026-10-15 JPL   EXCPMAST IS NOW KEYED BY ORDER AND LINE, SO
002040*                     THE OPEN-EXCEPTION COUNT IS OPEN ORDER
002060*                     LINES.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002800     SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
002900                             ORGANIZATION IS INDEXED
003000                             ACCESS MODE IS SEQUENTIAL
003100                             RECORD KEY IS EX-EXCP-KEY
003200                             FILE STATUS IS WS-EXCP-STATUS.
003300     SELECT ORDER-MASTER     ASSIGN TO "ORDMAST"
003400                             ORGANIZATION IS LINE SEQUENTIAL.
