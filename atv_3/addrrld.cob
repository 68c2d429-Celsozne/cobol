001820*                     TYPED ADDRESS KEY GREW CUSTADDR TO,
001830*                     MATCHING THE ADDRUNL FIX - THE 19-BYTE
001840*                     IMAGE RELOADED A CORRUPTED PIN CODE.
001850*    2026-10-15 JPL   IMAGE WIDENED TO THE 31-BYTE RECORD THE
001860*                     RETURNED-MAIL MARKER GREW CUSTADDR TO,
001870*                     MATCHING ADDRUNL.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004600     05  BK-REC-TYPE             PIC X(01).
004700         88  BK-DETAIL                   VALUE 'D'.
004800         88  BK-TRAILER                  VALUE 'T'.
004900     05  BK-REC-DATA             PIC X(31).
005000 01  BACKUP-TRAILER REDEFINES BACKUP-RECORD.
005100     05  FILLER                  PIC X(01).
005200     05  BK-TRL-COUNT            PIC 9(07).
005300     05  FILLER                  PIC X(24).
005400
005500 FD  RELOAD-PARM
005600     RECORDING MODE IS F.
008100     05  WS-WRK-KEY.
008110         10  WS-WRK-CUST-ID      PIC 9(05).
008120         10  WS-WRK-ADDR-TYPE    PIC X(01).
008200     05  FILLER                  PIC X(25).
008300
008400 01  WS-PREV-KEY                 PIC X(06)   VALUE LOW-VALUES.
008500
