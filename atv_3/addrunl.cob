001620*                     TYPED ADDRESS KEY GREW CUSTADDR TO - THE
001630*                     19-BYTE IMAGE WAS SILENTLY DROPPING THE
001640*                     LAST PIN-CODE DIGIT FROM EVERY BACKUP.
001650*    2026-10-15 JPL   IMAGE WIDENED TO THE 31-BYTE RECORD THE
001660*                     RETURNED-MAIL MARKER GREW CUSTADDR TO.
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
003800
003900 FD  ADDRESS-BACKUP
004000     RECORDING MODE IS F.
004100 01  BACKUP-RECORD               PIC X(32).
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-MASTER-STATUS            PIC X(02).
005200
005300 01  WS-BACKUP-DETAIL.
005400     05  WS-BKP-REC-TYPE         PIC X(01)   VALUE 'D'.
005500     05  WS-BKP-ADDR-IMAGE       PIC X(31).
005600
005700 01  WS-BACKUP-TRAILER.
005800     05  WS-BKT-REC-TYPE         PIC X(01)   VALUE 'T'.
