000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 RATELKUP.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               SHARED UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - RESOLVES AN ADJUSTMENT'S
001200*                     RATE CODE AGAINST THE TB4-MAINTAINED
001300*                     RATECODE MASTER FOR ATV2 AND PAYRUN, SO
001400*                     BOTH APPLY THE SAME RATE TO THE SAME CODE.
001500******************************************************************
001600*    FUNCTION: GIVEN A RATE CODE AND AN AS-OF DATE, RETURNS THE
001700*              RAW MILLIONTHS RATE IN FORCE ON THAT DATE, OR A
001800*              STATUS SAYING WHY THE CODE CANNOT BE USED - NOT ON
001900*              THE MASTER, NOT YET IN FORCE, PAST ITS EXPIRY DATE
002000*              OR CARRYING A NON-NUMERIC RATE.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-370.
002500 OBJECT-COMPUTER.            IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RATE-CODE-MASTER ASSIGN TO "RATECODE"
002900                             ORGANIZATION IS INDEXED
003000                             ACCESS MODE IS RANDOM
003100                             RECORD KEY IS RC-KEY
003200                             FILE STATUS IS WS-RATE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RATE-CODE-MASTER.
003700     COPY RATECODE.
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-RATE-STATUS              PIC X(02).
004100     88  WS-RATE-OK                          VALUE "00".
004200
004300 01  WS-SWITCHES.
004400     05  WS-OPENED-SW            PIC X(01)   VALUE 'N'.
004500         88  WS-FILE-OPENED              VALUE 'Y'.
004600
004700 LINKAGE SECTION.
004800     COPY RATERES.
004900
005000 PROCEDURE DIVISION USING RATE-RESOLVE-AREA.
005100 0000-MAINLINE.
005200     MOVE ZERO                   TO RR-RAW-RATE.
005300     IF RR-RATE-CODE EQUAL SPACES
005400         SET RR-RESOLVED         TO TRUE
005500         GO TO 0000-EXIT
005600     END-IF.
005700     IF NOT WS-FILE-OPENED
005800         OPEN INPUT RATE-CODE-MASTER
005900         SET WS-FILE-OPENED      TO TRUE
006000     END-IF.
006100     SET RR-UNKNOWN              TO TRUE.
006200     MOVE RR-RATE-CODE           TO RC-KEY.
006300     READ RATE-CODE-MASTER
006400         INVALID KEY
006500             GO TO 0000-EXIT
006600     END-READ.
006700     IF RC-EFF-DATE NUMERIC
006800      AND RC-EFF-DATE GREATER THAN RR-AS-OF-DATE
006900         SET RR-NOT-YET-EFFECTIVE TO TRUE
007000         GO TO 0000-EXIT
007100     END-IF.
007200     IF RC-EXPIRY-DATE NUMERIC
007300      AND RC-EXPIRY-DATE GREATER THAN ZERO
007400      AND RR-AS-OF-DATE GREATER THAN RC-EXPIRY-DATE
007500         SET RR-EXPIRED          TO TRUE
007600         GO TO 0000-EXIT
007700     END-IF.
007800     IF RC-SUB-VAL (1) NOT NUMERIC
007900         SET RR-BAD-VALUE        TO TRUE
008000         GO TO 0000-EXIT
008100     END-IF.
008200     MOVE RC-SUB-NUM (1)         TO RR-RAW-RATE.
008300     SET RR-RESOLVED             TO TRUE.
008400 0000-EXIT.
008500     GOBACK.
