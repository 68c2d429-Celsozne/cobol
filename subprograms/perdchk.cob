000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PERDCHK.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               SHARED UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ACCOUNTING PERIOD CLOSE
001200*                     CHECK FOR THE EFFECTIVE-DATED UPDATE RUNS,
001300*                     AGAINST THE PERDCTL PERIOD CONTROL FILE THAT
001400*                     PERDMNT MAINTAINS.
001500******************************************************************
001600*    FUNCTION: GIVEN AN EFFECTIVE DATE, RETURNS ITS ACCOUNTING
001700*              PERIOD (YYYYMM) AND A STATUS - 'C' WHEN THE PERIOD
001800*              IS CLOSED ON PERDCTL, 'O' WHEN IT IS OPEN OR HAS NO
001900*              RECORD, AND 'M' WHEN NO PERDCTL FILE IS ALLOCATED.
002000*              THE CALLER DIVERTS A CLOSED-PERIOD TRANSACTION TO
002050*              THE BACKDTD BACK-DATED EXCEPTIONS FILE.  THE FILE
002100*              IS OPENED ON THE FIRST CALL AND LEFT OPEN FOR THE
002150*              RUN.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-370.
002700 OBJECT-COMPUTER.            IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERDCTL"
003100                             ORGANIZATION IS INDEXED
003200                             ACCESS MODE IS RANDOM
003300                             RECORD KEY IS PC-PERIOD
003400                             FILE STATUS IS WS-PERD-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PERIOD-CONTROL.
003900     COPY PERDCTL.
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-PERD-STATUS              PIC X(02).
004300     88  WS-PERD-OK                          VALUE "00".
004400
004500 01  WS-SWITCHES.
004600     05  WS-OPENED-SW            PIC X(01)   VALUE 'N'.
004700         88  WS-FILE-OPENED              VALUE 'Y'.
004800     05  WS-MASTER-SW            PIC X(01)   VALUE 'N'.
004900         88  WS-MASTER-PRESENT           VALUE 'Y'.
005000
005100 LINKAGE SECTION.
005200     COPY PERDREQ.
005300
005400 PROCEDURE DIVISION USING PERIOD-CHECK-AREA.
005500 0000-MAINLINE.
005600     SET PK-OPEN                 TO TRUE.
005700     MOVE ZERO                   TO PK-PERIOD.
005800     IF PK-EFF-DATE NOT NUMERIC OR PK-EFF-DATE EQUAL ZERO
005900         GO TO 0000-EXIT
006000     END-IF.
006100     DIVIDE PK-EFF-DATE BY 100   GIVING PK-PERIOD.
006200     IF NOT WS-FILE-OPENED
006300         OPEN INPUT PERIOD-CONTROL
006400         SET WS-FILE-OPENED      TO TRUE
006500         IF WS-PERD-OK
006600             SET WS-MASTER-PRESENT TO TRUE
006700         END-IF
006800     END-IF.
006900     IF NOT WS-MASTER-PRESENT
007000         SET PK-NO-MASTER        TO TRUE
007100         GO TO 0000-EXIT
007200     END-IF.
007300     MOVE PK-PERIOD              TO PC-PERIOD.
007400     READ PERIOD-CONTROL
007500         INVALID KEY
007600             GO TO 0000-EXIT
007700     END-READ.
007800     IF PC-CLOSED
007900         SET PK-CLOSED           TO TRUE
008000     END-IF.
008100 0000-EXIT.
008200     GOBACK.
