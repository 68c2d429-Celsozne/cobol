000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CHQISSUE.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               SHARED UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ASSIGNS THE NEXT CHEQUE
001200*                     SERIAL NUMBER FROM THE CHQREG CHEQUE STOCK
001300*                     REGISTER CONTROL RECORD AND RECORDS THE
001400*                     CHEQUE (PAYEE, AMOUNT, ISSUE DATE, SOURCE)
001500*                     AS ISSUED AND AWAITING THE POSITIVE-PAY
001600*                     FILE.  CALLED BY EVERY PROGRAM THAT LISTS
001700*                     A CHEQUE ON CHQLIST SO THE SERIALS RUN IN
001800*                     ONE SEQUENCE WHICHEVER RUN PRINTS THEM.
001900*                     THE FIRST CHEQUE EVER ISSUED CREATES THE
002000*                     CONTROL RECORD AT SERIAL 1.
002020*    2026-10-15 JPL   THE REGISTER IS OPENED ON THE FIRST CALL AND
002040*                     KEPT OPEN FOR THE RUN; THE CALLER CLOSES IT
002060*                     WITH FUNCTION 'T' AT END OF JOB.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-370.
002500 OBJECT-COMPUTER.            IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL CHQ-REGISTER ASSIGN TO "CHQREG"
002900                             ORGANIZATION IS INDEXED
003000                             ACCESS MODE IS DYNAMIC
003100                             RECORD KEY IS CR-SERIAL
003200                             FILE STATUS IS WS-REG-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CHQ-REGISTER.
003700     COPY CHQREG.
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-REG-STATUS               PIC X(02).
004100     88  WS-REG-OK                       VALUE "00".
004200     88  WS-REG-USABLE                   VALUE "00", "05".
004300 01  WS-NEW-SERIAL               PIC 9(08)   VALUE ZERO.
004400 01  WS-CONTROL-SW               PIC X(01)   VALUE 'N'.
004500     88  WS-CONTROL-FOUND                VALUE 'Y'.
004520 01  WS-OPENED-SW                PIC X(01)   VALUE 'N'.
004540     88  WS-FILE-OPENED                  VALUE 'Y'.
004600
004700 LINKAGE SECTION.
004800     COPY CHQISS.
004900
005000 PROCEDURE DIVISION USING CHQ-ISSUE-AREA.
005100 0000-MAINLINE.
005200     MOVE ZERO                   TO CIA-SERIAL
005300                                    CIA-RETURN-CODE.
005320     IF CIA-FUNC-TERMINATE
005340         IF WS-FILE-OPENED
005360             CLOSE CHQ-REGISTER
005380             MOVE 'N'            TO WS-OPENED-SW
005400         END-IF
005420         GO TO 0000-EXIT
005440     END-IF.
005460     IF NOT WS-FILE-OPENED
005480         OPEN I-O CHQ-REGISTER
005500         IF NOT WS-REG-USABLE
005520             MOVE 8              TO CIA-RETURN-CODE
005540             GO TO 0000-EXIT
005560         END-IF
005580         SET WS-FILE-OPENED      TO TRUE
005600     END-IF.
005900     PERFORM 1000-NEXT-SERIAL THRU 1000-EXIT.
006000     IF CIA-ISSUED
006100         PERFORM 2000-RECORD-CHEQUE THRU 2000-EXIT
006200     END-IF.
006400 0000-EXIT.
006500     GOBACK.
006600
006700******************************************************************
006800*    1000-NEXT-SERIAL - TAKE THE NEXT SERIAL FROM THE CONTROL
006900*                       RECORD AND ADVANCE IT
007000******************************************************************
007100 1000-NEXT-SERIAL.
007200     MOVE 'N'                    TO WS-CONTROL-SW.
007300     MOVE ZERO                   TO CR-SERIAL.
007400     READ CHQ-REGISTER
007500         INVALID KEY
007600             CONTINUE
007700         NOT INVALID KEY
007800             SET WS-CONTROL-FOUND TO TRUE
007900     END-READ.
008000     IF NOT WS-CONTROL-FOUND
008100         MOVE SPACES             TO CHQ-REG-CONTROL-RECORD
008200         MOVE ZERO               TO CC-SERIAL
008300                                    CC-LAST-ISSUE-DATE
008400         MOVE 1                  TO CC-NEXT-SERIAL
008500     END-IF.
008600     MOVE CC-NEXT-SERIAL         TO WS-NEW-SERIAL.
008700     ADD 1                       TO CC-NEXT-SERIAL.
008800     MOVE CIA-ISSUE-DATE         TO CC-LAST-ISSUE-DATE.
008900     IF WS-CONTROL-FOUND
009000         REWRITE CHQ-REG-CONTROL-RECORD
009100     ELSE
009200         WRITE CHQ-REG-CONTROL-RECORD
009300     END-IF.
009400     IF NOT WS-REG-OK
009500         MOVE 8                  TO CIA-RETURN-CODE
009600     END-IF.
009700 1000-EXIT.
009800     EXIT.
009900
010000******************************************************************
010100*    2000-RECORD-CHEQUE - WRITE THE ISSUED CHEQUE TO THE
010200*                         REGISTER, PENDING THE POSITIVE-PAY FILE
010300******************************************************************
010400 2000-RECORD-CHEQUE.
010500     MOVE WS-NEW-SERIAL          TO CR-SERIAL.
010600     MOVE 'I'                    TO CR-STATUS.
010700     MOVE CIA-EMP-ID             TO CR-EMP-ID.
010800     MOVE CIA-PAYEE-NAME         TO CR-PAYEE-NAME.
010900     MOVE CIA-AMOUNT             TO CR-AMOUNT.
011000     MOVE CIA-ISSUE-DATE         TO CR-ISSUE-DATE
011100                                    CR-STATUS-DATE.
011200     MOVE CIA-SOURCE             TO CR-SOURCE.
011300     MOVE ZERO                   TO CR-LINKED-SERIAL.
011400     MOVE 'N'                    TO CR-POSPAY-SW.
011500     WRITE CHQ-REG-RECORD
011600         INVALID KEY
011700             MOVE 8              TO CIA-RETURN-CODE
011800         NOT INVALID KEY
011900             MOVE WS-NEW-SERIAL  TO CIA-SERIAL
012000     END-WRITE.
012100 2000-EXIT.
012200     EXIT.
