000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PARMGET.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               SHARED UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - RUN PARAMETERS FROM THE
001200*                     PARMMAST CONTROLLED PARAMETER MASTER THAT
001300*                     PARMMNT MAINTAINS UNDER MAKER-CHECKER
001400*                     APPROVAL, IN PLACE OF THE LOOSE PARAMETER
001500*                     CARDS ANYONE WITH DATASET ACCESS COULD EDIT.
001600******************************************************************
001700*    FUNCTION: GIVEN A PARAMETER ID, QUALIFIER AND AS-OF DATE,
001800*              RETURNS THE CARD IMAGE OF THE ROW IN FORCE ON THAT
001900*              DATE - THE LATEST EFFECTIVE DATE NOT AFTER IT - AND
002000*              ITS EFFECTIVE DATE.  A ZERO AS-OF DATE MEANS
002100*              TONIGHT'S BUSINESS DATE.  WITH NO ROW IN FORCE THE
002200*              STATUS IS 'N', AND WITH NO MASTER ALLOCATED IT IS
002300*              'M'; EITHER WAY THE CALLER FALLS BACK TO ITS CARD.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-370.
002800 OBJECT-COMPUTER.            IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL PARM-MASTER ASSIGN TO "PARMMAST"
003200                             ORGANIZATION IS INDEXED
003300                             ACCESS MODE IS DYNAMIC
003400                             RECORD KEY IS PM-KEY
003500                             FILE STATUS IS WS-PARM-STATUS.
003600     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-BDAT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PARM-MASTER.
004300     COPY PARMMAST.
004400
004500 FD  BUS-DATE-FILE
004600     RECORDING MODE IS F.
004700     COPY BUSDATE.
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-PARM-STATUS              PIC X(02).
005100     88  WS-PARM-OK                          VALUE "00".
005200 01  WS-BDAT-STATUS              PIC X(02).
005300     88  WS-BDAT-OK                          VALUE "00".
005400 01  WS-DU-FUNCTION              PIC X(01).
005500 01  WS-DU-DATE-2                PIC 9(08).
005600 01  WS-DU-DAYS                  PIC S9(05).
005700 01  WS-DU-VALID-SW              PIC X(01).
005800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
005900
006000 01  WS-SWITCHES.
006100     05  WS-OPENED-SW            PIC X(01)   VALUE 'N'.
006200         88  WS-FILE-OPENED              VALUE 'Y'.
006300     05  WS-MASTER-SW            PIC X(01)   VALUE 'N'.
006400         88  WS-MASTER-PRESENT           VALUE 'Y'.
006500     05  WS-END-SW               PIC X(01)   VALUE 'N'.
006600         88  WS-END-OF-ROWS              VALUE 'Y'.
006700
006800 LINKAGE SECTION.
006900     COPY PARMREQ.
007000
007100 PROCEDURE DIVISION USING PARM-REQUEST-AREA.
007200 0000-MAINLINE.
007300     MOVE SPACES                 TO PQ-VALUE.
007400     MOVE ZERO                   TO PQ-EFF-DATE.
007500     IF PQ-AS-OF-DATE NOT NUMERIC OR PQ-AS-OF-DATE EQUAL ZERO
007600         IF WS-BUSINESS-DATE EQUAL ZERO
007700             PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT
007800         END-IF
007900         MOVE WS-BUSINESS-DATE   TO PQ-AS-OF-DATE
008000     END-IF.
008100     IF NOT WS-FILE-OPENED
008200         OPEN INPUT PARM-MASTER
008300         SET WS-FILE-OPENED      TO TRUE
008400         IF WS-PARM-OK
008500             SET WS-MASTER-PRESENT TO TRUE
008600         END-IF
008700     END-IF.
008800     IF NOT WS-MASTER-PRESENT
008900         SET PQ-NO-MASTER        TO TRUE
009000         GO TO 0000-EXIT
009100     END-IF.
009200     SET PQ-NOT-FOUND            TO TRUE.
009300     MOVE PQ-PARM-ID             TO PM-PARM-ID.
009400     MOVE PQ-PARM-QUAL           TO PM-PARM-QUAL.
009500     MOVE ZERO                   TO PM-EFF-DATE.
009600     START PARM-MASTER KEY IS NOT LESS THAN PM-KEY
009700         INVALID KEY
009800             GO TO 0000-EXIT
009900     END-START.
010000     MOVE 'N'                    TO WS-END-SW.
010100     PERFORM 1100-READ-NEXT-ROW  THRU 1100-EXIT
010200             UNTIL WS-END-OF-ROWS.
010300     IF PQ-FOUND
010400         DISPLAY "PARMGET - " PQ-PARM-ID " " PQ-PARM-QUAL
010500                 " IN FORCE FROM " PQ-EFF-DATE " : " PQ-VALUE
010600     END-IF.
010700 0000-EXIT.
010800     GOBACK.
010900
011000******************************************************************
011100*    1100-READ-NEXT-ROW - WALK THE PARAMETER'S ROWS IN EFFECTIVE
011200*                         DATE ORDER, KEEPING THE LAST ONE IN
011300*                         FORCE BY THE AS-OF DATE
011400******************************************************************
011500 1100-READ-NEXT-ROW.
011600     READ PARM-MASTER NEXT RECORD
011700         AT END
011800             SET WS-END-OF-ROWS  TO TRUE
011900             GO TO 1100-EXIT
012000     END-READ.
012100     IF PM-PARM-ID NOT EQUAL PQ-PARM-ID
012200      OR PM-PARM-QUAL NOT EQUAL PQ-PARM-QUAL
012300      OR PM-EFF-DATE GREATER THAN PQ-AS-OF-DATE
012400         SET WS-END-OF-ROWS      TO TRUE
012500         GO TO 1100-EXIT
012600     END-IF.
012700     IF PM-ACTIVE
012800         MOVE PM-VALUE           TO PQ-VALUE
012900         MOVE PM-EFF-DATE        TO PQ-EFF-DATE
013000         SET PQ-FOUND            TO TRUE
013100     END-IF.
013200 1100-EXIT.
013300     EXIT.
013400
013500******************************************************************
013600*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
013700*                             FROM THE CALCHK BUSDATE CARD; FALL
013800*                             BACK TO THE MACHINE DATE WHEN THE
013900*                             CARD IS ABSENT
014000******************************************************************
014100 8100-GET-BUSINESS-DATE.
014200     OPEN INPUT BUS-DATE-FILE.
014300     IF WS-BDAT-OK
014400         READ BUS-DATE-FILE
014500             AT END
014600                 CONTINUE
014700             NOT AT END
014800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
014900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
015000                 END-IF
015100         END-READ
015200     END-IF.
015300     CLOSE BUS-DATE-FILE.
015400     IF WS-BUSINESS-DATE EQUAL ZERO
015500         MOVE 'C'                TO WS-DU-FUNCTION
015600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
015700                                       WS-BUSINESS-DATE
015800                                       WS-DU-DATE-2
015900                                       WS-DU-DAYS
016000                                       WS-DU-VALID-SW
016100     END-IF.
016200 8100-EXIT.
016300     EXIT.
