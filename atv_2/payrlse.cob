000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PAYRLSE.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - PAYROLL SIGN-OFF OF A
001200*                     BANKPAY FILE HELD BY THE PAYVAR VARIANCE
001300*                     REVIEW.  THE RLSECARD NAMES THE FILE ID,
001400*                     ITS BUSINESS DATE AND THE SIGNING USER;
001500*                     THE SHARED AUTHCHK ROUTINE MUST AUTHORIZE
001600*                     THE USER FOR PAYREL.  THE HELD ENTRY IS
001700*                     MARKED RELEASED WITH THE USER AND DATE,
001800*                     AND THE FILE IS REGISTERED ON THE XMITMAN
001900*                     TRANSMISSION MANIFEST WITH THE COUNT AND
002000*                     HASH PAYVAR RECORDED.  NO HELD ENTRY, OR
002100*                     A USER NOT AUTHORIZED, IS RC 8 AND NOTHING
002200*                     IS RELEASED.  PAYREL DOES THE GDG
002300*                     GENERATION DANCE - READ (0), WRITE (+1).
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-370.
002800 OBJECT-COMPUTER.            IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003200                             ORGANIZATION IS LINE SEQUENTIAL
003300                             FILE STATUS IS WS-BDAT-STATUS.
003400     SELECT OPTIONAL RELEASE-CARD ASSIGN TO "RLSECARD"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-CARD-STATUS.
003700     SELECT RELEASE-IN       ASSIGN TO "PAYREL"
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-RELI-STATUS.
004000     SELECT RELEASE-OUT      ASSIGN TO "PAYRLNEW"
004100                             ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BUS-DATE-FILE
004600     RECORDING MODE IS F.
004700     COPY BUSDATE.
004800
004900 FD  RELEASE-CARD
005000     RECORDING MODE IS F.
005100 01  RELEASE-CARD-RECORD.
005200     05  RC-FILE-ID              PIC X(08).
005300     05  FILLER                  PIC X(01).
005400     05  RC-BUS-DATE             PIC 9(08).
005500     05  FILLER                  PIC X(01).
005600     05  RC-USER-ID              PIC X(08).
005700
005800 FD  RELEASE-IN
005900     RECORDING MODE IS F.
006000     COPY PAYREL.
006100
006200 FD  RELEASE-OUT
006300     RECORDING MODE IS F.
006400 01  RELEASE-OUT-LINE            PIC X(63).
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-BDAT-STATUS              PIC X(02).
006800     88  WS-BDAT-OK                      VALUE "00".
006900 01  WS-CARD-STATUS              PIC X(02).
007000     88  WS-CARD-OK                      VALUE "00".
007100 01  WS-RELI-STATUS              PIC X(02).
007200     88  WS-RELI-OK                      VALUE "00".
007300 01  WS-DU-FUNCTION              PIC X(01).
007400 01  WS-DU-DATE-2                PIC 9(08).
007500 01  WS-DU-DAYS                  PIC S9(05).
007600 01  WS-DU-VALID-SW              PIC X(01).
007700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007800
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008100         88  WS-EOF                          VALUE 'Y'.
008200     05  WS-CARD-SW              PIC X(01)   VALUE 'N'.
008300         88  WS-CARD-READ                    VALUE 'Y'.
008400     05  WS-MATCHED-SW           PIC X(01)   VALUE 'N'.
008500         88  WS-MATCHED                      VALUE 'Y'.
008600
008700 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "PAYREL".
008800 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
008900 01  WS-AUTH-SW                  PIC X(01)   VALUE 'N'.
009000     88  WS-AUTHORIZED                   VALUE 'Y'.
009100
009200 01  WS-MAN-FILE-ID              PIC X(08).
009300 01  WS-MAN-BUS-DATE             PIC 9(08).
009400 01  WS-MAN-COUNT                PIC 9(07).
009500 01  WS-MAN-HASH                 PIC 9(11)V9(02).
009600
009700 77  WS-COPIED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
009800
009900     COPY RUNSTAT.
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
010400     PERFORM 2000-COPY-ONE-ENTRY     THRU 2000-EXIT
010500             UNTIL WS-EOF.
010600     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
010700     GO TO 9999-EXIT.
010800
010900******************************************************************
011000*    1000-INITIALIZE - READ AND AUTHORIZE THE SIGN-OFF CARD, THEN
011100*                      OPEN THE RELEASE CONTROL GENERATIONS
011200******************************************************************
011300 1000-INITIALIZE.
011400     DISPLAY "PAYRLSE - BANKPAY SIGN-OFF RELEASE STARTING".
011500     MOVE "PAYRLSE"              TO RSA-PROGRAM-ID.
011600     MOVE 'S'                    TO RSA-FUNCTION.
011700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
011800     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
011900     OPEN INPUT RELEASE-CARD.
012000     IF WS-CARD-OK
012100         READ RELEASE-CARD
012200             AT END
012300                 CONTINUE
012400             NOT AT END
012500                 SET WS-CARD-READ TO TRUE
012600         END-READ
012700     END-IF.
012800     CLOSE RELEASE-CARD.
012900     OPEN INPUT  RELEASE-IN.
013000     OPEN OUTPUT RELEASE-OUT.
013100     IF NOT WS-RELI-OK
013200         DISPLAY "PAYREL OPEN FAILED - STATUS " WS-RELI-STATUS
013300         SET WS-EOF              TO TRUE
013400         MOVE 8                  TO RETURN-CODE
013500         GO TO 1000-EXIT
013600     END-IF.
013700     IF NOT WS-CARD-READ
013800      OR RC-BUS-DATE NOT NUMERIC
013900         DISPLAY "NO VALID RLSECARD - NOTHING RELEASED"
014000         MOVE 8                  TO RETURN-CODE
014100         MOVE 'N'                TO WS-CARD-SW
014200         GO TO 1000-EXIT
014300     END-IF.
014400     CALL "AUTHCHK"              USING RC-USER-ID
014500                                       WS-AUTH-MASTER-ID
014600                                       WS-AUTH-AMOUNT
014700                                       WS-AUTH-SW.
014800     IF NOT WS-AUTHORIZED
014900         DISPLAY "USER " RC-USER-ID " NOT AUTHORIZED TO RELEASE "
015000                 "BANKPAY - NOTHING RELEASED"
015100         MOVE 8                  TO RETURN-CODE
015200         MOVE 'N'                TO WS-CARD-SW
015300     END-IF.
015400 1000-EXIT.
015500     EXIT.
015600
015700******************************************************************
015800*    2000-COPY-ONE-ENTRY - CARRY EVERY ENTRY TO THE NEW
015900*                          GENERATION; THE HELD ENTRY THE CARD
016000*                          NAMES GOES ACROSS RELEASED AND ITS
016100*                          FILE IS REGISTERED FOR TRANSMISSION
016200******************************************************************
016300 2000-COPY-ONE-ENTRY.
016400     READ RELEASE-IN
016500         AT END
016600             SET WS-EOF          TO TRUE
016700     END-READ.
016800     IF WS-EOF
016900         GO TO 2000-EXIT
017000     END-IF.
017100     IF WS-CARD-READ
017200      AND PR-HELD
017300      AND PR-FILE-ID EQUAL RC-FILE-ID
017400      AND PR-BUS-DATE EQUAL RC-BUS-DATE
017500         SET WS-MATCHED          TO TRUE
017600         SET PR-RELEASED         TO TRUE
017700         MOVE RC-USER-ID         TO PR-SIGNOFF-USER
017800         MOVE WS-BUSINESS-DATE   TO PR-SIGNOFF-DATE
017900         MOVE PR-FILE-ID         TO WS-MAN-FILE-ID
018000         MOVE PR-BUS-DATE        TO WS-MAN-BUS-DATE
018100         MOVE PR-REC-COUNT       TO WS-MAN-COUNT
018200         MOVE PR-AMOUNT-HASH     TO WS-MAN-HASH
018300         CALL "MANIFEST"         USING WS-MAN-FILE-ID
018400                                       WS-MAN-BUS-DATE
018500                                       WS-MAN-COUNT
018600                                       WS-MAN-HASH
018700         DISPLAY PR-FILE-ID " " PR-BUS-DATE " RELEASED BY "
018800                 RC-USER-ID
018900     END-IF.
019000     WRITE RELEASE-OUT-LINE      FROM PAY-RELEASE-RECORD.
019100     ADD 1                       TO WS-COPIED-COUNT.
019200 2000-EXIT.
019300     EXIT.
019400
019500******************************************************************
019600*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
019700*                             FROM THE CALCHK BUSDATE CARD; THE
019800*                             SHARED DATEUTIL ROUTINE SUPPLIES
019900*                             THE FALLBACK WHEN THE CARD IS
020000*                             ABSENT
020100******************************************************************
020200 8100-GET-BUSINESS-DATE.
020300     OPEN INPUT BUS-DATE-FILE.
020400     IF WS-BDAT-OK
020500         READ BUS-DATE-FILE
020600             AT END
020700                 CONTINUE
020800             NOT AT END
020900                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
021000                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
021100                 END-IF
021200         END-READ
021300     END-IF.
021400     CLOSE BUS-DATE-FILE.
021500     IF WS-BUSINESS-DATE EQUAL ZERO
021600         MOVE 'C'                TO WS-DU-FUNCTION
021700         CALL "DATEUTIL"         USING WS-DU-FUNCTION
021800                                       WS-BUSINESS-DATE
021900                                       WS-DU-DATE-2
022000                                       WS-DU-DAYS
022100                                       WS-DU-VALID-SW
022200     END-IF.
022300 8100-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700*    9000-TERMINATE - A CARD THAT MATCHED NO HELD ENTRY IS RC 8
022800******************************************************************
022900 9000-TERMINATE.
023000     IF WS-CARD-READ
023100      AND NOT WS-MATCHED
023200         DISPLAY "NO HELD ENTRY FOR " RC-FILE-ID " " RC-BUS-DATE
023300                 " - NOTHING RELEASED"
023400         MOVE 8                  TO RETURN-CODE
023500     END-IF.
023600     DISPLAY "RELEASE ENTRIES COPIED: " WS-COPIED-COUNT.
023700     CLOSE RELEASE-IN.
023800     CLOSE RELEASE-OUT.
023900     MOVE 'E'                    TO RSA-FUNCTION.
024000     MOVE WS-COPIED-COUNT        TO RSA-READ-COUNT.
024100     MOVE WS-COPIED-COUNT        TO RSA-WRITTEN-COUNT.
024200     MOVE ZERO                   TO RSA-REJECT-COUNT.
024300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
024400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
024500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
024600 9000-EXIT.
024700     EXIT.
024800
024900 9999-EXIT.
025000     STOP RUN.
