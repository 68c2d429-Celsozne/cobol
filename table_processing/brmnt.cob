000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 BRMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TABLE PROCESSING.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MAINTENANCE RUN FOR THE
001200*                     BRMAST BRANCH MASTER THAT BRLOOKUP READS,
001300*                     IN THE CREDMNT VALIDATE-AND-REJECT
001400*                     PATTERN.  'A' OPENS A BRANCH, 'C' CHANGES
001500*                     ITS NAME OR ITS TAX RATE FROM AN EFFECTIVE
001600*                     DATE (THE RATE IT REPLACES IS KEPT FOR
001700*                     TRANSACTIONS DATED BEFORE THAT), AND 'X'
001800*                     CLOSES IT AT A CLOSING DATE.  THE
001900*                     SUBMITTING USER MUST HOLD BRMAST AUTHORITY
002000*                     ON USERAUTH.  REJECTS GO TO
002100*                     BRMREJ; EVERY CHANGE IS AUDITED TO BRMAUD
002200*                     AND JOURNALED THROUGH UPDJRNL.
002210*    2026-10-15 JPL   TAX COMPONENTS - 'A' AND 'C' MAY SPLIT THE
002220*                     RATE INTO UP TO THREE COMPONENTS, EACH WITH
002230*                     ITS OWN RATE AND AUTHORITY.  THE BRANCH
002240*                     RATE BECOMES THE SUM OF THE COMPONENTS.  A
002250*                     COMPONENT KEEPS ITS SLOT: A CHANGE NAMING
002260*                     A DIFFERENT CODE IN AN OCCUPIED SLOT IS
002270*                     REJECTED, AND A SPLIT RATE CAN ONLY BE
002280*                     CHANGED THROUGH ITS COMPONENTS.
002283*    2026-10-15 JPL   AN ADD OR RATE CHANGE EFFECTIVE, OR A CLOSE
002286*                     DATED, IN A CLOSED ACCOUNTING PERIOD (SHARED
002290*                     PERDCHK AGAINST PERDCTL) IS NOT APPLIED - IT
002293*                     IS WRITTEN TO THE BACKDTD EXCEPTIONS FILE
002296*                     FOR FINANCE, AND THE RUN ENDS RC 4.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-370.
002700 OBJECT-COMPUTER.            IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003100                             ORGANIZATION IS LINE SEQUENTIAL
003200                             FILE STATUS IS WS-BDAT-STATUS.
003300     SELECT BRANCH-MASTER    ASSIGN TO "BRMAST"
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS RANDOM
003600                             RECORD KEY IS BM-BRANCH-CODE
003700                             FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT BRANCH-TRANS     ASSIGN TO "BRTRAN"
003900                             ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT BRANCH-TRANS-REJECT ASSIGN TO "BRMREJ"
004100                             ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT BRANCH-AUDIT     ASSIGN TO "BRMAUD"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004333     SELECT OPTIONAL BACK-DATED-FILE ASSIGN TO "BACKDTD"
004366                             ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BRANCH-MASTER.
004800     COPY BRMAST.
004900
005000 FD  BRANCH-TRANS
005100     RECORDING MODE IS F.
005200     COPY BRTRAN.
005300
005400 FD  BRANCH-TRANS-REJECT
005500     RECORDING MODE IS F.
005600 01  BRANCH-REJ-LINE             PIC X(80).
005700
005800 FD  BRANCH-AUDIT
005900     RECORDING MODE IS F.
006000 01  BRANCH-AUDIT-LINE           PIC X(80).
006100
006200 FD  BUS-DATE-FILE
006300     RECORDING MODE IS F.
006400     COPY BUSDATE.
006420
006440 FD  BACK-DATED-FILE
006460     RECORDING MODE IS F.
006480     COPY BACKDTD.
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-BDAT-STATUS              PIC X(02).
006800     88  WS-BDAT-OK                      VALUE "00".
006900 01  WS-DU-FUNCTION              PIC X(01).
007000 01  WS-DU-DATE-1                PIC 9(08).
007100 01  WS-DU-DATE-2                PIC 9(08).
007200 01  WS-DU-DAYS                  PIC S9(05).
007300 01  WS-DU-VALID-SW              PIC X(01).
007400     88  WS-DU-VALID                     VALUE 'Y'.
007500 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007600 01  WS-MASTER-STATUS            PIC X(02).
007700     88  WS-MASTER-OK                    VALUE "00".
007800
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008100         88  WS-EOF                          VALUE 'Y'.
008200     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
008300         88  WS-TRAN-VALID                   VALUE 'Y'.
008400         88  WS-TRAN-INVALID                 VALUE 'N'.
008410     05  WS-CMP-GIVEN-SW         PIC X(01)   VALUE 'N'.
008420         88  WS-CMP-GIVEN                    VALUE 'Y'.
008430     05  WS-WAS-SPLIT-SW         PIC X(01)   VALUE 'N'.
008440         88  WS-WAS-SPLIT                    VALUE 'Y'.
008450     05  WS-DATED-CHANGE-SW      PIC X(01)   VALUE 'N'.
008460         88  WS-DATED-CHANGE                 VALUE 'Y'.
008473     05  WS-DIVERTED-SW          PIC X(01)   VALUE 'N'.
008486         88  WS-DIVERTED                     VALUE 'Y'.
008500
008600 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
008700 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008800 77  WS-CLOSE-COUNT              PIC 9(05)   COMP    VALUE ZERO.
008900 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008925 77  WS-DIVERT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008950 77  WS-CMP-SUB                  PIC 9(03)   COMP.
009000
009100 01  WS-OLD-RATE                 PIC 9(02)V9(02).
009200 01  WS-OLD-STATUS               PIC X(01).
009300 01  WS-EFF-DATE                 PIC 9(08).
009330 01  WS-NEW-RATE                 PIC 9(02)V9(02).
009360 01  WS-CMP-TOTAL                PIC 9(03)V9(02).
009380 01  WS-PERIOD-DATE              PIC 9(08).
009400
009500 01  WS-TRANS-REJECT-LINE.
009600     05  WS-TREJ-TRAN-CODE       PIC X(01).
009700     05  FILLER                  PIC X(02)   VALUE SPACES.
009800     05  WS-TREJ-BRANCH-CODE     PIC X(03).
009900     05  FILLER                  PIC X(02)   VALUE SPACES.
010000     05  WS-TREJ-TAX-RATE        PIC X(04).
010100     05  FILLER                  PIC X(02)   VALUE SPACES.
010200     05  WS-TREJ-REASON          PIC X(36).
010300
010400 01  WS-AUDIT-DATE               PIC 9(08).
010500 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "BRMAST".
010600 01  WS-JRN-ACTION               PIC X(01).
010700 01  WS-JRN-BEFORE               PIC X(80).
010800 01  WS-JRN-AFTER                PIC X(80).
010900 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "BRMAST".
011000 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
011100 01  WS-AUTH-SW                  PIC X(01).
011200     88  WS-AUTHORIZED                   VALUE 'Y'.
011300
011400     COPY BRAUD.
011433
011466     COPY PERDREQ.
011500
011600     COPY RUNSTAT.
011700
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
012100     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
012200             UNTIL WS-EOF.
012300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
012400     GO TO 9999-EXIT.
012500
012600******************************************************************
012700*    1000-INITIALIZE - OPEN THE MASTER I-O AND THE TRANSACTION
012800*                      FILES
012900******************************************************************
013000 1000-INITIALIZE.
013100     DISPLAY "BRMNT - BRANCH MASTER MAINTENANCE STARTING".
013200     MOVE "BRMNT"                TO RSA-PROGRAM-ID.
013300     MOVE 'S'                    TO RSA-FUNCTION.
013400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
013500     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
013600     MOVE WS-BUSINESS-DATE       TO WS-AUDIT-DATE.
013700     OPEN I-O    BRANCH-MASTER.
013800     OPEN INPUT  BRANCH-TRANS.
013900     OPEN OUTPUT BRANCH-TRANS-REJECT.
014000     OPEN OUTPUT BRANCH-AUDIT.
014050     OPEN EXTEND BACK-DATED-FILE.
014100     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
014200 1000-EXIT.
014300     EXIT.
014400
014500******************************************************************
014600*    2000-PROCESS-TRANS - EDIT AND APPLY ONE BRANCH CHANGE
014700******************************************************************
014800 2000-PROCESS-TRANS.
014900     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
015000     IF WS-TRAN-INVALID
015100         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
015200     ELSE
015250         PERFORM 2070-CHECK-CLOSED-PERIOD THRU 2070-EXIT
015300         EVALUATE TRUE
015333             WHEN WS-DIVERTED
015366                 CONTINUE
015400             WHEN BT-ADD
015500                 PERFORM 2100-ADD-BRANCH    THRU 2100-EXIT
015600             WHEN BT-CHANGE
015700                 PERFORM 2200-CHANGE-BRANCH THRU 2200-EXIT
015800             WHEN BT-CLOSE
015900                 PERFORM 2300-CLOSE-BRANCH  THRU 2300-EXIT
016000         END-EVALUATE
016100     END-IF.
016200     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
016300 2000-EXIT.
016400     EXIT.
016500
016600******************************************************************
016700*    2050-EDIT-TRANSACTION - TRANSACTION CODE, BRANCH CODE, THE
016800*                            FIELDS AND DATES EACH CODE NEEDS, AND
016900*                            THE SUBMITTING USER'S AUTHORITY
017000******************************************************************
017100 2050-EDIT-TRANSACTION.
017200     SET WS-TRAN-VALID           TO TRUE.
017220     PERFORM 2060-EDIT-COMPONENTS THRU 2060-EXIT.
017240     IF WS-TRAN-INVALID
017260         GO TO 2050-EXIT
017280     END-IF.
017300     IF BT-BRANCH-CODE EQUAL SPACES
017400         SET WS-TRAN-INVALID     TO TRUE
017500         MOVE "BRANCH CODE MISSING" TO WS-TREJ-REASON
017600         GO TO 2050-EXIT
017700     END-IF.
017800     EVALUATE TRUE
017900         WHEN BT-ADD
018000             IF BT-BRANCH-NAME EQUAL SPACES
018100                 SET WS-TRAN-INVALID TO TRUE
018200                 MOVE "BRANCH NAME MISSING" TO WS-TREJ-REASON
018300                 GO TO 2050-EXIT
018400             END-IF
018405             IF WS-CMP-GIVEN
018410                 IF BT-TAX-RATE-X NOT EQUAL SPACES
018415                  AND (BT-TAX-RATE NOT NUMERIC
018420                    OR BT-TAX-RATE NOT EQUAL WS-CMP-TOTAL)
018425                     SET WS-TRAN-INVALID TO TRUE
018430                     MOVE "RATE NOT SUM OF COMPONENTS"
018435                                 TO WS-TREJ-REASON
018440                     GO TO 2050-EXIT
018445                 END-IF
018450                 IF WS-CMP-TOTAL GREATER THAN 99.99
018455                     SET WS-TRAN-INVALID TO TRUE
018460                     MOVE "INVALID TAX RATE" TO WS-TREJ-REASON
018465                     GO TO 2050-EXIT
018470                 END-IF
018475                 MOVE WS-CMP-TOTAL   TO WS-NEW-RATE
018480             ELSE
018500             IF BT-TAX-RATE NOT NUMERIC
018600                 SET WS-TRAN-INVALID TO TRUE
018700                 MOVE "INVALID TAX RATE" TO WS-TREJ-REASON
018800                 GO TO 2050-EXIT
018900             END-IF
018930                 MOVE BT-TAX-RATE    TO WS-NEW-RATE
018960             END-IF
019000             MOVE BT-OPEN-DATE   TO WS-DU-DATE-1
019100             PERFORM 2080-VALIDATE-DATE THRU 2080-EXIT
019200             IF NOT WS-DU-VALID
019300                 SET WS-TRAN-INVALID TO TRUE
019400                 MOVE "INVALID OPENING DATE" TO WS-TREJ-REASON
019500                 GO TO 2050-EXIT
019600             END-IF
019700             IF BT-EFF-DATE NUMERIC AND BT-EFF-DATE > ZERO
019800                 MOVE BT-EFF-DATE TO WS-DU-DATE-1
019900                 PERFORM 2080-VALIDATE-DATE THRU 2080-EXIT
020000                 IF NOT WS-DU-VALID
020100                  OR BT-EFF-DATE LESS THAN BT-OPEN-DATE
020200                     SET WS-TRAN-INVALID TO TRUE
020300                     MOVE "INVALID RATE EFFECTIVE DATE"
020400                                 TO WS-TREJ-REASON
020500                     GO TO 2050-EXIT
020600                 END-IF
020700             END-IF
020800         WHEN BT-CHANGE
020900             IF BT-BRANCH-NAME EQUAL SPACES
021000              AND BT-TAX-RATE-X EQUAL SPACES
021050              AND NOT WS-CMP-GIVEN
021100                 SET WS-TRAN-INVALID TO TRUE
021200                 MOVE "NOTHING TO CHANGE" TO WS-TREJ-REASON
021300                 GO TO 2050-EXIT
021400             END-IF
021500             IF BT-TAX-RATE-X NOT EQUAL SPACES OR WS-CMP-GIVEN
021600                 IF BT-TAX-RATE-X NOT EQUAL SPACES
021650                  AND BT-TAX-RATE NOT NUMERIC
021700                     SET WS-TRAN-INVALID TO TRUE
021800                     MOVE "INVALID TAX RATE" TO WS-TREJ-REASON
021900                     GO TO 2050-EXIT
022000                 END-IF
022100                 MOVE BT-EFF-DATE TO WS-DU-DATE-1
022200                 PERFORM 2080-VALIDATE-DATE THRU 2080-EXIT
022300                 IF NOT WS-DU-VALID
022400                     SET WS-TRAN-INVALID TO TRUE
022500                     MOVE "INVALID RATE EFFECTIVE DATE"
022600                                 TO WS-TREJ-REASON
022700                     GO TO 2050-EXIT
022800                 END-IF
022900             END-IF
023000         WHEN BT-CLOSE
023100             MOVE BT-CLOSE-DATE  TO WS-DU-DATE-1
023200             PERFORM 2080-VALIDATE-DATE THRU 2080-EXIT
023300             IF NOT WS-DU-VALID
023400                 SET WS-TRAN-INVALID TO TRUE
023500                 MOVE "INVALID CLOSING DATE" TO WS-TREJ-REASON
023600                 GO TO 2050-EXIT
023700             END-IF
023800         WHEN OTHER
023900             SET WS-TRAN-INVALID TO TRUE
024000             MOVE "UNKNOWN TRANSACTION CODE" TO WS-TREJ-REASON
024100             GO TO 2050-EXIT
024200     END-EVALUATE.
024300     CALL "AUTHCHK"              USING BT-USER-ID
024400                                       WS-AUTH-MASTER-ID
024500                                       WS-AUTH-AMOUNT
024600                                       WS-AUTH-SW.
024700     IF NOT WS-AUTHORIZED
024800         SET WS-TRAN-INVALID     TO TRUE
024900         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
025000     END-IF.
025100 2050-EXIT.
025200     EXIT.
025300
025400 2080-VALIDATE-DATE.
025500     MOVE 'N'                    TO WS-DU-VALID-SW.
025600     IF WS-DU-DATE-1 NOT NUMERIC OR WS-DU-DATE-1 EQUAL ZERO
025700         GO TO 2080-EXIT
025800     END-IF.
025900     MOVE 'V'                    TO WS-DU-FUNCTION.
026000     CALL "DATEUTIL"             USING WS-DU-FUNCTION
026100                                       WS-DU-DATE-1
026200                                       WS-DU-DATE-2
026300                                       WS-DU-DAYS
026400                                       WS-DU-VALID-SW.
026500 2080-EXIT.
026600     EXIT.
026602
026605******************************************************************
026608*    2070-CHECK-CLOSED-PERIOD - AN ADD OR RATE CHANGE EFFECTIVE,
026611*                               OR A CLOSE DATED, IN A CLOSED
026613*                               ACCOUNTING PERIOD IS NOT APPLIED;
026616*                               IT GOES TO THE BACKDTD EXCEPTIONS
026619*                               FILE FOR FINANCE TO RELEASE
026622******************************************************************
026625 2070-CHECK-CLOSED-PERIOD.
026627     MOVE 'N'                    TO WS-DIVERTED-SW.
026630     IF BT-CLOSE
026633         MOVE BT-CLOSE-DATE      TO WS-PERIOD-DATE
026636     ELSE
026638         MOVE BT-EFF-DATE        TO WS-PERIOD-DATE
026641     END-IF.
026644     IF WS-PERIOD-DATE NOT NUMERIC
026647      OR WS-PERIOD-DATE EQUAL ZERO
026650         GO TO 2070-EXIT
026652     END-IF.
026655     MOVE WS-PERIOD-DATE         TO PK-EFF-DATE.
026658     CALL "PERDCHK"              USING PERIOD-CHECK-AREA.
026661     IF NOT PK-CLOSED
026663         GO TO 2070-EXIT
026666     END-IF.
026669     SET WS-DIVERTED             TO TRUE.
026672     ADD 1                       TO WS-DIVERT-COUNT.
026675     MOVE "BRMNT"                TO BKD-ORIGIN-PROGRAM.
026677     MOVE WS-BUSINESS-DATE       TO BKD-RUN-DATE.
026680     MOVE WS-PERIOD-DATE         TO BKD-EFF-DATE.
026683     MOVE PK-PERIOD              TO BKD-PERIOD.
026686     MOVE BT-USER-ID             TO BKD-USER-ID.
026688     MOVE BRANCH-TRAN-RECORD     TO BKD-ORIGINAL-RECORD.
026691     WRITE BACK-DATED-RECORD.
026694 2070-EXIT.
026697     EXIT.
026700
026702******************************************************************
026704*    2060-EDIT-COMPONENTS - NOTE WHETHER THE TRANSACTION SPLITS
026706*                           THE RATE, CHECK EACH COMPONENT IT
026708*                           GIVES AND TOTAL THEIR RATES
026710******************************************************************
026712 2060-EDIT-COMPONENTS.
026714     MOVE 'N'                    TO WS-CMP-GIVEN-SW.
026716     MOVE ZERO                   TO WS-CMP-TOTAL.
026718     IF NOT BT-ADD AND NOT BT-CHANGE
026720         GO TO 2060-EXIT
026722     END-IF.
026724     PERFORM 2065-EDIT-ONE-COMPONENT THRU 2065-EXIT
026726             VARYING WS-CMP-SUB FROM 1 BY 1
026728             UNTIL WS-CMP-SUB GREATER THAN 3
026730                OR WS-TRAN-INVALID.
026732 2060-EXIT.
026734     EXIT.
026736
026738 2065-EDIT-ONE-COMPONENT.
026740     IF BT-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
026742         GO TO 2065-EXIT
026744     END-IF.
026746     SET WS-CMP-GIVEN            TO TRUE.
026748     IF BT-CMP-RATE (WS-CMP-SUB) NOT NUMERIC
026750         SET WS-TRAN-INVALID     TO TRUE
026752         MOVE "INVALID COMPONENT RATE" TO WS-TREJ-REASON
026754         GO TO 2065-EXIT
026756     END-IF.
026758     IF BT-ADD AND BT-CMP-AUTHORITY (WS-CMP-SUB) EQUAL SPACES
026760         SET WS-TRAN-INVALID     TO TRUE
026762         MOVE "COMPONENT AUTHORITY MISSING" TO WS-TREJ-REASON
026764         GO TO 2065-EXIT
026766     END-IF.
026768     ADD BT-CMP-RATE (WS-CMP-SUB) TO WS-CMP-TOTAL.
026770 2065-EXIT.
026772     EXIT.
026774
026800******************************************************************
026900*    2100-ADD-BRANCH - A NEW BRANCH OPENS ACTIVE; ITS RATE RUNS
027000*                      FROM THE OPENING DATE UNLESS A LATER
027100*                      EFFECTIVE DATE IS GIVEN.  A DUPLICATE
027200*                      CODE IS CAUGHT BY THE KEYED WRITE.
027230*                      A SPLIT RATE'S PRIOR RATES START AS THE
027260*                      COMPONENT RATES THEMSELVES
027300******************************************************************
027400 2100-ADD-BRANCH.
027500     MOVE SPACES                 TO BRANCH-MASTER-RECORD.
027600     MOVE BT-BRANCH-CODE         TO BM-BRANCH-CODE.
027700     MOVE BT-BRANCH-NAME         TO BM-BRANCH-NAME.
027800     SET BM-ACTIVE               TO TRUE.
027900     MOVE WS-NEW-RATE            TO BM-TAX-RATE
028000                                    BM-PRIOR-RATE.
028020     MOVE WS-CMP-GIVEN-SW        TO BM-PRIOR-SPLIT-SW.
028040     PERFORM 2150-ADD-ONE-COMPONENT THRU 2150-EXIT
028060             VARYING WS-CMP-SUB FROM 1 BY 1
028080             UNTIL WS-CMP-SUB GREATER THAN 3.
028100     MOVE BT-OPEN-DATE           TO BM-OPEN-DATE
028200                                    BM-RATE-EFF-DATE.
028300     IF BT-EFF-DATE NUMERIC AND BT-EFF-DATE > ZERO
028400         MOVE BT-EFF-DATE        TO BM-RATE-EFF-DATE
028500     END-IF.
028600     MOVE ZERO                   TO BM-CLOSE-DATE.
028700     MOVE WS-AUDIT-DATE          TO BM-LAST-CHANGE-DATE.
028800     MOVE BT-USER-ID             TO BM-LAST-USER-ID.
028900     MOVE ZERO                   TO WS-OLD-RATE.
029000     MOVE SPACES                 TO WS-OLD-STATUS
029100                                    WS-JRN-BEFORE.
029200     WRITE BRANCH-MASTER-RECORD
029300         INVALID KEY
029400             MOVE "BRANCH ALREADY ON FILE" TO WS-TREJ-REASON
029500             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
029600             GO TO 2100-EXIT
029700     END-WRITE.
029800     ADD 1                       TO WS-ADD-COUNT.
029900     MOVE 'W'                    TO WS-JRN-ACTION.
030000     MOVE BRANCH-MASTER-RECORD   TO WS-JRN-AFTER.
030100     PERFORM 2260-WRITE-JOURNAL  THRU 2260-EXIT.
030200     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
030300 2100-EXIT.
030400     EXIT.
030500
030505 2150-ADD-ONE-COMPONENT.
030510     MOVE BT-CMP-CODE (WS-CMP-SUB)  TO BM-CMP-CODE (WS-CMP-SUB).
030515     IF BT-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
030520         MOVE SPACES             TO BM-CMP-AUTHORITY (WS-CMP-SUB)
030525         MOVE ZERO               TO BM-CMP-RATE (WS-CMP-SUB)
030530                                    BM-CMP-PRIOR-RATE (WS-CMP-SUB)
030535     ELSE
030540         MOVE BT-CMP-AUTHORITY (WS-CMP-SUB)
030545                                 TO BM-CMP-AUTHORITY (WS-CMP-SUB)
030550         MOVE BT-CMP-RATE (WS-CMP-SUB)
030555                                 TO BM-CMP-RATE (WS-CMP-SUB)
030560                                    BM-CMP-PRIOR-RATE (WS-CMP-SUB)
030565     END-IF.
030570 2150-EXIT.
030575     EXIT.
030580
030600******************************************************************
030700*    2200-CHANGE-BRANCH - A NEW RATE FROM A LATER DATE PUSHES THE
030800*                         CURRENT RATE INTO THE PRIOR RATE; A NEW
030900*                         RATE FROM THE SAME DATE CORRECTS IT.  A
031000*                         CLOSED BRANCH IS NOT CHANGED.  THE
031030*                         SAME HOLDS FOR EACH COMPONENT OF A
031060*                         SPLIT RATE; THE BRANCH RATE IS THEIR SUM
031100******************************************************************
031200 2200-CHANGE-BRANCH.
031300     PERFORM 2280-READ-BRANCH    THRU 2280-EXIT.
031400     IF WS-TRAN-INVALID
031500         GO TO 2200-EXIT
031600     END-IF.
031700     IF BM-CLOSED
031800         MOVE "BRANCH IS CLOSED" TO WS-TREJ-REASON
031900         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
032000         GO TO 2200-EXIT
032100     END-IF.
032200     IF BT-TAX-RATE-X NOT EQUAL SPACES OR WS-CMP-GIVEN
032300         IF BT-EFF-DATE LESS THAN BM-RATE-EFF-DATE
032400             MOVE "EFFECTIVE DATE BEFORE CURRENT RATE"
032500                                 TO WS-TREJ-REASON
032600             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
032700             GO TO 2200-EXIT
032800         END-IF
032900         PERFORM 2210-CHANGE-RATE THRU 2210-EXIT
033000         IF WS-TRAN-INVALID
033100             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
033200             GO TO 2200-EXIT
033300         END-IF
033400     END-IF.
033500     IF BT-BRANCH-NAME NOT EQUAL SPACES
033600         MOVE BT-BRANCH-NAME     TO BM-BRANCH-NAME
033700     END-IF.
033800     MOVE WS-AUDIT-DATE          TO BM-LAST-CHANGE-DATE.
033900     MOVE BT-USER-ID             TO BM-LAST-USER-ID.
034000     REWRITE BRANCH-MASTER-RECORD.
034100     ADD 1                       TO WS-CHANGE-COUNT.
034200     MOVE 'R'                    TO WS-JRN-ACTION.
034300     MOVE BRANCH-MASTER-RECORD   TO WS-JRN-AFTER.
034400     PERFORM 2260-WRITE-JOURNAL  THRU 2260-EXIT.
034500     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
034600 2200-EXIT.
034700     EXIT.
034717
034734******************************************************************
034751*    2210-CHANGE-RATE - CHECK THE COMPONENTS AGAINST THE SLOTS ON
034768*                       FILE, THEN APPLY THE NEW RATE OR
034785*                       COMPONENTS.  A LATER EFFECTIVE DATE
034802*                       FIRST MOVES THE CURRENT RATES TO PRIOR
034819******************************************************************
034836 2210-CHANGE-RATE.
034853     MOVE 'N'                    TO WS-WAS-SPLIT-SW
034870                                    WS-DATED-CHANGE-SW.
034887     IF BT-EFF-DATE GREATER THAN BM-RATE-EFF-DATE
034904         SET WS-DATED-CHANGE     TO TRUE
034921     END-IF.
034938     PERFORM 2220-CHECK-ONE-COMPONENT THRU 2220-EXIT
034955             VARYING WS-CMP-SUB FROM 1 BY 1
034972             UNTIL WS-CMP-SUB GREATER THAN 3
034989                OR WS-TRAN-INVALID.
035006     IF WS-TRAN-INVALID
035023         GO TO 2210-EXIT
035040     END-IF.
035057     IF WS-WAS-SPLIT AND NOT WS-CMP-GIVEN
035074         SET WS-TRAN-INVALID     TO TRUE
035091         MOVE "RATE IS SPLIT - GIVE COMPONENTS" TO WS-TREJ-REASON
035108         GO TO 2210-EXIT
035125     END-IF.
035142     IF WS-CMP-GIVEN
035159         MOVE ZERO               TO WS-CMP-TOTAL
035176         PERFORM 2230-APPLY-ONE-COMPONENT THRU 2230-EXIT
035193                 VARYING WS-CMP-SUB FROM 1 BY 1
035210                 UNTIL WS-CMP-SUB GREATER THAN 3
035227         IF WS-CMP-TOTAL GREATER THAN 99.99
035244          OR (BT-TAX-RATE-X NOT EQUAL SPACES
035261          AND BT-TAX-RATE NOT EQUAL WS-CMP-TOTAL)
035278             SET WS-TRAN-INVALID TO TRUE
035295             MOVE "RATE NOT SUM OF COMPONENTS" TO WS-TREJ-REASON
035312             GO TO 2210-EXIT
035329         END-IF
035346         MOVE WS-CMP-TOTAL       TO WS-NEW-RATE
035363     ELSE
035380         MOVE BT-TAX-RATE        TO WS-NEW-RATE
035397     END-IF.
035414     IF WS-DATED-CHANGE
035431         MOVE BM-TAX-RATE        TO BM-PRIOR-RATE
035448         MOVE WS-WAS-SPLIT-SW    TO BM-PRIOR-SPLIT-SW
035465     END-IF.
035482     MOVE WS-NEW-RATE            TO BM-TAX-RATE.
035499     MOVE BT-EFF-DATE            TO BM-RATE-EFF-DATE.
035516 2210-EXIT.
035533     EXIT.
035550
035567******************************************************************
035584*    2220-CHECK-ONE-COMPONENT - AN OCCUPIED SLOT TAKES ONLY ITS
035601*                               OWN CODE; A NEW COMPONENT NEEDS
035618*                               ITS AUTHORITY
035635******************************************************************
035652 2220-CHECK-ONE-COMPONENT.
035669     IF BM-CMP-CODE (WS-CMP-SUB) NOT EQUAL SPACES
035686         SET WS-WAS-SPLIT        TO TRUE
035703     END-IF.
035720     IF BT-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
035737         GO TO 2220-EXIT
035754     END-IF.
035771     IF BM-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
035788         IF BT-CMP-AUTHORITY (WS-CMP-SUB) EQUAL SPACES
035805             SET WS-TRAN-INVALID TO TRUE
035822             MOVE "COMPONENT AUTHORITY MISSING" TO WS-TREJ-REASON
035839         END-IF
035856     ELSE
035873         IF BM-CMP-CODE (WS-CMP-SUB)
035890                 NOT EQUAL BT-CMP-CODE (WS-CMP-SUB)
035907             SET WS-TRAN-INVALID TO TRUE
035924             MOVE "COMPONENT CODE DIFFERS ON FILE"
035941                                 TO WS-TREJ-REASON
035958         END-IF
035975     END-IF.
035992 2220-EXIT.
036009     EXIT.
036026
036043******************************************************************
036060*    2230-APPLY-ONE-COMPONENT - A COMPONENT NOT ON THE
036077*                               TRANSACTION KEEPS ITS RATE; A NEW
036094*                               ONE HAD NO RATE BEFORE
036111******************************************************************
036128 2230-APPLY-ONE-COMPONENT.
036145     IF BT-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
036162         IF BM-CMP-CODE (WS-CMP-SUB) NOT EQUAL SPACES
036179          AND WS-DATED-CHANGE
036196             MOVE BM-CMP-RATE (WS-CMP-SUB)
036213                                 TO BM-CMP-PRIOR-RATE (WS-CMP-SUB)
036230         END-IF
036247     ELSE
036264         IF BM-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
036281             MOVE BT-CMP-CODE (WS-CMP-SUB)
036298                                 TO BM-CMP-CODE (WS-CMP-SUB)
036315             MOVE ZERO           TO BM-CMP-PRIOR-RATE (WS-CMP-SUB)
036332         ELSE
036349             IF WS-DATED-CHANGE
036366                 MOVE BM-CMP-RATE (WS-CMP-SUB)
036383                                 TO BM-CMP-PRIOR-RATE (WS-CMP-SUB)
036400             END-IF
036417         END-IF
036434         IF BT-CMP-AUTHORITY (WS-CMP-SUB) NOT EQUAL SPACES
036451             MOVE BT-CMP-AUTHORITY (WS-CMP-SUB)
036468                                 TO BM-CMP-AUTHORITY (WS-CMP-SUB)
036485         END-IF
036502         MOVE BT-CMP-RATE (WS-CMP-SUB)
036519                                 TO BM-CMP-RATE (WS-CMP-SUB)
036536     END-IF.
036553     IF BM-CMP-CODE (WS-CMP-SUB) NOT EQUAL SPACES
036570         ADD BM-CMP-RATE (WS-CMP-SUB) TO WS-CMP-TOTAL
036587     END-IF.
036604 2230-EXIT.
036621     EXIT.
036638
036655******************************************************************
036672*    2300-CLOSE-BRANCH - THE BRANCH STAYS ON FILE, CLOSED FROM THE
036689*                        DAY AFTER ITS CLOSING DATE, SO LATE
036706*                        TRANSACTIONS DATED UP TO THE CLOSE STILL
036723*                        FIND IT
036740******************************************************************
036757 2300-CLOSE-BRANCH.
036774     PERFORM 2280-READ-BRANCH    THRU 2280-EXIT.
036791     IF WS-TRAN-INVALID
036808         GO TO 2300-EXIT
036825     END-IF.
036842     IF BM-CLOSED
036859         MOVE "BRANCH ALREADY CLOSED" TO WS-TREJ-REASON
036876         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
036893         GO TO 2300-EXIT
036910     END-IF.
036927     IF BT-CLOSE-DATE LESS THAN BM-OPEN-DATE
036944         MOVE "CLOSING DATE BEFORE OPENING" TO WS-TREJ-REASON
036961         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
036978         GO TO 2300-EXIT
036995     END-IF.
037012     SET BM-CLOSED               TO TRUE.
037100     MOVE BT-CLOSE-DATE          TO BM-CLOSE-DATE.
037200     MOVE WS-AUDIT-DATE          TO BM-LAST-CHANGE-DATE.
037300     MOVE BT-USER-ID             TO BM-LAST-USER-ID.
037400     REWRITE BRANCH-MASTER-RECORD.
037500     ADD 1                       TO WS-CLOSE-COUNT.
037600     MOVE 'R'                    TO WS-JRN-ACTION.
037700     MOVE BRANCH-MASTER-RECORD   TO WS-JRN-AFTER.
037800     PERFORM 2260-WRITE-JOURNAL  THRU 2260-EXIT.
037900     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
038000 2300-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    2250-WRITE-AUDIT-RECORD - LOG THE RATE AND STATUS BEFORE AND
038500*                              AFTER
038600******************************************************************
038700 2250-WRITE-AUDIT-RECORD.
038800     MOVE BT-BRANCH-CODE         TO BMA-BRANCH-CODE.
038900     MOVE BT-TRAN-CODE           TO BMA-TRAN-CODE.
039000     MOVE WS-OLD-RATE            TO BMA-OLD-RATE.
039100     MOVE BM-TAX-RATE            TO BMA-NEW-RATE.
039200     MOVE BM-RATE-EFF-DATE       TO BMA-RATE-EFF-DATE.
039300     MOVE WS-OLD-STATUS          TO BMA-OLD-STATUS.
039400     MOVE BM-STATUS              TO BMA-NEW-STATUS.
039500     MOVE BM-CLOSE-DATE          TO BMA-CLOSE-DATE.
039600     MOVE WS-AUDIT-DATE          TO BMA-AUDIT-DATE.
039700     MOVE BT-USER-ID             TO BMA-USER-ID.
039800     WRITE BRANCH-AUDIT-LINE     FROM BRANCH-AUDIT-RECORD.
039900 2250-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    2260-WRITE-JOURNAL - THE MACHINE-READABLE BEFORE/AFTER
040400*                        JOURNAL ENTRY FOR FORWARD RECOVERY
040500******************************************************************
040600 2260-WRITE-JOURNAL.
040700     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
040800                                       WS-JRN-ACTION
040900                                       WS-AUDIT-DATE
041000                                       WS-JRN-BEFORE
041100                                       WS-JRN-AFTER.
041200 2260-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*    2280-READ-BRANCH - A CHANGE OR CLOSE NEEDS THE BRANCH ON
041700*                       FILE; ITS RATE, STATUS AND IMAGE ARE KEPT
041800*                       FOR THE AUDIT AND THE JOURNAL
041900******************************************************************
042000 2280-READ-BRANCH.
042100     MOVE BT-BRANCH-CODE         TO BM-BRANCH-CODE.
042200     READ BRANCH-MASTER
042300         INVALID KEY
042400             SET WS-TRAN-INVALID TO TRUE
042500             MOVE "BRANCH NOT ON FILE" TO WS-TREJ-REASON
042600             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
042700             GO TO 2280-EXIT
042800     END-READ.
042900     MOVE BM-TAX-RATE            TO WS-OLD-RATE.
043000     MOVE BM-STATUS              TO WS-OLD-STATUS.
043100     MOVE BRANCH-MASTER-RECORD   TO WS-JRN-BEFORE.
043200 2280-EXIT.
043300     EXIT.
043400
043500 2900-READ-TRANS.
043600     READ BRANCH-TRANS
043700         AT END
043800             SET WS-EOF TO TRUE
043900     END-READ.
044000 2900-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
044500******************************************************************
044600 2900-WRITE-TRANS-REJECT.
044700     ADD 1 TO WS-REJECT-COUNT.
044800     MOVE BT-TRAN-CODE           TO WS-TREJ-TRAN-CODE.
044900     MOVE BT-BRANCH-CODE         TO WS-TREJ-BRANCH-CODE.
045000     MOVE BT-TAX-RATE-X          TO WS-TREJ-TAX-RATE.
045100     WRITE BRANCH-REJ-LINE       FROM WS-TRANS-REJECT-LINE.
045200 2900-WRJ-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
045700*                             FROM THE CALCHK BUSDATE CARD; FALL
045800*                             BACK TO THE MACHINE DATE WHEN THE
045900*                             CARD IS ABSENT
046000******************************************************************
046100 8100-GET-BUSINESS-DATE.
046200     OPEN INPUT BUS-DATE-FILE.
046300     IF WS-BDAT-OK
046400         READ BUS-DATE-FILE
046500             AT END
046600                 CONTINUE
046700             NOT AT END
046800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
046900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
047000                 END-IF
047100         END-READ
047200     END-IF.
047300     CLOSE BUS-DATE-FILE.
047400     IF WS-BUSINESS-DATE EQUAL ZERO
047500         MOVE 'C'                TO WS-DU-FUNCTION
047600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
047700                                       WS-BUSINESS-DATE
047800                                       WS-DU-DATE-2
047900                                       WS-DU-DAYS
048000                                       WS-DU-VALID-SW
048100     END-IF.
048200 8100-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
048700******************************************************************
048800 9000-TERMINATE.
048900     DISPLAY "BRANCHES OPENED       : " WS-ADD-COUNT.
049000     DISPLAY "BRANCHES CHANGED      : " WS-CHANGE-COUNT.
049100     DISPLAY "BRANCHES CLOSED       : " WS-CLOSE-COUNT.
049200     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
049250     DISPLAY "BACK-DATED - DIVERTED : " WS-DIVERT-COUNT.
049300     CLOSE BRANCH-MASTER.
049400     CLOSE BRANCH-TRANS.
049500     CLOSE BRANCH-TRANS-REJECT.
049600     CLOSE BRANCH-AUDIT.
049700     IF WS-REJECT-COUNT > ZERO
049800         MOVE 4              TO RETURN-CODE
049900     END-IF.
049920     CLOSE BACK-DATED-FILE.
049940     IF WS-DIVERT-COUNT > ZERO
049960         MOVE 4              TO RETURN-CODE
049980     END-IF.
050000     MOVE 'E'                    TO RSA-FUNCTION.
050100     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
050200                               + WS-CLOSE-COUNT.
050300     COMPUTE RSA-READ-COUNT = RSA-WRITTEN-COUNT + WS-REJECT-COUNT.
050400     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
050500     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
050600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
050700     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
050800 9000-EXIT.
050900     EXIT.
051000
051100 9999-EXIT.
051200     STOP RUN.
