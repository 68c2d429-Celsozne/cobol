000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 ITEMMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ITEM MASTER MAINTENANCE
001200*                     IN THE SUBJMNT ADD/CHANGE/DELETE PATTERN.
001300*                     A BLANK CODE, DESCRIPTION OR UNIT OF
001400*                     MEASURE, A ZERO PRICE OR A BAD ACTIVE
001500*                     FLAG IS REFUSED, AND EVERY APPLIED
001600*                     TRANSACTION WRITES A BEFORE/AFTER AUDIT
001700*                     RECORD TO ITEMAUD.  A PRICE CHANGE DOES
001800*                     NOT REPRICE LINES ALREADY ON ORDLINE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-370.
002300 OBJECT-COMPUTER.            IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ITEM-MASTER      ASSIGN TO "ITEMMAST"
002700                             ORGANIZATION IS INDEXED
002800                             ACCESS MODE IS DYNAMIC
002900                             RECORD KEY IS IM-ITEM-CODE
003000                             FILE STATUS IS WS-MASTER-STATUS.
003100     SELECT ITEM-TRANS       ASSIGN TO "ITEMTRAN"
003200                             ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT ITEM-TRANS-REJECT ASSIGN TO "ITEMMREJ"
003400                             ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT ITEM-AUDIT       ASSIGN TO "ITEMAUD"
003600                             ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ITEM-MASTER.
004100     COPY ITEMMAST.
004200
004300 FD  ITEM-TRANS
004400     RECORDING MODE IS F.
004500     COPY ITEMTRAN.
004600
004700 FD  ITEM-TRANS-REJECT
004800     RECORDING MODE IS F.
004900 01  ITEM-REJ-LINE               PIC X(80).
005000
005100 FD  ITEM-AUDIT
005200     RECORDING MODE IS F.
005300 01  ITEM-AUDIT-LINE             PIC X(120).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-MASTER-STATUS            PIC X(02).
005700     88  WS-MASTER-OK                    VALUE "00".
005800     88  WS-MASTER-NOT-FOUND             VALUE "23".
005900     88  WS-MASTER-DUPLICATE             VALUE "22".
006000
006100 01  WS-SWITCHES.
006200     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006300         88  WS-EOF                          VALUE 'Y'.
006400     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
006500         88  WS-TRAN-VALID                   VALUE 'Y'.
006600         88  WS-TRAN-INVALID                 VALUE 'N'.
006700
006800 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
006900 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007000 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007100 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007200
007300 01  WS-TRANS-REJECT-LINE.
007400     05  WS-TREJ-TRAN-CODE       PIC X(01).
007500     05  FILLER                  PIC X(02)   VALUE SPACES.
007600     05  WS-TREJ-ITEM-CODE       PIC X(08).
007700     05  FILLER                  PIC X(02)   VALUE SPACES.
007800     05  WS-TREJ-REASON          PIC X(30).
007900
008000 01  WS-OLD-DESCRIPTION          PIC X(30).
008100 01  WS-OLD-UNIT-PRICE           PIC 9(05)V9(02).
008200 01  WS-OLD-ACTIVE-FLAG          PIC X(01).
008300
008400 01  WS-AUDIT-DATE               PIC 9(08).
008500
008600 01  WS-AUDIT-LINE.
008700     05  WS-AUD-TRAN-CODE        PIC X(01).
008800     05  FILLER                  PIC X(02)   VALUE SPACES.
008900     05  WS-AUD-ITEM-CODE        PIC X(08).
009000     05  FILLER                  PIC X(02)   VALUE SPACES.
009100     05  WS-AUD-OLD-DESC         PIC X(30).
009200     05  FILLER                  PIC X(01)   VALUE SPACES.
009300     05  WS-AUD-OLD-PRICE        PIC 9(05)V9(02).
009400     05  FILLER                  PIC X(01)   VALUE SPACES.
009500     05  WS-AUD-OLD-FLAG         PIC X(01).
009600     05  FILLER                  PIC X(02)   VALUE SPACES.
009700     05  WS-AUD-NEW-DESC         PIC X(30).
009800     05  FILLER                  PIC X(01)   VALUE SPACES.
009900     05  WS-AUD-NEW-PRICE        PIC 9(05)V9(02).
010000     05  FILLER                  PIC X(01)   VALUE SPACES.
010100     05  WS-AUD-NEW-FLAG         PIC X(01).
010200     05  FILLER                  PIC X(02)   VALUE SPACES.
010300     05  WS-AUD-DATE             PIC 9(08).
010400
010500     COPY RUNSTAT.
010600
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
011000     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
011100             UNTIL WS-EOF.
011200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
011300     GO TO 9999-EXIT.
011400
011500******************************************************************
011600*    1000-INITIALIZE - OPEN THE MASTER I-O AND TRANSACTION FILES
011700******************************************************************
011800 1000-INITIALIZE.
011900     DISPLAY "ITEMMNT - ITEM MASTER MAINTENANCE STARTING".
012000     MOVE "ITEMMNT"              TO RSA-PROGRAM-ID.
012100     MOVE 'S'                    TO RSA-FUNCTION.
012200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
012300     OPEN I-O    ITEM-MASTER.
012400     OPEN INPUT  ITEM-TRANS.
012500     OPEN OUTPUT ITEM-TRANS-REJECT.
012600     OPEN OUTPUT ITEM-AUDIT.
012700     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
012800     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100
013200******************************************************************
013300*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN APPLY ONE
013400*                         ADD/CHANGE/DELETE AGAINST THE MASTER
013500******************************************************************
013600 2000-PROCESS-TRANS.
013700     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
013800     IF WS-TRAN-INVALID
013900         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
014000     ELSE
014100         EVALUATE TRUE
014200             WHEN ITT-ADD
014300                 PERFORM 2100-ADD-ITEM       THRU 2100-EXIT
014400             WHEN ITT-CHANGE
014500                 PERFORM 2200-CHANGE-ITEM    THRU 2200-EXIT
014600             WHEN ITT-DELETE
014700                 PERFORM 2300-DELETE-ITEM    THRU 2300-EXIT
014800             WHEN OTHER
014900                 MOVE "UNKNOWN TRANSACTION CODE"
015000                                 TO WS-TREJ-REASON
015100                 PERFORM 2900-WRITE-TRANS-REJECT
015200                         THRU 2900-WRJ-EXIT
015300         END-EVALUATE
015400     END-IF.
015500     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
015600 2000-EXIT.
015700     EXIT.
015800
015900******************************************************************
016000*    2050-EDIT-TRANSACTION - THE CODE MUST BE PRESENT AND AN ADD
016100*                            OR CHANGE MUST CARRY A DESCRIPTION,
016200*                            A UNIT OF MEASURE, A PRICE AND A
016300*                            VALID ACTIVE FLAG
016400******************************************************************
016500 2050-EDIT-TRANSACTION.
016600     SET WS-TRAN-VALID           TO TRUE.
016700     IF ITT-ITEM-CODE EQUAL SPACES
016800         SET WS-TRAN-INVALID     TO TRUE
016900         MOVE "ITEM CODE BLANK"  TO WS-TREJ-REASON
017000         GO TO 2050-EXIT
017100     END-IF.
017200     IF ITT-DELETE
017300         GO TO 2050-EXIT
017400     END-IF.
017500     IF ITT-DESCRIPTION EQUAL SPACES
017600         SET WS-TRAN-INVALID     TO TRUE
017700         MOVE "ITEM DESCRIPTION BLANK" TO WS-TREJ-REASON
017800         GO TO 2050-EXIT
017900     END-IF.
018000     IF ITT-UNIT-OF-MEASURE EQUAL SPACES
018100         SET WS-TRAN-INVALID     TO TRUE
018200         MOVE "UNIT OF MEASURE BLANK" TO WS-TREJ-REASON
018300         GO TO 2050-EXIT
018400     END-IF.
018500     IF ITT-UNIT-PRICE NOT NUMERIC
018600      OR ITT-UNIT-PRICE EQUAL ZERO
018700         SET WS-TRAN-INVALID     TO TRUE
018800         MOVE "UNIT PRICE ZERO OR INVALID" TO WS-TREJ-REASON
018900         GO TO 2050-EXIT
019000     END-IF.
019100     IF ITT-ACTIVE-FLAG NOT EQUAL 'A'
019200      AND ITT-ACTIVE-FLAG NOT EQUAL 'I'
019300         SET WS-TRAN-INVALID     TO TRUE
019400         MOVE "INVALID ACTIVE FLAG" TO WS-TREJ-REASON
019500     END-IF.
019600 2050-EXIT.
019700     EXIT.
019800
019900******************************************************************
020000*    2100-ADD-ITEM - WRITE A NEW ITEM RECORD
020100******************************************************************
020200 2100-ADD-ITEM.
020300     MOVE ITT-ITEM-CODE          TO IM-ITEM-CODE.
020400     MOVE ITT-DESCRIPTION        TO IM-DESCRIPTION.
020500     MOVE ITT-UNIT-OF-MEASURE    TO IM-UNIT-OF-MEASURE.
020600     MOVE ITT-UNIT-PRICE         TO IM-UNIT-PRICE.
020700     MOVE ITT-ACTIVE-FLAG        TO IM-ACTIVE-FLAG.
020800     WRITE ITEM-MASTER-RECORD
020900       INVALID KEY
021000         MOVE "DUPLICATE ITEM CODE" TO WS-TREJ-REASON
021100         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
021200       NOT INVALID KEY
021300         ADD 1 TO WS-ADD-COUNT
021400         MOVE SPACES             TO WS-OLD-DESCRIPTION
021500                                    WS-OLD-ACTIVE-FLAG
021600         MOVE ZERO               TO WS-OLD-UNIT-PRICE
021700         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
021800     END-WRITE.
021900 2100-EXIT.
022000     EXIT.
022100
022200******************************************************************
022300*    2200-CHANGE-ITEM - REWRITE AN EXISTING ITEM
022400******************************************************************
022500 2200-CHANGE-ITEM.
022600     MOVE ITT-ITEM-CODE          TO IM-ITEM-CODE.
022700     READ ITEM-MASTER
022800       INVALID KEY
022900         MOVE "ITEM NOT ON FILE" TO WS-TREJ-REASON
023000         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
023100     END-READ.
023200     IF WS-MASTER-OK
023300         MOVE IM-DESCRIPTION     TO WS-OLD-DESCRIPTION
023400         MOVE IM-UNIT-PRICE      TO WS-OLD-UNIT-PRICE
023500         MOVE IM-ACTIVE-FLAG     TO WS-OLD-ACTIVE-FLAG
023600         MOVE ITT-DESCRIPTION    TO IM-DESCRIPTION
023700         MOVE ITT-UNIT-OF-MEASURE TO IM-UNIT-OF-MEASURE
023800         MOVE ITT-UNIT-PRICE     TO IM-UNIT-PRICE
023900         MOVE ITT-ACTIVE-FLAG    TO IM-ACTIVE-FLAG
024000         REWRITE ITEM-MASTER-RECORD
024100         ADD 1 TO WS-CHANGE-COUNT
024200         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
024300     END-IF.
024400 2200-EXIT.
024500     EXIT.
024600
024700******************************************************************
024800*    2250-WRITE-AUDIT-RECORD - LOG THE BEFORE/AFTER IMAGE
024900******************************************************************
025000 2250-WRITE-AUDIT-RECORD.
025100     MOVE ITT-TRAN-CODE          TO WS-AUD-TRAN-CODE.
025200     MOVE ITT-ITEM-CODE          TO WS-AUD-ITEM-CODE.
025300     MOVE WS-OLD-DESCRIPTION     TO WS-AUD-OLD-DESC.
025400     MOVE WS-OLD-UNIT-PRICE      TO WS-AUD-OLD-PRICE.
025500     MOVE WS-OLD-ACTIVE-FLAG     TO WS-AUD-OLD-FLAG.
025600     MOVE IM-DESCRIPTION         TO WS-AUD-NEW-DESC.
025700     MOVE IM-UNIT-PRICE          TO WS-AUD-NEW-PRICE.
025800     MOVE IM-ACTIVE-FLAG         TO WS-AUD-NEW-FLAG.
025900     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
026000     WRITE ITEM-AUDIT-LINE       FROM WS-AUDIT-LINE.
026100 2250-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*    2300-DELETE-ITEM - REMOVE AN ITEM RECORD; LINES ALREADY ON
026600*                       ORDLINE KEEP THE PRICE THEY WERE KEYED AT
026700******************************************************************
026800 2300-DELETE-ITEM.
026900     MOVE ITT-ITEM-CODE          TO IM-ITEM-CODE.
027000     READ ITEM-MASTER
027100         INVALID KEY
027200             MOVE "ITEM NOT ON FILE" TO WS-TREJ-REASON
027300             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
027400     END-READ.
027500     IF WS-MASTER-OK
027600         MOVE IM-DESCRIPTION     TO WS-OLD-DESCRIPTION
027700         MOVE IM-UNIT-PRICE      TO WS-OLD-UNIT-PRICE
027800         MOVE IM-ACTIVE-FLAG     TO WS-OLD-ACTIVE-FLAG
027900         DELETE ITEM-MASTER
028000             INVALID KEY
028100             MOVE "ITEM NOT ON FILE" TO WS-TREJ-REASON
028200             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
028300             NOT INVALID KEY
028400                 ADD 1 TO WS-DELETE-COUNT
028500                 MOVE SPACES     TO IM-DESCRIPTION
028600                                    IM-ACTIVE-FLAG
028700                 MOVE ZERO       TO IM-UNIT-PRICE
028800                 PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
028900         END-DELETE
029000     END-IF.
029100 2300-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    2900-READ-TRANS - READ THE NEXT ITEM TRANSACTION
029600******************************************************************
029700 2900-READ-TRANS.
029800     READ ITEM-TRANS
029900         AT END
030000             SET WS-EOF TO TRUE
030100     END-READ.
030200 2900-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
030700******************************************************************
030800 2900-WRITE-TRANS-REJECT.
030900     ADD 1 TO WS-REJECT-COUNT.
031000     MOVE ITT-TRAN-CODE          TO WS-TREJ-TRAN-CODE.
031100     MOVE ITT-ITEM-CODE          TO WS-TREJ-ITEM-CODE.
031200     WRITE ITEM-REJ-LINE         FROM WS-TRANS-REJECT-LINE.
031300 2900-WRJ-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
031800******************************************************************
031900 9000-TERMINATE.
032000     DISPLAY "ITEMS ADDED           : " WS-ADD-COUNT.
032100     DISPLAY "ITEMS CHANGED         : " WS-CHANGE-COUNT.
032200     DISPLAY "ITEMS DELETED         : " WS-DELETE-COUNT.
032300     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
032400     CLOSE ITEM-MASTER.
032500     CLOSE ITEM-TRANS.
032600     CLOSE ITEM-TRANS-REJECT.
032700     CLOSE ITEM-AUDIT.
032800     IF WS-REJECT-COUNT > ZERO
032900         MOVE 4                  TO RETURN-CODE
033000     END-IF.
033100     MOVE 'E'                    TO RSA-FUNCTION.
033200     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
033300                          + WS-DELETE-COUNT + WS-REJECT-COUNT.
033400     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
033500                               + WS-DELETE-COUNT.
033600     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
033700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
033800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
033900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
034000 9000-EXIT.
034100     EXIT.
034200
034300 9999-EXIT.
034400     STOP RUN.
