000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 REQAGE.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - AGING REPORT OVER THE
001200*                     REQMAST OPEN-REQUISITION MASTER GRNRCV
001300*                     MAINTAINS, IN THE EXCPAGE PATTERN.  EACH
001400*                     REQUISITION STILL OUTSTANDING (OPEN OR
001500*                     PARTLY RECEIVED) PAST ITS EXPECTED RECEIPT
001600*                     DATE IS LISTED WITH THE QUANTITY STILL DUE
001700*                     AND THE DAYS OVERDUE, BUCKETED 1-7, 8-30
001800*                     AND OVER 30 DAYS, SO PURCHASING CAN CHASE
001900*                     THE SUPPLIER.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.            IBM-370.
002400 OBJECT-COMPUTER.            IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
002800                             ORGANIZATION IS LINE SEQUENTIAL
002900                             FILE STATUS IS WS-BDAT-STATUS.
003000     SELECT REQ-MASTER       ASSIGN TO "REQMAST"
003100                             ORGANIZATION IS INDEXED
003200                             ACCESS MODE IS SEQUENTIAL
003300                             RECORD KEY IS RQM-REQ-KEY
003400                             FILE STATUS IS WS-REQM-STATUS.
003500     SELECT AGING-REPORT     ASSIGN TO "REQARPT"
003600                             ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BUS-DATE-FILE
004100     RECORDING MODE IS F.
004200     COPY BUSDATE.
004300
004400 FD  REQ-MASTER.
004500     COPY REQMAST.
004600
004700 FD  AGING-REPORT
004800     RECORDING MODE IS F.
004900 01  AGING-RPT-LINE              PIC X(80).
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-BDAT-STATUS              PIC X(02).
005300     88  WS-BDAT-OK                      VALUE "00".
005400 01  WS-REQM-STATUS              PIC X(02).
005500     88  WS-REQM-OK                      VALUE "00".
005600
005700 01  WS-SWITCHES.
005800     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
005900         88  WS-EOF                          VALUE 'Y'.
006000
006100 77  WS-READ-COUNT               PIC 9(05)   COMP    VALUE ZERO.
006200 77  WS-OUTSTANDING-COUNT        PIC 9(05)   COMP    VALUE ZERO.
006300 77  WS-OVERDUE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
006400 77  WS-BUCKET-1-7               PIC 9(05)   COMP    VALUE ZERO.
006500 77  WS-BUCKET-8-30              PIC 9(05)   COMP    VALUE ZERO.
006600 77  WS-BUCKET-OVER-30           PIC 9(05)   COMP    VALUE ZERO.
006700
006800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
006900 01  WS-DAYS-OVERDUE             PIC S9(05).
007000 01  WS-QTY-DUE                  PIC 9(07).
007100
007200 01  WS-DU-FUNCTION              PIC X(01).
007300 01  WS-DU-DATE-2                PIC 9(08).
007400 01  WS-DU-DAYS                  PIC S9(05).
007500 01  WS-DU-VALID-SW              PIC X(01).
007600
007700 01  WS-HEADING-1.
007800     05  FILLER                  PIC X(30)   VALUE
007900         "OPEN REQUISITION AGING REPORT".
008000 01  WS-HEADING-2.
008100     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
008200     05  WS-H2-DATE              PIC 9(08).
008300 01  WS-HEADING-3.
008400     05  FILLER                  PIC X(40)   VALUE
008500         "ORDER/LIN  ITEM      RAISED    EXPECTED".
008600     05  FILLER                  PIC X(30)   VALUE
008700         "    QTY DUE  OVERDUE".
008800
008900 01  WS-DETAIL-LINE.
009000     05  WS-DET-ORDER-ID         PIC 9(05).
009100     05  FILLER                  PIC X(01)   VALUE "/".
009200     05  WS-DET-LINE-NO          PIC 9(03).
009300     05  FILLER                  PIC X(02)   VALUE SPACES.
009400     05  WS-DET-ITEM-CODE        PIC X(08).
009500     05  FILLER                  PIC X(02)   VALUE SPACES.
009600     05  WS-DET-RAISED           PIC 9(08).
009700     05  FILLER                  PIC X(02)   VALUE SPACES.
009800     05  WS-DET-EXPECTED         PIC 9(08).
009900     05  FILLER                  PIC X(02)   VALUE SPACES.
010000     05  WS-DET-QTY-DUE          PIC ZZZZZZ9.
010100     05  FILLER                  PIC X(02)   VALUE SPACES.
010200     05  WS-DET-DAYS             PIC ZZZZ9.
010300     05  FILLER                  PIC X(06)   VALUE "  DAYS".
010400     05  FILLER                  PIC X(02)   VALUE SPACES.
010500     05  WS-DET-PARTIAL          PIC X(07).
010600
010700 01  WS-BUCKET-LINE.
010800     05  WS-BL-LABEL             PIC X(22).
010900     05  WS-BL-COUNT             PIC ZZZZ9.
011000
011100     COPY RUNSTAT.
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
011600     PERFORM 2000-AGE-ONE-ENTRY      THRU 2000-EXIT
011700             UNTIL WS-EOF.
011800     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
011900     GO TO 9999-EXIT.
012000
012100 1000-INITIALIZE.
012200     DISPLAY "REQAGE - OPEN REQUISITION AGING STARTING".
012300     MOVE "REQAGE"               TO RSA-PROGRAM-ID.
012400     MOVE 'S'                    TO RSA-FUNCTION.
012500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
012600     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
012700     OPEN INPUT  REQ-MASTER.
012800     OPEN OUTPUT AGING-REPORT.
012900     MOVE WS-BUSINESS-DATE       TO WS-H2-DATE.
013000     WRITE AGING-RPT-LINE        FROM WS-HEADING-1.
013100     WRITE AGING-RPT-LINE        FROM WS-HEADING-2.
013200     WRITE AGING-RPT-LINE        FROM SPACES.
013300     WRITE AGING-RPT-LINE        FROM WS-HEADING-3.
013400     IF NOT WS-REQM-OK
013500         DISPLAY "REQMAST OPEN FAILED - STATUS "
013600                 WS-REQM-STATUS
013700         SET WS-EOF              TO TRUE
013800     ELSE
013900         PERFORM 2900-READ-MASTER THRU 2900-EXIT
014000     END-IF.
014100 1000-EXIT.
014200     EXIT.
014300
014400******************************************************************
014500*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
014600*                             SHARED DATEUTIL FALLBACK
014700******************************************************************
014800 8100-GET-BUSINESS-DATE.
014900     OPEN INPUT BUS-DATE-FILE.
015000     IF WS-BDAT-OK
015100         READ BUS-DATE-FILE
015200             AT END
015300                 CONTINUE
015400             NOT AT END
015500                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
015600                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
015700                 END-IF
015800         END-READ
015900     END-IF.
016000     CLOSE BUS-DATE-FILE.
016100     IF WS-BUSINESS-DATE EQUAL ZERO
016200         MOVE 'C'                TO WS-DU-FUNCTION
016300         CALL "DATEUTIL"         USING WS-DU-FUNCTION
016400                                       WS-BUSINESS-DATE
016500                                       WS-DU-DATE-2
016600                                       WS-DU-DAYS
016700                                       WS-DU-VALID-SW
016800     END-IF.
016900 8100-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300*    2000-AGE-ONE-ENTRY - DAYS OVERDUE AND BUCKET FOR ONE
017400*                         OUTSTANDING REQUISITION; CLOSED ONES AND
017500*                         THOSE NOT YET DUE ARE PASSED OVER
017600******************************************************************
017700 2000-AGE-ONE-ENTRY.
017800     ADD 1                       TO WS-READ-COUNT.
017900     IF NOT RQM-OUTSTANDING
018000         GO TO 2000-READ-NEXT
018100     END-IF.
018200     ADD 1                       TO WS-OUTSTANDING-COUNT.
018300     MOVE 'D'                    TO WS-DU-FUNCTION.
018400     MOVE RQM-EXPECTED-DATE      TO WS-DU-DATE-2.
018500     CALL "DATEUTIL"             USING WS-DU-FUNCTION
018600                                       WS-BUSINESS-DATE
018700                                       WS-DU-DATE-2
018800                                       WS-DAYS-OVERDUE
018900                                       WS-DU-VALID-SW.
019000     IF WS-DAYS-OVERDUE NOT GREATER THAN ZERO
019100         GO TO 2000-READ-NEXT
019200     END-IF.
019300     ADD 1                       TO WS-OVERDUE-COUNT.
019400     EVALUATE TRUE
019500         WHEN WS-DAYS-OVERDUE NOT GREATER THAN 7
019600             ADD 1               TO WS-BUCKET-1-7
019700         WHEN WS-DAYS-OVERDUE NOT GREATER THAN 30
019800             ADD 1               TO WS-BUCKET-8-30
019900         WHEN OTHER
020000             ADD 1               TO WS-BUCKET-OVER-30
020100     END-EVALUATE.
020200     COMPUTE WS-QTY-DUE = RQM-REQ-QTY - RQM-RECEIVED-QTY.
020300     MOVE RQM-ORDER-ID           TO WS-DET-ORDER-ID.
020400     MOVE RQM-LINE-NO            TO WS-DET-LINE-NO.
020500     MOVE RQM-ITEM-CODE          TO WS-DET-ITEM-CODE.
020600     MOVE RQM-RAISED-DATE        TO WS-DET-RAISED.
020700     MOVE RQM-EXPECTED-DATE      TO WS-DET-EXPECTED.
020800     MOVE WS-QTY-DUE             TO WS-DET-QTY-DUE.
020900     MOVE WS-DAYS-OVERDUE        TO WS-DET-DAYS.
021000     IF RQM-PARTIAL
021100         MOVE "PARTIAL"          TO WS-DET-PARTIAL
021200     ELSE
021300         MOVE SPACES             TO WS-DET-PARTIAL
021400     END-IF.
021500     WRITE AGING-RPT-LINE        FROM WS-DETAIL-LINE.
021600 2000-READ-NEXT.
021700     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000
022100 2900-READ-MASTER.
022200     READ REQ-MASTER
022300         AT END
022400             SET WS-EOF TO TRUE
022500     END-READ.
022600 2900-EXIT.
022700     EXIT.
022800
022900******************************************************************
023000*    9000-TERMINATE - PRINT THE AGE BUCKETS AND CLOSE FILES
023100******************************************************************
023200 9000-TERMINATE.
023300     WRITE AGING-RPT-LINE        FROM SPACES.
023400     MOVE "OVERDUE 1 - 7 DAYS  : " TO WS-BL-LABEL.
023500     MOVE WS-BUCKET-1-7          TO WS-BL-COUNT.
023600     WRITE AGING-RPT-LINE        FROM WS-BUCKET-LINE.
023700     MOVE "OVERDUE 8 - 30 DAYS : " TO WS-BL-LABEL.
023800     MOVE WS-BUCKET-8-30         TO WS-BL-COUNT.
023900     WRITE AGING-RPT-LINE        FROM WS-BUCKET-LINE.
024000     MOVE "OVERDUE OVER 30 DAYS: " TO WS-BL-LABEL.
024100     MOVE WS-BUCKET-OVER-30      TO WS-BL-COUNT.
024200     WRITE AGING-RPT-LINE        FROM WS-BUCKET-LINE.
024300     MOVE "TOTAL OVERDUE       : " TO WS-BL-LABEL.
024400     MOVE WS-OVERDUE-COUNT       TO WS-BL-COUNT.
024500     WRITE AGING-RPT-LINE        FROM WS-BUCKET-LINE.
024600     MOVE "TOTAL OUTSTANDING   : " TO WS-BL-LABEL.
024700     MOVE WS-OUTSTANDING-COUNT   TO WS-BL-COUNT.
024800     WRITE AGING-RPT-LINE        FROM WS-BUCKET-LINE.
024900     DISPLAY "REQUISITIONS READ   : " WS-READ-COUNT.
025000     DISPLAY "OUTSTANDING         : " WS-OUTSTANDING-COUNT.
025100     DISPLAY "PAST EXPECTED DATE  : " WS-OVERDUE-COUNT.
025200     CLOSE REQ-MASTER.
025300     CLOSE AGING-REPORT.
025400     MOVE 'E'                    TO RSA-FUNCTION.
025500     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
025600     MOVE WS-OVERDUE-COUNT       TO RSA-WRITTEN-COUNT.
025700     MOVE ZERO                   TO RSA-REJECT-COUNT.
025800     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
025900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
026000     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
026100 9000-EXIT.
026200     EXIT.
026300
026400 9999-EXIT.
026500     STOP RUN.
