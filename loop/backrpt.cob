000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 BACKRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - FINANCE LISTING OF THE
001200*                     BACKDTD BACK-DATED EXCEPTIONS FILE: EVERY
001300*                     TRANSACTION AN EFFECTIVE-DATED UPDATE RUN
001400*                     DIVERTED THIS MONTH BECAUSE IT WAS DATED IN
001500*                     A CLOSED ACCOUNTING PERIOD, WITH THE ORIGIN
001600*                     PROGRAM, RUN DATE, EFFECTIVE DATE, CLOSED
001650*                     PERIOD, USER AND THE TRANSACTION ITSELF,
001700*                     THEN A COUNT PER ORIGIN PROGRAM AND PER
001750*                     CLOSED PERIOD.  RUN NIGHTLY THE LISTING IS
001800*                     MONTH TO DATE; ON THE LAST NIGHT OF THE
001850*                     MONTH IT IS THE WHOLE MONTH.  ANY ITEM
001900*                     LISTED IS RC 4.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-370.
002600 OBJECT-COMPUTER.            IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003000                             ORGANIZATION IS LINE SEQUENTIAL
003100                             FILE STATUS IS WS-BDAT-STATUS.
003200     SELECT OPTIONAL BACK-DATED-FILE ASSIGN TO "BACKDTD"
003300                             ORGANIZATION IS LINE SEQUENTIAL
003400                             FILE STATUS IS WS-BKD-STATUS.
003500     SELECT BACK-DATED-REPORT ASSIGN TO "BACKRPT"
003600                             ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BACK-DATED-FILE
004100     RECORDING MODE IS F.
004200     COPY BACKDTD.
004300
004400 FD  BACK-DATED-REPORT
004500     RECORDING MODE IS F.
004600 01  BACK-RPT-LINE               PIC X(132).
004700
004800 FD  BUS-DATE-FILE
004900     RECORDING MODE IS F.
005000     COPY BUSDATE.
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-BDAT-STATUS              PIC X(02).
005400     88  WS-BDAT-OK                      VALUE "00".
005500 01  WS-BKD-STATUS               PIC X(02).
005600     88  WS-BKD-OK                       VALUE "00".
005700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
005800 01  WS-BUSINESS-PERIOD          PIC 9(06)   VALUE ZERO.
005900 01  WS-RUN-PERIOD               PIC 9(06).
006000 01  WS-DU-FUNCTION              PIC X(01).
006100 01  WS-DU-DATE-2                PIC 9(08).
006200 01  WS-DU-DAYS                  PIC S9(05).
006300 01  WS-DU-VALID-SW              PIC X(01).
006400
006500 01  WS-SWITCHES.
006600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006700         88  WS-EOF                          VALUE 'Y'.
006800     05  WS-ROW-FOUND-SW         PIC X(01)   VALUE 'N'.
006900         88  WS-ROW-FOUND                    VALUE 'Y'.
007000
007100 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
007200 77  WS-ITEM-COUNT               PIC 9(07)   COMP    VALUE ZERO.
007300 77  WS-ROW-SUB                  PIC 9(03)   COMP.
007400
007500******************************************************************
007600*    COUNTS BY ORIGIN PROGRAM AND BY CLOSED PERIOD - A ROW PAST
007700*    EITHER TABLE'S BOUND IS LEFT OFF THE SUMMARY, NOT THE LISTING
007800******************************************************************
007900 77  WS-ORG-MAX                  PIC 9(03)   COMP    VALUE 20.
008000 77  WS-ORG-COUNT                PIC 9(03)   COMP    VALUE ZERO.
008100 01  WS-ORIGIN-TABLE.
008200     05  WS-ORG-ENTRY            OCCURS 20 TIMES.
008300         10  WS-ORG-PROGRAM      PIC X(08).
008400         10  WS-ORG-ITEMS        PIC 9(07)   COMP.
008500
008600 77  WS-PRD-MAX                  PIC 9(03)   COMP    VALUE 60.
008700 77  WS-PRD-COUNT                PIC 9(03)   COMP    VALUE ZERO.
008800 01  WS-PERIOD-TABLE.
008900     05  WS-PRD-ENTRY            OCCURS 60 TIMES.
009000         10  WS-PRD-PERIOD       PIC 9(06).
009100         10  WS-PRD-ITEMS        PIC 9(07)   COMP.
009200
009300 01  WS-RPT-HEADING-1.
009400     05  FILLER                  PIC X(40)   VALUE
009500         "BACK-DATED TRANSACTIONS - CLOSED PERIODS".
009600     05  FILLER                  PIC X(12)   VALUE "  RUN DATE: ".
009700     05  WS-H1-DATE              PIC 9(08).
009800     05  FILLER                  PIC X(16)   VALUE
009900         "  MONTH TO DATE ".
010000     05  WS-H1-PERIOD            PIC 9(06).
010100
010200 01  WS-RPT-HEADING-2.
010300     05  FILLER                  PIC X(09)   VALUE "ORIGIN".
010400     05  FILLER                  PIC X(09)   VALUE "RUN DATE".
010500     05  FILLER                  PIC X(09)   VALUE "EFF DATE".
010600     05  FILLER                  PIC X(07)   VALUE "PERIOD".
010700     05  FILLER                  PIC X(09)   VALUE "USER".
010800     05  FILLER                  PIC X(30)   VALUE "TRANSACTION".
010900
011000 01  WS-RPT-DETAIL-LINE.
011100     05  WS-RD-ORIGIN            PIC X(08).
011200     05  FILLER                  PIC X(01)   VALUE SPACE.
011300     05  WS-RD-RUN-DATE          PIC 9(08).
011400     05  FILLER                  PIC X(01)   VALUE SPACE.
011500     05  WS-RD-EFF-DATE          PIC 9(08).
011600     05  FILLER                  PIC X(01)   VALUE SPACE.
011700     05  WS-RD-PERIOD            PIC 9(06).
011800     05  FILLER                  PIC X(01)   VALUE SPACE.
011900     05  WS-RD-USER-ID           PIC X(08).
012000     05  FILLER                  PIC X(01)   VALUE SPACE.
012100     05  WS-RD-TRANSACTION       PIC X(89).
012200
012300 01  WS-RPT-ORIGIN-LINE.
012400     05  FILLER                  PIC X(17)   VALUE
012500         "  ORIGIN PROGRAM ".
012600     05  WS-RO-PROGRAM           PIC X(08).
012700     05  FILLER                  PIC X(02)   VALUE SPACES.
012800     05  WS-RO-ITEMS             PIC ZZZZZZ9.
012900
013000 01  WS-RPT-PERIOD-LINE.
013100     05  FILLER                  PIC X(17)   VALUE
013200         "  CLOSED PERIOD  ".
013300     05  WS-RP-PERIOD            PIC 9(06).
013400     05  FILLER                  PIC X(04)   VALUE SPACES.
013500     05  WS-RP-ITEMS             PIC ZZZZZZ9.
013600
013700 01  WS-RPT-TOTAL-LINE.
013800     05  FILLER                  PIC X(27)   VALUE
013900         "ITEMS DIVERTED THIS MONTH: ".
014000     05  WS-RT-ITEMS             PIC ZZZZZZ9.
014100
014200 01  WS-RPT-NONE-LINE            PIC X(50)   VALUE
014300     "NO TRANSACTIONS DIVERTED THIS MONTH".
014400
014500     COPY RUNSTAT.
014600
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
015000     PERFORM 2000-LIST-ONE-ITEM      THRU 2000-EXIT
015100             UNTIL WS-EOF.
015200     PERFORM 4000-PRINT-SUMMARY      THRU 4000-EXIT.
015300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
015400     GO TO 9999-EXIT.
015500
015600******************************************************************
015700*    1000-INITIALIZE - OPEN THE EXCEPTIONS FILE AND THE REPORT
015800******************************************************************
015900 1000-INITIALIZE.
016000     DISPLAY "BACKRPT - BACK-DATED EXCEPTIONS LISTING STARTING".
016100     MOVE "BACKRPT"              TO RSA-PROGRAM-ID.
016200     MOVE 'S'                    TO RSA-FUNCTION.
016300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
016400     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
016500     DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-BUSINESS-PERIOD.
016600     OPEN OUTPUT BACK-DATED-REPORT.
016700     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
016800     MOVE WS-BUSINESS-PERIOD     TO WS-H1-PERIOD.
016900     WRITE BACK-RPT-LINE         FROM WS-RPT-HEADING-1.
017000     WRITE BACK-RPT-LINE         FROM WS-RPT-HEADING-2.
017100     OPEN INPUT BACK-DATED-FILE.
017200     IF NOT WS-BKD-OK
017300         SET WS-EOF              TO TRUE
017400     ELSE
017500         PERFORM 2900-READ-ITEM  THRU 2900-EXIT
017600     END-IF.
017700 1000-EXIT.
017800     EXIT.
017900
018000******************************************************************
018100*    2000-LIST-ONE-ITEM - LIST AN ITEM DIVERTED THIS MONTH AND
018200*                         COUNT IT BY ORIGIN AND BY PERIOD
018300******************************************************************
018400 2000-LIST-ONE-ITEM.
018500     IF BKD-RUN-DATE NOT NUMERIC
018600         GO TO 2000-READ-NEXT
018700     END-IF.
018800     DIVIDE BKD-RUN-DATE BY 100  GIVING WS-RUN-PERIOD.
018900     IF WS-RUN-PERIOD NOT EQUAL WS-BUSINESS-PERIOD
019000         GO TO 2000-READ-NEXT
019100     END-IF.
019200     ADD 1                       TO WS-ITEM-COUNT.
019300     MOVE BKD-ORIGIN-PROGRAM     TO WS-RD-ORIGIN.
019400     MOVE BKD-RUN-DATE           TO WS-RD-RUN-DATE.
019500     MOVE BKD-EFF-DATE           TO WS-RD-EFF-DATE.
019600     MOVE BKD-PERIOD             TO WS-RD-PERIOD.
019700     MOVE BKD-USER-ID            TO WS-RD-USER-ID.
019800     MOVE BKD-ORIGINAL-RECORD    TO WS-RD-TRANSACTION.
019900     WRITE BACK-RPT-LINE         FROM WS-RPT-DETAIL-LINE.
020000     PERFORM 3100-COUNT-ORIGIN   THRU 3100-EXIT.
020100     PERFORM 3200-COUNT-PERIOD   THRU 3200-EXIT.
020200 2000-READ-NEXT.
020300     PERFORM 2900-READ-ITEM      THRU 2900-EXIT.
020400 2000-EXIT.
020500     EXIT.
020600
020700 2900-READ-ITEM.
020800     READ BACK-DATED-FILE
020900         AT END
021000             SET WS-EOF          TO TRUE
021100         NOT AT END
021200             ADD 1               TO WS-READ-COUNT
021300     END-READ.
021400 2900-EXIT.
021500     EXIT.
021600
021700 3100-COUNT-ORIGIN.
021800     MOVE 'N'                    TO WS-ROW-FOUND-SW.
021900     PERFORM 3150-SCAN-ONE-ORIGIN THRU 3150-EXIT
022000             VARYING WS-ROW-SUB FROM 1 BY 1
022100             UNTIL WS-ROW-SUB GREATER THAN WS-ORG-COUNT
022200                OR WS-ROW-FOUND.
022300     IF NOT WS-ROW-FOUND
022400      AND WS-ORG-COUNT LESS THAN WS-ORG-MAX
022500         ADD 1                   TO WS-ORG-COUNT
022600         MOVE BKD-ORIGIN-PROGRAM TO WS-ORG-PROGRAM (WS-ORG-COUNT)
022700         MOVE 1                  TO WS-ORG-ITEMS (WS-ORG-COUNT)
022800     END-IF.
022900 3100-EXIT.
023000     EXIT.
023100
023200 3150-SCAN-ONE-ORIGIN.
023300     IF WS-ORG-PROGRAM (WS-ROW-SUB) EQUAL BKD-ORIGIN-PROGRAM
023400         SET WS-ROW-FOUND        TO TRUE
023500         ADD 1                   TO WS-ORG-ITEMS (WS-ROW-SUB)
023600     END-IF.
023700 3150-EXIT.
023800     EXIT.
023900
024000 3200-COUNT-PERIOD.
024100     MOVE 'N'                    TO WS-ROW-FOUND-SW.
024200     PERFORM 3250-SCAN-ONE-PERIOD THRU 3250-EXIT
024300             VARYING WS-ROW-SUB FROM 1 BY 1
024400             UNTIL WS-ROW-SUB GREATER THAN WS-PRD-COUNT
024500                OR WS-ROW-FOUND.
024600     IF NOT WS-ROW-FOUND
024700      AND WS-PRD-COUNT LESS THAN WS-PRD-MAX
024800         ADD 1                   TO WS-PRD-COUNT
024900         MOVE BKD-PERIOD         TO WS-PRD-PERIOD (WS-PRD-COUNT)
025000         MOVE 1                  TO WS-PRD-ITEMS (WS-PRD-COUNT)
025100     END-IF.
025200 3200-EXIT.
025300     EXIT.
025400
025500 3250-SCAN-ONE-PERIOD.
025600     IF WS-PRD-PERIOD (WS-ROW-SUB) EQUAL BKD-PERIOD
025700         SET WS-ROW-FOUND        TO TRUE
025800         ADD 1                   TO WS-PRD-ITEMS (WS-ROW-SUB)
025900     END-IF.
026000 3250-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400*    4000-PRINT-SUMMARY - COUNTS BY ORIGIN PROGRAM AND BY CLOSED
026500*                         PERIOD, THEN THE MONTH'S TOTAL
026600******************************************************************
026700 4000-PRINT-SUMMARY.
026800     MOVE SPACES                 TO BACK-RPT-LINE.
026900     WRITE BACK-RPT-LINE.
027000     IF WS-ITEM-COUNT EQUAL ZERO
027100         WRITE BACK-RPT-LINE     FROM WS-RPT-NONE-LINE
027200         GO TO 4000-EXIT
027300     END-IF.
027400     PERFORM 4100-PRINT-ONE-ORIGIN THRU 4100-EXIT
027500             VARYING WS-ROW-SUB FROM 1 BY 1
027600             UNTIL WS-ROW-SUB GREATER THAN WS-ORG-COUNT.
027700     PERFORM 4200-PRINT-ONE-PERIOD THRU 4200-EXIT
027800             VARYING WS-ROW-SUB FROM 1 BY 1
027900             UNTIL WS-ROW-SUB GREATER THAN WS-PRD-COUNT.
028000     MOVE WS-ITEM-COUNT          TO WS-RT-ITEMS.
028100     WRITE BACK-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
028200 4000-EXIT.
028300     EXIT.
028400
028500 4100-PRINT-ONE-ORIGIN.
028600     MOVE WS-ORG-PROGRAM (WS-ROW-SUB) TO WS-RO-PROGRAM.
028700     MOVE WS-ORG-ITEMS (WS-ROW-SUB)   TO WS-RO-ITEMS.
028800     WRITE BACK-RPT-LINE         FROM WS-RPT-ORIGIN-LINE.
028900 4100-EXIT.
029000     EXIT.
029100
029200 4200-PRINT-ONE-PERIOD.
029300     MOVE WS-PRD-PERIOD (WS-ROW-SUB)  TO WS-RP-PERIOD.
029400     MOVE WS-PRD-ITEMS (WS-ROW-SUB)   TO WS-RP-ITEMS.
029500     WRITE BACK-RPT-LINE         FROM WS-RPT-PERIOD-LINE.
029600 4200-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
030100*                             SHARED DATEUTIL FALLBACK
030200******************************************************************
030300 8100-GET-BUSINESS-DATE.
030400     OPEN INPUT BUS-DATE-FILE.
030500     IF WS-BDAT-OK
030600         READ BUS-DATE-FILE
030700             AT END
030800                 CONTINUE
030900             NOT AT END
031000                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
031100                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
031200                 END-IF
031300         END-READ
031400     END-IF.
031500     CLOSE BUS-DATE-FILE.
031600     IF WS-BUSINESS-DATE EQUAL ZERO
031700         MOVE 'C'                TO WS-DU-FUNCTION
031800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
031900                                       WS-BUSINESS-DATE
032000                                       WS-DU-DATE-2
032100                                       WS-DU-DAYS
032200                                       WS-DU-VALID-SW
032300     END-IF.
032400 8100-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
032900******************************************************************
033000 9000-TERMINATE.
033100     DISPLAY "EXCEPTIONS READ       : " WS-READ-COUNT.
033200     DISPLAY "DIVERTED THIS MONTH   : " WS-ITEM-COUNT.
033300     IF WS-BKD-OK
033400         CLOSE BACK-DATED-FILE
033500     END-IF.
033600     CLOSE BACK-DATED-REPORT.
033700     IF WS-ITEM-COUNT > ZERO
033800         MOVE 4                  TO RETURN-CODE
033900     END-IF.
034000     MOVE 'E'                    TO RSA-FUNCTION.
034100     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
034200     MOVE WS-ITEM-COUNT          TO RSA-WRITTEN-COUNT.
034300     MOVE ZERO                   TO RSA-REJECT-COUNT.
034400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
034500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
034600     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
034700 9000-EXIT.
034800     EXIT.
034900
035000 9999-EXIT.
035100     STOP RUN.
