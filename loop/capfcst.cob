000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CAPFCST.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MONTHLY FILE CAPACITY
001200*                     FORECAST.  FOR EVERY FILE ON THE CAPREF
001300*                     CAPACITY REFERENCE, THE VOLHIST RECORD
001400*                     COUNTS OF THE LAST CAPPRM LOOKBACK DAYS
001500*                     (DEFAULT 180) ARE FITTED TO A STRAIGHT-LINE
001600*                     TREND BY LEAST SQUARES, AND THE TREND IS
001700*                     PROJECTED 3, 6 AND 12 MONTHS AHEAD AND TO
001800*                     THE FILE'S NEXT REVIEW DATE.  A FILE ALREADY
001900*                     AT, OR PROJECTED TO PASS, ITS WARNING
002000*                     PERCENTAGE OF THE ALLOCATED RECORDS BEFORE
002100*                     THE REVIEW IS FLAGGED ON CAPRPT AND GIVES
002200*                     RC 4.  RC 8 WHEN CAPREF WILL NOT OPEN.
002210*    2026-10-15 JPL   THE LOOKBACK NOW COMES FROM THE PARMMAST
002220*                     CONTROLLED PARAMETER MASTER (PARAMETER
002230*                     CAPPRM) AS OF THE BUSINESS DATE THROUGH THE
002240*                     SHARED PARMGET ROUTINE; THE CAPPRM CARD IS
002250*                     READ ONLY WHEN THE MASTER HOLDS NO VALUE.
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
003300     SELECT OPTIONAL CAP-PARM ASSIGN TO "CAPPRM"
003400                             ORGANIZATION IS LINE SEQUENTIAL
003500                             FILE STATUS IS WS-PARM-STATUS.
003600     SELECT CAPACITY-REF     ASSIGN TO "CAPREF"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-CREF-STATUS.
003900     SELECT OPTIONAL VOLUME-HIST ASSIGN TO "VOLHIST"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-HIST-STATUS.
004200     SELECT CAPACITY-REPORT  ASSIGN TO "CAPRPT"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BUS-DATE-FILE
004800     RECORDING MODE IS F.
004900     COPY BUSDATE.
005000
005100 FD  CAP-PARM
005200     RECORDING MODE IS F.
005300 01  CAP-PARM-RECORD.
005400     05  CP-LOOKBACK-DAYS        PIC 9(04).
005500
005600 FD  CAPACITY-REF
005700     RECORDING MODE IS F.
005800     COPY CAPREF.
005900
006000 FD  VOLUME-HIST
006100     RECORDING MODE IS F.
006200     COPY VOLHIST.
006300
006400 FD  CAPACITY-REPORT
006500     RECORDING MODE IS F.
006600 01  CAP-RPT-LINE                PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-BDAT-STATUS              PIC X(02).
007000     88  WS-BDAT-OK                      VALUE "00".
007100 01  WS-PARM-STATUS              PIC X(02).
007200     88  WS-PARM-OK                      VALUE "00".
007300 01  WS-CREF-STATUS              PIC X(02).
007400     88  WS-CREF-OK                      VALUE "00".
007500 01  WS-HIST-STATUS              PIC X(02).
007600     88  WS-HIST-OK                      VALUE "00".
007700
007800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007900 01  WS-DU-FUNCTION              PIC X(01).
008000 01  WS-DU-DATE-2                PIC 9(08).
008100 01  WS-DU-DAYS                  PIC S9(05).
008200 01  WS-DU-VALID-SW              PIC X(01).
008300     88  WS-DU-VALID                     VALUE 'Y'.
008400
008420 01  WS-CAP-CARD.
008440     05  WS-CK-LOOKBACK-DAYS     PIC 9(04).
008460     05  FILLER                  PIC X(36).
008480
008500*    DEFAULTS - HISTORY WINDOW, WARNING PERCENTAGE, AND THE GAP
008600*    TO THE NEXT REVIEW WHEN CAPREF GIVES NONE (THREE MONTHS)
008700 01  WS-LOOKBACK-DAYS            PIC 9(04)   VALUE 180.
008800 01  WS-DEFAULT-WARN-PCT         PIC 9(03)   VALUE 80.
008900 01  WS-DEFAULT-REVIEW-DAYS      PIC 9(03)   VALUE 91.
009000*    THE PROJECTION HORIZONS IN DAYS
009100 01  WS-DAYS-3-MONTHS            PIC 9(03)   VALUE 91.
009200 01  WS-DAYS-6-MONTHS            PIC 9(03)   VALUE 182.
009300 01  WS-DAYS-12-MONTHS           PIC 9(03)   VALUE 365.
009400 01  WS-DAYS-PER-MONTH           PIC 9(02)V9(02) VALUE 30.42.
009500
009600 01  WS-SWITCHES.
009700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
009800         88  WS-EOF                          VALUE 'Y'.
009900     05  WS-CREF-EOF-SW          PIC X(01)   VALUE 'N'.
010000         88  WS-CREF-EOF                     VALUE 'Y'.
010100     05  WS-CREF-SW              PIC X(01)   VALUE 'N'.
010200         88  WS-CREF-PRESENT                 VALUE 'Y'.
010300     05  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
010400         88  WS-FOUND                        VALUE 'Y'.
010500
010600*    ONE ENTRY PER CAPREF FILE, WITH THE LEAST-SQUARES SUMS OVER
010700*    ITS VOLHIST POINTS - X IS DAYS BEFORE THE BUSINESS DATE (ZERO
010800*    OR NEGATIVE), Y IS THE RECORD COUNT
010900 77  WS-CAP-MAX                  PIC 9(02)   COMP    VALUE 50.
011000 77  WS-CAP-COUNT                PIC 9(02)   COMP    VALUE ZERO.
011100 77  WS-CAP-SUB                  PIC 9(02)   COMP.
011200 01  WS-CAP-TABLE.
011300     05  WS-CAP-ENTRY            OCCURS 50 TIMES.
011400         10  WS-CP-FILE-ID       PIC X(08).
011500         10  WS-CP-ALLOC         PIC 9(09).
011600         10  WS-CP-WARN-PCT      PIC 9(03).
011700         10  WS-CP-REVIEW-DATE   PIC 9(08).
011800         10  WS-CP-REVIEW-DAYS   PIC S9(05)  COMP.
011900         10  WS-CP-POINTS        PIC 9(05)   COMP.
012000         10  WS-CP-SUM-X         PIC S9(09)  COMP.
012100         10  WS-CP-SUM-Y         PIC S9(15)  COMP.
012200         10  WS-CP-SUM-XX        PIC S9(15)  COMP.
012300         10  WS-CP-SUM-XY        PIC S9(15)  COMP.
012400         10  WS-CP-LAST-DATE     PIC 9(08).
012500         10  WS-CP-LAST-COUNT    PIC 9(07).
012600
012700*    THE FITTED LINE FOR THE FILE IN HAND - COUNT = A + B * DAYS
012800 01  WS-NUMERATOR                PIC S9(18)  COMP.
012900 01  WS-DENOMINATOR              PIC S9(18)  COMP.
013000 01  WS-SLOPE                    PIC S9(09)V9(06) COMP.
013100 01  WS-SUM-Y-LESS-BX            PIC S9(13)V9(04) COMP.
013200 01  WS-INTERCEPT                PIC S9(11)V9(04) COMP.
013300 01  WS-GROWTH-MONTH             PIC S9(11)  COMP.
013400 01  WS-PROJ-DAYS                PIC S9(05)  COMP.
013500 01  WS-PROJ-COUNT               PIC S9(11)  COMP.
013600 01  WS-PROJ-3                   PIC S9(11)  COMP.
013700 01  WS-PROJ-6                   PIC S9(11)  COMP.
013800 01  WS-PROJ-12                  PIC S9(11)  COMP.
013900 01  WS-PROJ-REVIEW              PIC S9(11)  COMP.
014000 01  WS-PCT-NOW                  PIC 9(07)   COMP.
014100 01  WS-PCT-REVIEW               PIC 9(07)   COMP.
014200
014300 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
014400 77  WS-USED-COUNT               PIC 9(07)   COMP    VALUE ZERO.
014500 77  WS-FLAG-COUNT               PIC 9(03)   COMP    VALUE ZERO.
014600 77  WS-NO-HIST-COUNT            PIC 9(03)   COMP    VALUE ZERO.
014700
014800 01  WS-RPT-HEADING-1.
014900     05  FILLER                  PIC X(40)   VALUE
015000         "FILE GROWTH AND CAPACITY FORECAST".
015100     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
015200     05  WS-H1-DATE              PIC 9(08).
015300     05  FILLER                  PIC X(13)   VALUE
015400         "  LOOKBACK: ".
015500     05  WS-H1-LOOKBACK          PIC ZZZ9.
015600     05  FILLER                  PIC X(05)   VALUE " DAYS".
015700
015800 01  WS-RPT-HEADING-2.
015900     05  FILLER                  PIC X(10)   VALUE "FILE".
016000     05  FILLER                  PIC X(13)   VALUE "  ALLOCATED".
016100     05  FILLER                  PIC X(12)   VALUE "    CURRENT".
016200     05  FILLER                  PIC X(13)   VALUE "   GROWTH/MO".
016300     05  FILLER                  PIC X(15)   VALUE
016400         "      3 MONTHS".
016500     05  FILLER                  PIC X(15)   VALUE
016600         "      6 MONTHS".
016700     05  FILLER                  PIC X(15)   VALUE
016800         "     12 MONTHS".
016900     05  FILLER                  PIC X(10)   VALUE "  REVIEW".
017000     05  FILLER                  PIC X(13)   VALUE
017100         "  PCT@REVIEW".
017200     05  FILLER                  PIC X(05)   VALUE " WARN".
017300     05  FILLER                  PIC X(08)   VALUE "  POINTS".
017400
017500 01  WS-RPT-DETAIL-LINE.
017600     05  WS-RD-FILE-ID           PIC X(08).
017700     05  FILLER                  PIC X(02)   VALUE SPACES.
017800     05  WS-RD-ALLOC             PIC ZZZ,ZZZ,ZZ9.
017900     05  FILLER                  PIC X(02)   VALUE SPACES.
018000     05  WS-RD-CURRENT           PIC ZZ,ZZZ,ZZ9.
018100     05  FILLER                  PIC X(02)   VALUE SPACES.
018200     05  WS-RD-GROWTH            PIC -ZZ,ZZZ,ZZ9.
018300     05  FILLER                  PIC X(02)   VALUE SPACES.
018400     05  WS-RD-PROJ-3            PIC ZZ,ZZZ,ZZZ,ZZ9.
018500     05  FILLER                  PIC X(01)   VALUE SPACE.
018600     05  WS-RD-PROJ-6            PIC ZZ,ZZZ,ZZZ,ZZ9.
018700     05  FILLER                  PIC X(01)   VALUE SPACE.
018800     05  WS-RD-PROJ-12           PIC ZZ,ZZZ,ZZZ,ZZ9.
018900     05  FILLER                  PIC X(02)   VALUE SPACES.
019000     05  WS-RD-REVIEW            PIC 9(08).
019100     05  FILLER                  PIC X(02)   VALUE SPACES.
019200     05  WS-RD-PCT               PIC ZZZZ,ZZ9.
019300     05  FILLER                  PIC X(01)   VALUE "%".
019400     05  FILLER                  PIC X(02)   VALUE SPACES.
019500     05  WS-RD-FLAG              PIC X(08).
019600     05  WS-RD-POINTS            PIC ZZZZ9.
019700
019800 01  WS-RPT-NO-HIST-LINE.
019900     05  WS-RN-FILE-ID           PIC X(08).
020000     05  FILLER                  PIC X(02)   VALUE SPACES.
020100     05  WS-RN-ALLOC             PIC ZZZ,ZZZ,ZZ9.
020200     05  FILLER                  PIC X(40)   VALUE
020300         "  NO VOLHIST HISTORY IN THE LOOKBACK".
020400
020500 01  WS-RPT-TOTAL-LINE.
020600     05  FILLER                  PIC X(16)   VALUE
020700         "FILES FORECAST: ".
020800     05  WS-RT-FILES             PIC ZZ9.
020900     05  FILLER                  PIC X(13)   VALUE
021000         "  FLAGGED:   ".
021100     05  WS-RT-FLAGGED           PIC ZZ9.
021200     05  FILLER                  PIC X(18)   VALUE
021300         "  NO HISTORY:     ".
021400     05  WS-RT-NO-HIST           PIC ZZ9.
021500
021600     COPY RUNSTAT.
021620
021640     COPY PARMREQ.
021700
021800 PROCEDURE DIVISION.
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
022100     IF WS-CREF-PRESENT
022200         PERFORM 2000-TAKE-ONE-ENTRY THRU 2000-EXIT
022300                 UNTIL WS-EOF
022400         PERFORM 3000-FORECAST-ONE-FILE THRU 3000-EXIT
022500                 VARYING WS-CAP-SUB FROM 1 BY 1
022600                 UNTIL WS-CAP-SUB GREATER THAN WS-CAP-COUNT
022700     END-IF.
022800     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
022900     GO TO 9999-EXIT.
023000
023100******************************************************************
023200*    1000-INITIALIZE - BUSINESS DATE, LOOKBACK, THE CAPACITY
023300*                      REFERENCE TABLE AND THE REPORT HEADINGS
023400******************************************************************
023500 1000-INITIALIZE.
023600     DISPLAY "CAPFCST - FILE CAPACITY FORECAST STARTING".
023700     MOVE "CAPFCST"              TO RSA-PROGRAM-ID.
023800     MOVE 'S'                    TO RSA-FUNCTION.
023900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
024000     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
024100     PERFORM 1100-READ-CAP-PARM THRU 1100-EXIT.
024200     PERFORM 1200-LOAD-CAPREF THRU 1200-EXIT.
024300     IF NOT WS-CREF-PRESENT
024400         GO TO 1000-EXIT
024500     END-IF.
024600     OPEN INPUT  VOLUME-HIST.
024700     IF NOT WS-HIST-OK
024800         SET WS-EOF              TO TRUE
024900     END-IF.
025000     OPEN OUTPUT CAPACITY-REPORT.
025100     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
025200     MOVE WS-LOOKBACK-DAYS       TO WS-H1-LOOKBACK.
025300     WRITE CAP-RPT-LINE          FROM WS-RPT-HEADING-1.
025400     MOVE SPACES                 TO CAP-RPT-LINE.
025500     WRITE CAP-RPT-LINE.
025600     WRITE CAP-RPT-LINE          FROM WS-RPT-HEADING-2.
025700 1000-EXIT.
025800     EXIT.
025900
026000 1100-READ-CAP-PARM.
026050     MOVE SPACES                 TO WS-CAP-CARD.
026100     MOVE "CAPPRM"               TO PQ-PARM-ID.
026150     MOVE SPACES                 TO PQ-PARM-QUAL.
026200     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
026250     CALL "PARMGET"              USING PARM-REQUEST-AREA.
026300     IF PQ-FOUND
026350         MOVE PQ-VALUE           TO WS-CAP-CARD
026400     ELSE
026450         PERFORM 1110-READ-CAP-CARD THRU 1110-EXIT
026500     END-IF.
026550     IF WS-CK-LOOKBACK-DAYS NUMERIC
026600      AND WS-CK-LOOKBACK-DAYS > ZERO
026650         MOVE WS-CK-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
026700     END-IF.
027400 1100-EXIT.
027500     EXIT.
027505
027510 1110-READ-CAP-CARD.
027515     OPEN INPUT CAP-PARM.
027520     IF WS-PARM-OK
027525         READ CAP-PARM INTO WS-CAP-CARD
027530             AT END
027535                 CONTINUE
027540         END-READ
027545     END-IF.
027550     CLOSE CAP-PARM.
027555 1110-EXIT.
027560     EXIT.
027600
027700******************************************************************
027800*    1200-LOAD-CAPREF - ONE TABLE ENTRY PER WATCHED FILE, WITH THE
027900*                       WARNING PERCENTAGE AND REVIEW DATE SETTLED
028000******************************************************************
028100 1200-LOAD-CAPREF.
028200     OPEN INPUT CAPACITY-REF.
028300     IF NOT WS-CREF-OK
028400         DISPLAY "CAPREF WILL NOT OPEN - STATUS " WS-CREF-STATUS
028500         GO TO 1200-EXIT
028600     END-IF.
028700     SET WS-CREF-PRESENT         TO TRUE.
028800     PERFORM 1290-READ-CAPREF THRU 1290-EXIT.
028900     PERFORM 1250-TABLE-ONE-FILE THRU 1250-EXIT
029000             UNTIL WS-CREF-EOF.
029100     CLOSE CAPACITY-REF.
029200     IF WS-CAP-COUNT EQUAL ZERO
029300         DISPLAY "CAPREF HOLDS NO FILES - NOTHING TO FORECAST"
029400     END-IF.
029500 1200-EXIT.
029600     EXIT.
029700
029800 1250-TABLE-ONE-FILE.
029900     IF WS-CAP-COUNT NOT LESS THAN WS-CAP-MAX
030000         DISPLAY "CAPREF TABLE FULL - " CR-FILE-ID " NOT FORECAST"
030100         GO TO 1250-READ-NEXT
030200     END-IF.
030300     ADD 1                       TO WS-CAP-COUNT.
030400     MOVE WS-CAP-COUNT           TO WS-CAP-SUB.
030500     INITIALIZE WS-CAP-ENTRY (WS-CAP-SUB).
030600     MOVE CR-FILE-ID             TO WS-CP-FILE-ID (WS-CAP-SUB).
030700     IF CR-ALLOC-RECORDS NUMERIC
030800         MOVE CR-ALLOC-RECORDS   TO WS-CP-ALLOC (WS-CAP-SUB)
030900     END-IF.
031000     IF CR-WARN-PCT NUMERIC
031100      AND CR-WARN-PCT > ZERO
031200         MOVE CR-WARN-PCT        TO WS-CP-WARN-PCT (WS-CAP-SUB)
031300     ELSE
031400         MOVE WS-DEFAULT-WARN-PCT TO WS-CP-WARN-PCT (WS-CAP-SUB)
031500     END-IF.
031600     IF CR-REVIEW-DATE NUMERIC
031700      AND CR-REVIEW-DATE > WS-BUSINESS-DATE
031800         MOVE 'D'                TO WS-DU-FUNCTION
031900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
032000                                       CR-REVIEW-DATE
032100                                       WS-BUSINESS-DATE
032200                                       WS-DU-DAYS
032300                                       WS-DU-VALID-SW
032400         IF WS-DU-VALID
032500             MOVE CR-REVIEW-DATE TO WS-CP-REVIEW-DATE (WS-CAP-SUB)
032600             MOVE WS-DU-DAYS     TO WS-CP-REVIEW-DAYS (WS-CAP-SUB)
032700             GO TO 1250-READ-NEXT
032800         END-IF
032900     END-IF.
033000     MOVE WS-DEFAULT-REVIEW-DAYS TO WS-DU-DAYS.
033100     MOVE WS-DU-DAYS        TO WS-CP-REVIEW-DAYS (WS-CAP-SUB).
033200     MOVE 'A'                    TO WS-DU-FUNCTION.
033300     CALL "DATEUTIL"             USING WS-DU-FUNCTION
033400                                       WS-BUSINESS-DATE
033500                                       WS-DU-DATE-2
033600                                       WS-DU-DAYS
033700                                       WS-DU-VALID-SW.
033800     MOVE WS-DU-DATE-2      TO WS-CP-REVIEW-DATE (WS-CAP-SUB).
033900 1250-READ-NEXT.
034000     PERFORM 1290-READ-CAPREF THRU 1290-EXIT.
034100 1250-EXIT.
034200     EXIT.
034300
034400 1290-READ-CAPREF.
034500     READ CAPACITY-REF
034600         AT END
034700             SET WS-CREF-EOF TO TRUE
034800     END-READ.
034900 1290-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*    2000-TAKE-ONE-ENTRY - ADD ONE VOLHIST COUNT INSIDE THE
035400*                          LOOKBACK TO ITS FILE'S SUMS
035500******************************************************************
035600 2000-TAKE-ONE-ENTRY.
035700     READ VOLUME-HIST
035800         AT END
035900             SET WS-EOF TO TRUE
036000     END-READ.
036100     IF WS-EOF
036200         GO TO 2000-EXIT
036300     END-IF.
036400     ADD 1                       TO WS-READ-COUNT.
036500     IF VH-BUS-DATE NOT NUMERIC
036600      OR VH-REC-COUNT NOT NUMERIC
036700      OR VH-BUS-DATE > WS-BUSINESS-DATE
036800         GO TO 2000-EXIT
036900     END-IF.
037000     PERFORM 2100-FIND-FILE THRU 2100-EXIT.
037100     IF NOT WS-FOUND
037200         GO TO 2000-EXIT
037300     END-IF.
037400     MOVE 'D'                    TO WS-DU-FUNCTION.
037500     CALL "DATEUTIL"             USING WS-DU-FUNCTION
037600                                       VH-BUS-DATE
037700                                       WS-BUSINESS-DATE
037800                                       WS-DU-DAYS
037900                                       WS-DU-VALID-SW.
038000     IF NOT WS-DU-VALID
038100      OR WS-DU-DAYS + WS-LOOKBACK-DAYS < ZERO
038200         GO TO 2000-EXIT
038300     END-IF.
038400     ADD 1                       TO WS-USED-COUNT.
038500     ADD 1                       TO WS-CP-POINTS (WS-CAP-SUB).
038600     ADD WS-DU-DAYS              TO WS-CP-SUM-X (WS-CAP-SUB).
038700     ADD VH-REC-COUNT            TO WS-CP-SUM-Y (WS-CAP-SUB).
038800     COMPUTE WS-CP-SUM-XX (WS-CAP-SUB) =
038900             WS-CP-SUM-XX (WS-CAP-SUB) + WS-DU-DAYS * WS-DU-DAYS.
039000     COMPUTE WS-CP-SUM-XY (WS-CAP-SUB) =
039100             WS-CP-SUM-XY (WS-CAP-SUB)
039200           + WS-DU-DAYS * VH-REC-COUNT.
039300     IF VH-BUS-DATE NOT LESS THAN WS-CP-LAST-DATE (WS-CAP-SUB)
039400         MOVE VH-BUS-DATE        TO WS-CP-LAST-DATE (WS-CAP-SUB)
039500         MOVE VH-REC-COUNT       TO WS-CP-LAST-COUNT (WS-CAP-SUB)
039600     END-IF.
039700 2000-EXIT.
039800     EXIT.
039900
040000 2100-FIND-FILE.
040100     MOVE 'N'                    TO WS-FOUND-SW.
040200     PERFORM 2150-MATCH-ONE-FILE THRU 2150-EXIT
040300             VARYING WS-CAP-SUB FROM 1 BY 1
040400             UNTIL WS-FOUND
040500                OR WS-CAP-SUB GREATER THAN WS-CAP-COUNT.
040600     IF WS-FOUND
040700         SUBTRACT 1              FROM WS-CAP-SUB
040800     END-IF.
040900 2100-EXIT.
041000     EXIT.
041100
041200 2150-MATCH-ONE-FILE.
041300     IF WS-CP-FILE-ID (WS-CAP-SUB) EQUAL VH-FILE-ID
041400         SET WS-FOUND            TO TRUE
041500     END-IF.
041600 2150-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*    3000-FORECAST-ONE-FILE - FIT THE TREND, PROJECT IT AND JUDGE
042100*                             IT AGAINST THE ALLOCATION
042200******************************************************************
042300 3000-FORECAST-ONE-FILE.
042400     IF WS-CP-POINTS (WS-CAP-SUB) EQUAL ZERO
042500         ADD 1                   TO WS-NO-HIST-COUNT
042600         MOVE WS-CP-FILE-ID (WS-CAP-SUB) TO WS-RN-FILE-ID
042700         MOVE WS-CP-ALLOC (WS-CAP-SUB)   TO WS-RN-ALLOC
042800         WRITE CAP-RPT-LINE      FROM WS-RPT-NO-HIST-LINE
042900         GO TO 3000-EXIT
043000     END-IF.
043100     PERFORM 3100-FIT-TREND THRU 3100-EXIT.
043200     MOVE WS-DAYS-3-MONTHS       TO WS-PROJ-DAYS.
043300     PERFORM 3200-PROJECT THRU 3200-EXIT.
043400     MOVE WS-PROJ-COUNT          TO WS-PROJ-3.
043500     MOVE WS-DAYS-6-MONTHS       TO WS-PROJ-DAYS.
043600     PERFORM 3200-PROJECT THRU 3200-EXIT.
043700     MOVE WS-PROJ-COUNT          TO WS-PROJ-6.
043800     MOVE WS-DAYS-12-MONTHS      TO WS-PROJ-DAYS.
043900     PERFORM 3200-PROJECT THRU 3200-EXIT.
044000     MOVE WS-PROJ-COUNT          TO WS-PROJ-12.
044100     MOVE WS-CP-REVIEW-DAYS (WS-CAP-SUB) TO WS-PROJ-DAYS.
044200     PERFORM 3200-PROJECT THRU 3200-EXIT.
044300     MOVE WS-PROJ-COUNT          TO WS-PROJ-REVIEW.
044400     COMPUTE WS-GROWTH-MONTH ROUNDED =
044500             WS-SLOPE * WS-DAYS-PER-MONTH.
044600     PERFORM 3300-JUDGE-CAPACITY THRU 3300-EXIT.
044700     PERFORM 3400-PRINT-FILE THRU 3400-EXIT.
044800 3000-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    3100-FIT-TREND - LEAST-SQUARES LINE THROUGH THE FILE'S
045300*                     POINTS; ONE POINT (OR ALL ON ONE DAY) GIVES
045400*                     A FLAT LINE AT THE AVERAGE COUNT
045500******************************************************************
045600 3100-FIT-TREND.
045700     MOVE ZERO                   TO WS-SLOPE.
045800     COMPUTE WS-DENOMINATOR =
045900             WS-CP-POINTS (WS-CAP-SUB) * WS-CP-SUM-XX (WS-CAP-SUB)
046000           - WS-CP-SUM-X (WS-CAP-SUB) * WS-CP-SUM-X (WS-CAP-SUB).
046100     IF WS-CP-POINTS (WS-CAP-SUB) > 1
046200      AND WS-DENOMINATOR > ZERO
046300         COMPUTE WS-NUMERATOR =
046400             WS-CP-POINTS (WS-CAP-SUB) * WS-CP-SUM-XY (WS-CAP-SUB)
046500           - WS-CP-SUM-X (WS-CAP-SUB) * WS-CP-SUM-Y (WS-CAP-SUB)
046600         COMPUTE WS-SLOPE ROUNDED =
046700                 WS-NUMERATOR / WS-DENOMINATOR
046800     END-IF.
046900     COMPUTE WS-SUM-Y-LESS-BX ROUNDED =
047000             WS-CP-SUM-Y (WS-CAP-SUB)
047100           - WS-SLOPE * WS-CP-SUM-X (WS-CAP-SUB).
047200     COMPUTE WS-INTERCEPT ROUNDED =
047300             WS-SUM-Y-LESS-BX / WS-CP-POINTS (WS-CAP-SUB).
047400 3100-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*    3200-PROJECT - THE TREND COUNT WS-PROJ-DAYS AFTER THE
047900*                   BUSINESS DATE; A SHRINKING FILE BOTTOMS OUT AT
048000*                   ZERO
048100******************************************************************
048200 3200-PROJECT.
048300     COMPUTE WS-PROJ-COUNT ROUNDED =
048400             WS-INTERCEPT + WS-SLOPE * WS-PROJ-DAYS.
048500     IF WS-PROJ-COUNT < ZERO
048600         MOVE ZERO               TO WS-PROJ-COUNT
048700     END-IF.
048800 3200-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200*    3300-JUDGE-CAPACITY - ON A STRAIGHT LINE THE HIGHEST COUNT
049300*                          BEFORE THE REVIEW IS EITHER TODAY'S OR
049400*                          THE REVIEW DAY'S, SO BOTH ARE TESTED
049500*                          AGAINST THE WARNING PERCENTAGE
049600******************************************************************
049700 3300-JUDGE-CAPACITY.
049800     MOVE SPACES                 TO WS-RD-FLAG.
049900     MOVE ZERO                   TO WS-PCT-NOW
050000                                    WS-PCT-REVIEW.
050100     IF WS-CP-ALLOC (WS-CAP-SUB) EQUAL ZERO
050200         MOVE "NO ALLOC"         TO WS-RD-FLAG
050300         GO TO 3300-EXIT
050400     END-IF.
050500     COMPUTE WS-PCT-NOW ROUNDED =
050600             WS-CP-LAST-COUNT (WS-CAP-SUB) * 100
050700           / WS-CP-ALLOC (WS-CAP-SUB).
050800     COMPUTE WS-PCT-REVIEW ROUNDED =
050900             WS-PROJ-REVIEW * 100 / WS-CP-ALLOC (WS-CAP-SUB).
051000     IF WS-PCT-NOW NOT LESS THAN WS-CP-WARN-PCT (WS-CAP-SUB)
051100      OR WS-PCT-REVIEW NOT LESS THAN WS-CP-WARN-PCT (WS-CAP-SUB)
051200         MOVE "*WARN*"           TO WS-RD-FLAG
051300         ADD 1                   TO WS-FLAG-COUNT
051400         DISPLAY WS-CP-FILE-ID (WS-CAP-SUB)
051500                 " PROJECTED OVER " WS-CP-WARN-PCT (WS-CAP-SUB)
051600                 " PCT OF ALLOCATION BY "
051700                 WS-CP-REVIEW-DATE (WS-CAP-SUB)
051800     END-IF.
051900 3300-EXIT.
052000     EXIT.
052100
052200 3400-PRINT-FILE.
052300     MOVE WS-CP-FILE-ID (WS-CAP-SUB)     TO WS-RD-FILE-ID.
052400     MOVE WS-CP-ALLOC (WS-CAP-SUB)       TO WS-RD-ALLOC.
052500     MOVE WS-CP-LAST-COUNT (WS-CAP-SUB)  TO WS-RD-CURRENT.
052600     MOVE WS-GROWTH-MONTH                TO WS-RD-GROWTH.
052700     MOVE WS-PROJ-3                      TO WS-RD-PROJ-3.
052800     MOVE WS-PROJ-6                      TO WS-RD-PROJ-6.
052900     MOVE WS-PROJ-12                     TO WS-RD-PROJ-12.
053000     MOVE WS-CP-REVIEW-DATE (WS-CAP-SUB) TO WS-RD-REVIEW.
053100     MOVE WS-PCT-REVIEW                  TO WS-RD-PCT.
053200     MOVE WS-CP-POINTS (WS-CAP-SUB)      TO WS-RD-POINTS.
053300     WRITE CAP-RPT-LINE          FROM WS-RPT-DETAIL-LINE.
053400 3400-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800*    8100-GET-BUSINESS-DATE - TONIGHT'S OFFICIAL DATE FROM THE
053900*                             CALCHK BUSDATE CARD; MACHINE DATE
054000*                             ONLY AS FALLBACK
054100******************************************************************
054200 8100-GET-BUSINESS-DATE.
054300     OPEN INPUT BUS-DATE-FILE.
054400     IF WS-BDAT-OK
054500         READ BUS-DATE-FILE
054600             AT END
054700                 CONTINUE
054800             NOT AT END
054900                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
055000                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
055100                 END-IF
055200         END-READ
055300     END-IF.
055400     CLOSE BUS-DATE-FILE.
055500     IF WS-BUSINESS-DATE EQUAL ZERO
055600         MOVE 'C'                TO WS-DU-FUNCTION
055700         CALL "DATEUTIL"         USING WS-DU-FUNCTION
055800                                       WS-BUSINESS-DATE
055900                                       WS-DU-DATE-2
056000                                       WS-DU-DAYS
056100                                       WS-DU-VALID-SW
056200     END-IF.
056300 8100-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700*    9000-TERMINATE - TOTALS, CLOSE OUT AND SET THE RETURN CODE
056800******************************************************************
056900 9000-TERMINATE.
057000     IF NOT WS-CREF-PRESENT
057100         MOVE 8                  TO RETURN-CODE
057200         GO TO 9000-STATS
057300     END-IF.
057400     MOVE WS-CAP-COUNT           TO WS-RT-FILES.
057500     MOVE WS-FLAG-COUNT          TO WS-RT-FLAGGED.
057600     MOVE WS-NO-HIST-COUNT       TO WS-RT-NO-HIST.
057700     MOVE SPACES                 TO CAP-RPT-LINE.
057800     WRITE CAP-RPT-LINE.
057900     WRITE CAP-RPT-LINE          FROM WS-RPT-TOTAL-LINE.
058000     CLOSE VOLUME-HIST
058100           CAPACITY-REPORT.
058200     DISPLAY "VOLHIST ENTRIES READ: " WS-READ-COUNT.
058300     DISPLAY "ENTRIES IN LOOKBACK : " WS-USED-COUNT.
058400     DISPLAY "FILES FLAGGED       : " WS-FLAG-COUNT.
058500     IF WS-FLAG-COUNT > ZERO
058600         MOVE 4                  TO RETURN-CODE
058700     END-IF.
058800 9000-STATS.
058900     MOVE 'E'                    TO RSA-FUNCTION.
059000     MOVE WS-USED-COUNT          TO RSA-READ-COUNT.
059100     MOVE WS-CAP-COUNT           TO RSA-WRITTEN-COUNT.
059200     MOVE WS-FLAG-COUNT          TO RSA-REJECT-COUNT.
059300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
059400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
059500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
059600 9000-EXIT.
059700     EXIT.
059800
059900 9999-EXIT.
060000     STOP RUN.
