000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 QTRRTN.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - QUARTERLY WITHHOLDING
001200*                     RETURN.  RUNS EVERY NIGHT AFTER TAXREM BUT
001300*                     FILES ONLY ON THE LAST PROCESSING DAY OF A
001400*                     CALENDAR QUARTER ON THE PROCESSING CALENDAR
001500*                     (OR FOR THE QUARTER ON A QTRPRM CARD).  THE
001600*                     PAYHIST PAY-RESULT MASTER, IN EMPLOYEE
001700*                     ORDER, GIVES EACH EMPLOYEE'S GROSS AND TAX
001800*                     FOR THE QUARTER, LISTED ON QTRRTN WITH THE
001900*                     NAME FROM EMPMAST AND A QUARTER TOTAL.  FOR
002000*                     THE CURRENT QUARTER THE SAME PASS TOTALS THE
002100*                     YEAR TO DATE, WHICH MUST AGREE WITH THE
002200*                     YTDMAST ACCUMULATORS (YTD-GROSS AND YTD-TAX)
002300*                     EMPLOYEE BY EMPLOYEE AND IN TOTAL.  ANY
002400*                     DIFFERENCE IS FLAGGED (STEP RC 4).
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.            IBM-370.
002900 OBJECT-COMPUTER.            IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003300                             ORGANIZATION IS LINE SEQUENTIAL
003400                             FILE STATUS IS WS-BDAT-STATUS.
003500     SELECT OPTIONAL QUARTER-PARM ASSIGN TO "QTRPRM"
003600                             ORGANIZATION IS LINE SEQUENTIAL
003700                             FILE STATUS IS WS-PARM-STATUS.
003800     SELECT CALENDAR-FILE    ASSIGN TO "CALENDAR"
003900                             ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT PAY-HISTORY      ASSIGN TO "PAYHIST"
004100                             ORGANIZATION IS INDEXED
004200                             ACCESS MODE IS SEQUENTIAL
004300                             RECORD KEY IS PH-KEY
004400                             FILE STATUS IS WS-PHIST-STATUS.
004500     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS DYNAMIC
004800                             RECORD KEY IS EMP-ID
004900                             FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT YTD-MASTER       ASSIGN TO "YTDMAST"
005100                             ORGANIZATION IS INDEXED
005200                             ACCESS MODE IS DYNAMIC
005300                             RECORD KEY IS YTD-EMP-ID
005400                             FILE STATUS IS WS-YTD-STATUS.
005500     SELECT RETURN-REPORT    ASSIGN TO "QTRRTN"
005600                             ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BUS-DATE-FILE
006100     RECORDING MODE IS F.
006200     COPY BUSDATE.
006300
006400 FD  QUARTER-PARM
006500     RECORDING MODE IS F.
006600 01  QUARTER-PARM-RECORD.
006700     05  QP-QUARTER.
006800         10  QP-YEAR             PIC 9(04).
006900         10  QP-QTR              PIC 9(01).
007000
007100 FD  CALENDAR-FILE
007200     RECORDING MODE IS F.
007300     COPY CALREC.
007400
007500 FD  PAY-HISTORY.
007600     COPY PAYHIST.
007700
007800 FD  EMPLOYEE-MASTER.
007900     COPY EMPREC.
008000
008100 FD  YTD-MASTER.
008200     COPY YTDMAST.
008300
008400 FD  RETURN-REPORT
008500     RECORDING MODE IS F.
008600 01  RETURN-REPORT-LINE          PIC X(120).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-BDAT-STATUS              PIC X(02).
009000     88  WS-BDAT-OK                      VALUE "00".
009100 01  WS-PARM-STATUS              PIC X(02).
009200     88  WS-PARM-OK                      VALUE "00".
009300 01  WS-PHIST-STATUS             PIC X(02).
009400     88  WS-PHIST-OK                     VALUE "00".
009500 01  WS-MASTER-STATUS            PIC X(02).
009600     88  WS-MASTER-OK                    VALUE "00".
009700 01  WS-YTD-STATUS               PIC X(02).
009800     88  WS-YTD-OK                       VALUE "00".
009900
010000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010100 01  WS-DU-FUNCTION              PIC X(01).
010200 01  WS-DU-DATE-2                PIC 9(08).
010300 01  WS-DU-DAYS                  PIC S9(05).
010400 01  WS-DU-VALID-SW              PIC X(01).
010500
010600 01  WS-SWITCHES.
010700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010800         88  WS-EOF                          VALUE 'Y'.
010900     05  WS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
011000         88  WS-CAL-EOF                      VALUE 'Y'.
011100     05  WS-YTD-EOF-SW           PIC X(01)   VALUE 'N'.
011200         88  WS-YTD-EOF                      VALUE 'Y'.
011300     05  WS-PARM-QUARTER-SW      PIC X(01)   VALUE 'N'.
011400         88  WS-PARM-QUARTER                 VALUE 'Y'.
011500     05  WS-LATER-DAY-SW         PIC X(01)   VALUE 'N'.
011600         88  WS-LATER-DAY-FOUND              VALUE 'Y'.
011700     05  WS-QUARTER-END-SW       PIC X(01)   VALUE 'N'.
011800         88  WS-QUARTER-END                  VALUE 'Y'.
011900     05  WS-RECONCILE-SW         PIC X(01)   VALUE 'N'.
012000         88  WS-RECONCILE                    VALUE 'Y'.
012100     05  WS-EMP-OPEN-SW          PIC X(01)   VALUE 'N'.
012200         88  WS-EMP-OPEN                     VALUE 'Y'.
012300
012400 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
012500 77  WS-EMP-LISTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
012600 77  WS-MISMATCH-COUNT           PIC 9(05)   COMP    VALUE ZERO.
012700 77  WS-YTD-READ-COUNT           PIC 9(05)   COMP    VALUE ZERO.
012800
012900*    THE QUARTER BEING FILED
013000 01  WS-QTR-YEAR                 PIC 9(04)   VALUE ZERO.
013100 01  WS-QTR-NO                   PIC 9(01)   VALUE ZERO.
013200 01  WS-QTR-START                PIC 9(08)   VALUE ZERO.
013300 01  WS-QTR-END                  PIC 9(08)   VALUE ZERO.
013400 01  WS-YEAR-START               PIC 9(08)   VALUE ZERO.
013500 01  WS-QTR-WORK.
013600     05  WS-QW-DATE              PIC 9(08).
013700     05  WS-QW-PARTS REDEFINES WS-QW-DATE.
013800         10  WS-QW-YYYY          PIC 9(04).
013900         10  WS-QW-MM            PIC 9(02).
014000         10  WS-QW-DD            PIC 9(02).
014100 01  WS-QTR-MONTH                PIC 9(02)   VALUE ZERO.
014200 01  WS-QTR-REMAINDER            PIC 9(02)   VALUE ZERO.
014300 01  WS-QTR-LIMITS-VALUES.
014400     05  FILLER                  PIC X(08)   VALUE "01010331".
014500     05  FILLER                  PIC X(08)   VALUE "04010630".
014600     05  FILLER                  PIC X(08)   VALUE "07010930".
014700     05  FILLER                  PIC X(08)   VALUE "10011231".
014800 01  WS-QTR-LIMITS REDEFINES WS-QTR-LIMITS-VALUES.
014900     05  WS-QL-ENTRY             OCCURS 4 TIMES.
015000         10  WS-QL-FIRST-MMDD    PIC 9(04).
015100         10  WS-QL-LAST-MMDD     PIC 9(04).
015200
015300*    THE EMPLOYEE IN HAND - PAYHIST IS IN EMPLOYEE ORDER
015400 01  WS-CUR-EMP-ID               PIC 9(05)   VALUE ZERO.
015500 01  WS-EMP-QTD-PAYS             PIC 9(03)   COMP    VALUE ZERO.
015600 01  WS-EMP-QTD-GROSS            PIC S9(9)V9(2) VALUE ZERO.
015700 01  WS-EMP-QTD-TAX              PIC S9(9)V9(2) VALUE ZERO.
015800 01  WS-EMP-YTD-GROSS            PIC S9(9)V9(2) VALUE ZERO.
015900 01  WS-EMP-YTD-TAX              PIC S9(9)V9(2) VALUE ZERO.
016000 01  WS-MAST-GROSS               PIC S9(9)V9(2) VALUE ZERO.
016100 01  WS-MAST-TAX                 PIC S9(9)V9(2) VALUE ZERO.
016200
016300*    RETURN AND RECONCILIATION TOTALS
016400 01  WS-TOT-QTD-GROSS            PIC S9(11)V9(2) VALUE ZERO.
016500 01  WS-TOT-QTD-TAX              PIC S9(11)V9(2) VALUE ZERO.
016600 01  WS-TOT-HIST-GROSS           PIC S9(11)V9(2) VALUE ZERO.
016700 01  WS-TOT-HIST-TAX             PIC S9(11)V9(2) VALUE ZERO.
016800 01  WS-TOT-MAST-GROSS           PIC S9(11)V9(2) VALUE ZERO.
016900 01  WS-TOT-MAST-TAX             PIC S9(11)V9(2) VALUE ZERO.
017000
017100 01  WS-RPT-HEADING-1.
017200     05  FILLER                  PIC X(34)   VALUE
017300         "QUARTERLY WITHHOLDING RETURN".
017400     05  FILLER                  PIC X(05)   VALUE "YEAR ".
017500     05  WS-RH1-YEAR             PIC 9(04).
017600     05  FILLER                  PIC X(10)   VALUE "  QUARTER ".
017700     05  WS-RH1-QTR              PIC 9(01).
017800     05  FILLER                  PIC X(08)   VALUE "  FROM ".
017900     05  WS-RH1-START            PIC 9(08).
018000     05  FILLER                  PIC X(04)   VALUE " TO ".
018100     05  WS-RH1-END              PIC 9(08).
018200     05  FILLER                  PIC X(12)   VALUE "  RUN DATE ".
018300     05  WS-RH1-RUN-DATE         PIC 9(08).
018400
018500 01  WS-RPT-HEADING-2.
018600     05  FILLER                  PIC X(38)   VALUE
018700         "EMP ID NAME".
018800     05  FILLER                  PIC X(28)   VALUE
018900         "   QTR GROSS       QTR TAX".
019000     05  FILLER                  PIC X(30)   VALUE
019100         "     YTD GROSS        YTD TAX".
019200
019300 01  WS-RPT-DETAIL-LINE.
019400     05  WS-RD-EMP-ID            PIC 9(05).
019500     05  FILLER                  PIC X(02)   VALUE SPACES.
019600     05  WS-RD-EMP-NAME          PIC X(30).
019700     05  FILLER                  PIC X(01)   VALUE SPACE.
019800     05  WS-RD-QTD-GROSS         PIC -ZZZZZZZ9.99.
019900     05  FILLER                  PIC X(02)   VALUE SPACES.
020000     05  WS-RD-QTD-TAX           PIC -ZZZZZZZ9.99.
020100     05  FILLER                  PIC X(02)   VALUE SPACES.
020200     05  WS-RD-YTD-GROSS         PIC -ZZZZZZZZ9.99.
020300     05  FILLER                  PIC X(02)   VALUE SPACES.
020400     05  WS-RD-YTD-TAX           PIC -ZZZZZZZZ9.99.
020500     05  FILLER                  PIC X(02)   VALUE SPACES.
020600     05  WS-RD-NOTE              PIC X(24).
020700
020800 01  WS-RPT-TOTAL-LINE.
020900     05  FILLER                  PIC X(16)   VALUE
021000         "QUARTER TOTAL - ".
021100     05  WS-RT-EMPS              PIC ZZZZ9.
021200     05  FILLER                  PIC X(12)   VALUE " EMPLOYEES  ".
021300     05  FILLER                  PIC X(07)   VALUE "GROSS ".
021400     05  WS-RT-GROSS             PIC -ZZZZZZZZZZ9.99.
021500     05  FILLER                  PIC X(07)   VALUE "  TAX ".
021600     05  WS-RT-TAX               PIC -ZZZZZZZZZZ9.99.
021700
021800 01  WS-RPT-RECON-LINE.
021900     05  WS-RR-LABEL             PIC X(34).
022000     05  FILLER                  PIC X(06)   VALUE "GROSS ".
022100     05  WS-RR-GROSS             PIC -ZZZZZZZZZZ9.99.
022200     05  FILLER                  PIC X(07)   VALUE "  TAX ".
022300     05  WS-RR-TAX               PIC -ZZZZZZZZZZ9.99.
022400
022500 01  WS-RPT-MESSAGE-LINE.
022600     05  WS-RM-TEXT              PIC X(80).
022700
022800     COPY RUNSTAT.
022900
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
023300     PERFORM 2000-ACCUMULATE-ONE-RESULT THRU 2000-EXIT
023400             UNTIL WS-EOF.
023500     IF WS-QUARTER-END
023600         IF WS-EMP-OPEN
023700             PERFORM 3000-FINISH-EMPLOYEE THRU 3000-EXIT
023800         END-IF
023900         PERFORM 4000-WRITE-TOTALS   THRU 4000-EXIT
024000     END-IF.
024100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
024200     GO TO 9999-EXIT.
024300
024400******************************************************************
024500*    1000-INITIALIZE - SETTLE THE QUARTER; ONLY THE LAST
024600*                      PROCESSING DAY OF A QUARTER (OR A QUARTER
024700*                      ON THE QTRPRM CARD) FILES A RETURN - ANY
024800*                      OTHER NIGHT THE STEP EXITS CLEAN
024900******************************************************************
025000 1000-INITIALIZE.
025100     DISPLAY "QTRRTN - QUARTERLY WITHHOLDING RETURN STARTING".
025200     MOVE "QTRRTN"               TO RSA-PROGRAM-ID.
025300     MOVE 'S'                    TO RSA-FUNCTION.
025400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
025500     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
025600     PERFORM 1100-READ-QUARTER-PARM THRU 1100-EXIT.
025700     PERFORM 1200-SET-QUARTER THRU 1200-EXIT.
025800     IF NOT WS-PARM-QUARTER
025900         PERFORM 1300-SCAN-CALENDAR THRU 1300-EXIT
026000     END-IF.
026100     IF WS-LATER-DAY-FOUND
026200         DISPLAY "NOT THE LAST PROCESSING DAY OF THE QUARTER - "
026300                 "NO RETURN TONIGHT"
026400         SET WS-EOF              TO TRUE
026500         GO TO 1000-EXIT
026600     END-IF.
026700     OPEN INPUT  PAY-HISTORY.
026800     IF NOT WS-PHIST-OK
026900         DISPLAY "PAY HISTORY MASTER OPEN FAILED - STATUS "
027000                 WS-PHIST-STATUS
027100         SET WS-EOF              TO TRUE
027200         MOVE 8                  TO RETURN-CODE
027300         GO TO 1000-EXIT
027400     END-IF.
027500     OPEN INPUT  EMPLOYEE-MASTER.
027600     IF NOT WS-MASTER-OK
027700         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
027800                 WS-MASTER-STATUS
027900         CLOSE PAY-HISTORY
028000         SET WS-EOF              TO TRUE
028100         MOVE 8                  TO RETURN-CODE
028200         GO TO 1000-EXIT
028300     END-IF.
028400     SET WS-QUARTER-END          TO TRUE.
028500     OPEN OUTPUT RETURN-REPORT.
028600     MOVE WS-QTR-YEAR            TO WS-RH1-YEAR.
028700     MOVE WS-QTR-NO              TO WS-RH1-QTR.
028800     MOVE WS-QTR-START           TO WS-RH1-START.
028900     MOVE WS-QTR-END             TO WS-RH1-END.
029000     MOVE WS-BUSINESS-DATE       TO WS-RH1-RUN-DATE.
029100     WRITE RETURN-REPORT-LINE    FROM WS-RPT-HEADING-1.
029200     PERFORM 1400-OPEN-YTD-MASTER THRU 1400-EXIT.
029300     WRITE RETURN-REPORT-LINE    FROM WS-RPT-HEADING-2.
029400     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
029500 1000-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900*    1100-READ-QUARTER-PARM - AN OPTIONAL ONE-CARD PARAMETER FILE
030000*                             NAMES A QUARTER (YYYYQ) TO FILE, FOR
030100*                             A RERUN OR A QUARTER THE STREAM
030200*                             MISSED
030300******************************************************************
030400 1100-READ-QUARTER-PARM.
030500     OPEN INPUT QUARTER-PARM.
030600     IF WS-PARM-OK
030700         READ QUARTER-PARM
030800             AT END
030900                 CONTINUE
031000             NOT AT END
031100                 IF QP-QUARTER NUMERIC
031200                  AND QP-YEAR > ZERO
031300                  AND QP-QTR > ZERO
031400                  AND QP-QTR < 5
031500                     MOVE QP-YEAR    TO WS-QTR-YEAR
031600                     MOVE QP-QTR     TO WS-QTR-NO
031700                     SET WS-PARM-QUARTER TO TRUE
031800                 END-IF
031900         END-READ
032000     END-IF.
032100     CLOSE QUARTER-PARM.
032200     IF NOT WS-PARM-QUARTER
032300         MOVE WS-BUSINESS-DATE       TO WS-QW-DATE
032400         MOVE WS-QW-YYYY             TO WS-QTR-YEAR
032500         DIVIDE WS-QW-MM BY 3 GIVING WS-QTR-MONTH
032600                REMAINDER WS-QTR-REMAINDER
032700         IF WS-QTR-REMAINDER EQUAL ZERO
032800             MOVE WS-QTR-MONTH       TO WS-QTR-NO
032900         ELSE
033000             COMPUTE WS-QTR-NO = WS-QTR-MONTH + 1
033100         END-IF
033200     END-IF.
033300 1100-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*    1200-SET-QUARTER - FIRST AND LAST DAY OF THE QUARTER AND THE
033800*                       START OF ITS YEAR
033900******************************************************************
034000 1200-SET-QUARTER.
034100     MOVE WS-QTR-YEAR            TO WS-QW-YYYY.
034200     MOVE WS-QL-FIRST-MMDD (WS-QTR-NO) TO WS-QW-DATE (5:4).
034300     MOVE WS-QW-DATE             TO WS-QTR-START.
034400     MOVE WS-QL-LAST-MMDD (WS-QTR-NO)  TO WS-QW-DATE (5:4).
034500     MOVE WS-QW-DATE             TO WS-QTR-END.
034600     MOVE 0101                   TO WS-QW-DATE (5:4).
034700     MOVE WS-QW-DATE             TO WS-YEAR-START.
034800     DISPLAY "RETURN QUARTER     : " WS-QTR-YEAR " Q" WS-QTR-NO
034900             " " WS-QTR-START " TO " WS-QTR-END.
035000 1200-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    1300-SCAN-CALENDAR - NOTE ANY PROCESSING DAY STILL TO COME
035500*                         BEFORE THE QUARTER ENDS
035600******************************************************************
035700 1300-SCAN-CALENDAR.
035800     OPEN INPUT CALENDAR-FILE.
035900     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT.
036000     PERFORM 1350-CHECK-ONE-DATE THRU 1350-EXIT
036100             UNTIL WS-CAL-EOF.
036200     CLOSE CALENDAR-FILE.
036300 1300-EXIT.
036400     EXIT.
036500
036600 1350-CHECK-ONE-DATE.
036700     IF CAL-DATE GREATER THAN WS-BUSINESS-DATE
036800      AND CAL-DATE NOT GREATER THAN WS-QTR-END
036900      AND CAL-PROCESSING-DAY
037000         SET WS-LATER-DAY-FOUND  TO TRUE
037100     END-IF.
037200     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT.
037300 1350-EXIT.
037400     EXIT.
037500
037600 1390-READ-CALENDAR.
037700     READ CALENDAR-FILE
037800         AT END
037900             SET WS-CAL-EOF TO TRUE
038000     END-READ.
038100 1390-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500*    1400-OPEN-YTD-MASTER - THE YEAR-TO-DATE ACCUMULATORS ONLY
038600*                           STAND FOR THE QUARTER BEING FILED
038700*                           WHILE IT IS STILL THE CURRENT ONE; A
038800*                           PAST QUARTER IS FILED UNRECONCILED
038900******************************************************************
039000 1400-OPEN-YTD-MASTER.
039100     IF WS-BUSINESS-DATE LESS THAN WS-QTR-START
039200      OR WS-BUSINESS-DATE GREATER THAN WS-QTR-END
039300         MOVE "YTDMAST NOT RECONCILED - QUARTER IS NOT CURRENT"
039400                                 TO WS-RM-TEXT
039500         WRITE RETURN-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
039600         GO TO 1400-EXIT
039700     END-IF.
039800     OPEN INPUT  YTD-MASTER.
039900     IF NOT WS-YTD-OK
040000         DISPLAY "YTD MASTER OPEN FAILED - STATUS " WS-YTD-STATUS
040100         MOVE "YTDMAST NOT RECONCILED - MASTER NOT AVAILABLE"
040200                                 TO WS-RM-TEXT
040300         WRITE RETURN-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
040400         MOVE 4                  TO RETURN-CODE
040500         GO TO 1400-EXIT
040600     END-IF.
040700     SET WS-RECONCILE            TO TRUE.
040800 1400-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
041300*                             SHARED DATEUTIL FALLBACK
041400******************************************************************
041500 8100-GET-BUSINESS-DATE.
041600     OPEN INPUT BUS-DATE-FILE.
041700     IF WS-BDAT-OK
041800         READ BUS-DATE-FILE
041900             AT END
042000                 CONTINUE
042100             NOT AT END
042200                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
042300                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
042400                 END-IF
042500         END-READ
042600     END-IF.
042700     CLOSE BUS-DATE-FILE.
042800     IF WS-BUSINESS-DATE EQUAL ZERO
042900         MOVE 'C'                TO WS-DU-FUNCTION
043000         CALL "DATEUTIL"         USING WS-DU-FUNCTION
043100                                       WS-BUSINESS-DATE
043200                                       WS-DU-DATE-2
043300                                       WS-DU-DAYS
043400                                       WS-DU-VALID-SW
043500     END-IF.
043600 8100-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000*    2000-ACCUMULATE-ONE-RESULT - THE MASTER IS IN EMPLOYEE, PAY
044100*                                 DATE ORDER; EACH RESULT ADDS TO
044200*                                 THE EMPLOYEE'S QUARTER AND YEAR-
044300*                                 TO-DATE FIGURES, AND A NEW
044400*                                 EMPLOYEE CLOSES OFF THE LAST ONE
044500******************************************************************
044600 2000-ACCUMULATE-ONE-RESULT.
044700     IF WS-EMP-OPEN
044800      AND PH-EMP-ID NOT EQUAL WS-CUR-EMP-ID
044900         PERFORM 3000-FINISH-EMPLOYEE THRU 3000-EXIT
045000     END-IF.
045100     IF NOT WS-EMP-OPEN
045200         SET WS-EMP-OPEN         TO TRUE
045300         MOVE PH-EMP-ID          TO WS-CUR-EMP-ID
045400         MOVE ZERO               TO WS-EMP-QTD-PAYS
045500                                    WS-EMP-QTD-GROSS
045600                                    WS-EMP-QTD-TAX
045700                                    WS-EMP-YTD-GROSS
045800                                    WS-EMP-YTD-TAX
045900     END-IF.
046000     IF PH-PAY-DATE NOT LESS THAN WS-QTR-START
046100      AND PH-PAY-DATE NOT GREATER THAN WS-QTR-END
046200         ADD 1                   TO WS-EMP-QTD-PAYS
046300         ADD PH-GROSS            TO WS-EMP-QTD-GROSS
046400         ADD PH-TAX              TO WS-EMP-QTD-TAX
046500     END-IF.
046600     IF PH-PAY-DATE NOT LESS THAN WS-YEAR-START
046700      AND PH-PAY-DATE NOT GREATER THAN WS-QTR-END
046800         ADD PH-GROSS            TO WS-EMP-YTD-GROSS
046900         ADD PH-TAX              TO WS-EMP-YTD-TAX
047000     END-IF.
047100     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
047200 2000-EXIT.
047300     EXIT.
047400
047500 2900-READ-HISTORY.
047600     READ PAY-HISTORY
047700         AT END
047800             SET WS-EOF          TO TRUE
047900         NOT AT END
048000             ADD 1               TO WS-READ-COUNT
048100     END-READ.
048200 2900-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    3000-FINISH-EMPLOYEE - CHECK THE EMPLOYEE'S YEAR TO DATE
048700*                           AGAINST YTDMAST AND LIST THEM ON THE
048800*                           RETURN IF PAID IN THE QUARTER OR OUT
048900*                           OF AGREEMENT WITH THE MASTER
049000******************************************************************
049100 3000-FINISH-EMPLOYEE.
049200     MOVE 'N'                    TO WS-EMP-OPEN-SW.
049300     MOVE SPACES                 TO WS-RD-NOTE.
049400     IF WS-RECONCILE
049500         PERFORM 3100-CHECK-YTD-MASTER THRU 3100-EXIT
049600     END-IF.
049700     IF WS-EMP-QTD-PAYS EQUAL ZERO
049800      AND WS-RD-NOTE EQUAL SPACES
049900         GO TO 3000-EXIT
050000     END-IF.
050100     MOVE WS-CUR-EMP-ID          TO WS-RD-EMP-ID EMP-ID.
050200     READ EMPLOYEE-MASTER
050300         INVALID KEY
050400             MOVE "*** NOT ON MASTER ***" TO EMP-NAME
050500     END-READ.
050600     MOVE EMP-NAME               TO WS-RD-EMP-NAME.
050700     MOVE WS-EMP-QTD-GROSS       TO WS-RD-QTD-GROSS.
050800     MOVE WS-EMP-QTD-TAX         TO WS-RD-QTD-TAX.
050900     MOVE WS-EMP-YTD-GROSS       TO WS-RD-YTD-GROSS.
051000     MOVE WS-EMP-YTD-TAX         TO WS-RD-YTD-TAX.
051100     WRITE RETURN-REPORT-LINE    FROM WS-RPT-DETAIL-LINE.
051200     IF WS-EMP-QTD-PAYS GREATER THAN ZERO
051300         ADD 1                   TO WS-EMP-LISTED-COUNT
051400         ADD WS-EMP-QTD-GROSS    TO WS-TOT-QTD-GROSS
051500         ADD WS-EMP-QTD-TAX      TO WS-TOT-QTD-TAX
051600     END-IF.
051700 3000-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100*    3100-CHECK-YTD-MASTER - THE EMPLOYEE'S ACCUMULATORS FOR THE
052200*                            QUARTER'S YEAR (NONE IF THERE IS NO
052300*                            RECORD OR IT IS STILL ON ANOTHER
052400*                            YEAR) MUST EQUAL THE PAY HISTORY
052500******************************************************************
052600 3100-CHECK-YTD-MASTER.
052700     ADD WS-EMP-YTD-GROSS        TO WS-TOT-HIST-GROSS.
052800     ADD WS-EMP-YTD-TAX          TO WS-TOT-HIST-TAX.
052900     MOVE ZERO                   TO WS-MAST-GROSS
053000                                    WS-MAST-TAX.
053100     MOVE WS-CUR-EMP-ID          TO YTD-EMP-ID.
053200     READ YTD-MASTER
053300         INVALID KEY
053400             CONTINUE
053500         NOT INVALID KEY
053600             IF YTD-YEAR EQUAL WS-QTR-YEAR
053700                 MOVE YTD-GROSS  TO WS-MAST-GROSS
053800                 MOVE YTD-TAX    TO WS-MAST-TAX
053900             END-IF
054000     END-READ.
054100     IF WS-MAST-GROSS EQUAL WS-EMP-YTD-GROSS
054200      AND WS-MAST-TAX EQUAL WS-EMP-YTD-TAX
054300         GO TO 3100-EXIT
054400     END-IF.
054500     ADD 1                       TO WS-MISMATCH-COUNT.
054600     IF WS-MAST-GROSS NOT EQUAL WS-EMP-YTD-GROSS
054700      AND WS-MAST-TAX NOT EQUAL WS-EMP-YTD-TAX
054800         MOVE "YTDMAST GROSS+TAX DIFFER" TO WS-RD-NOTE
054900     ELSE
055000         IF WS-MAST-GROSS NOT EQUAL WS-EMP-YTD-GROSS
055100             MOVE "YTDMAST GROSS DIFFERS" TO WS-RD-NOTE
055200         ELSE
055300             MOVE "YTDMAST TAX DIFFERS" TO WS-RD-NOTE
055400         END-IF
055500     END-IF.
055600 3100-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    4000-WRITE-TOTALS - THE QUARTER TOTAL AND, FOR THE CURRENT
056100*                        QUARTER, THE YEAR-TO-DATE RECONCILIATION
056200*                        OF THE PAY HISTORY TO THE WHOLE OF
056300*                        YTDMAST
056400******************************************************************
056500 4000-WRITE-TOTALS.
056600     MOVE SPACES                 TO RETURN-REPORT-LINE.
056700     WRITE RETURN-REPORT-LINE.
056800     MOVE WS-EMP-LISTED-COUNT    TO WS-RT-EMPS.
056900     MOVE WS-TOT-QTD-GROSS       TO WS-RT-GROSS.
057000     MOVE WS-TOT-QTD-TAX         TO WS-RT-TAX.
057100     WRITE RETURN-REPORT-LINE    FROM WS-RPT-TOTAL-LINE.
057200     IF NOT WS-RECONCILE
057300         GO TO 4000-EXIT
057400     END-IF.
057500     MOVE ZERO                   TO YTD-EMP-ID.
057600     START YTD-MASTER KEY NOT LESS THAN YTD-EMP-ID
057700         INVALID KEY
057800             SET WS-YTD-EOF      TO TRUE
057900     END-START.
058000     PERFORM 4100-ADD-ONE-YTD THRU 4100-EXIT
058100             UNTIL WS-YTD-EOF.
058200     MOVE SPACES                 TO RETURN-REPORT-LINE.
058300     WRITE RETURN-REPORT-LINE.
058400     MOVE "PAYHIST YEAR TO DATE" TO WS-RR-LABEL.
058500     MOVE WS-TOT-HIST-GROSS      TO WS-RR-GROSS.
058600     MOVE WS-TOT-HIST-TAX        TO WS-RR-TAX.
058700     WRITE RETURN-REPORT-LINE    FROM WS-RPT-RECON-LINE.
058800     MOVE "YTDMAST YEAR TO DATE" TO WS-RR-LABEL.
058900     MOVE WS-TOT-MAST-GROSS      TO WS-RR-GROSS.
059000     MOVE WS-TOT-MAST-TAX        TO WS-RR-TAX.
059100     WRITE RETURN-REPORT-LINE    FROM WS-RPT-RECON-LINE.
059200     MOVE "DIFFERENCE"           TO WS-RR-LABEL.
059300     COMPUTE WS-RR-GROSS = WS-TOT-HIST-GROSS - WS-TOT-MAST-GROSS.
059400     COMPUTE WS-RR-TAX   = WS-TOT-HIST-TAX - WS-TOT-MAST-TAX.
059500     WRITE RETURN-REPORT-LINE    FROM WS-RPT-RECON-LINE.
059600     IF WS-TOT-HIST-GROSS EQUAL WS-TOT-MAST-GROSS
059700      AND WS-TOT-HIST-TAX EQUAL WS-TOT-MAST-TAX
059800      AND WS-MISMATCH-COUNT EQUAL ZERO
059900         MOVE "RETURN RECONCILED TO YTDMAST" TO WS-RM-TEXT
060000     ELSE
060100         MOVE "*** RETURN DOES NOT RECONCILE TO YTDMAST ***"
060200                                 TO WS-RM-TEXT
060300         DISPLAY "RETURN DOES NOT RECONCILE TO YTDMAST"
060400         IF RETURN-CODE LESS THAN 4
060500             MOVE 4              TO RETURN-CODE
060600         END-IF
060700     END-IF.
060800     WRITE RETURN-REPORT-LINE    FROM WS-RPT-MESSAGE-LINE.
060900 4000-EXIT.
061000     EXIT.
061100
061200 4100-ADD-ONE-YTD.
061300     READ YTD-MASTER NEXT RECORD
061400         AT END
061500             SET WS-YTD-EOF      TO TRUE
061600     END-READ.
061700     IF WS-YTD-EOF
061800         GO TO 4100-EXIT
061900     END-IF.
062000     ADD 1                       TO WS-YTD-READ-COUNT.
062100     IF YTD-YEAR EQUAL WS-QTR-YEAR
062200         ADD YTD-GROSS           TO WS-TOT-MAST-GROSS
062300         ADD YTD-TAX             TO WS-TOT-MAST-TAX
062400     END-IF.
062500 4100-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
063000******************************************************************
063100 9000-TERMINATE.
063200     DISPLAY "PAY RESULTS READ     : " WS-READ-COUNT.
063300     DISPLAY "EMPLOYEES ON RETURN  : " WS-EMP-LISTED-COUNT.
063400     DISPLAY "QUARTER GROSS        : " WS-TOT-QTD-GROSS.
063500     DISPLAY "QUARTER TAX          : " WS-TOT-QTD-TAX.
063600     DISPLAY "YTDMAST RECORDS READ : " WS-YTD-READ-COUNT.
063700     DISPLAY "YTDMAST MISMATCHES   : " WS-MISMATCH-COUNT.
063800     IF WS-QUARTER-END
063900         CLOSE PAY-HISTORY
064000         CLOSE EMPLOYEE-MASTER
064100         CLOSE RETURN-REPORT
064200     END-IF.
064300     IF WS-RECONCILE
064400         CLOSE YTD-MASTER
064500     END-IF.
064600     MOVE 'E'                    TO RSA-FUNCTION.
064700     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
064800     MOVE WS-EMP-LISTED-COUNT    TO RSA-WRITTEN-COUNT.
064900     MOVE WS-MISMATCH-COUNT      TO RSA-REJECT-COUNT.
065000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
065100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
065200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
065300 9000-EXIT.
065400     EXIT.
065500
065600 9999-EXIT.
065700     STOP RUN.
