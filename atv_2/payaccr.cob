000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PAYACCR.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MONTH-END PAYROLL
001200*                     ACCRUAL.  RUNS EVERY NIGHT AFTER THE PAY
001300*                     RUNS BUT ACCRUES ONLY ON THE LAST
001400*                     PROCESSING DAY OF THE MONTH ON THE
001500*                     PROCESSING CALENDAR (OR FOR THE MONTH ON
001600*                     AN ACCRPRM CARD).  THE CALENDAR'S PAY-
001700*                     GROUP MARKS GIVE EACH GROUP'S LAST PAY
001800*                     DATE IN THE MONTH AND SO THE DATE IT IS
001900*                     PAID THROUGH (A WEEKLY PAY DATE PAYS UP TO
002000*                     ITSELF, A MONTHLY ONE THE WHOLE CALENDAR
002100*                     MONTH, AS IN PAYRUN).  EACH EMPLOYEE'S
002200*                     DAYS EARNED FROM THEN TO MONTH END (FROM
002300*                     HIRE, TO TERMINATION) ARE PRICED AT
002400*                     EMP-BASE-PAY PRORATED BY CALENDAR DAYS OF
002500*                     THE GROUP'S PERIOD, AND ROLLED UP BY
002600*                     DEPARTMENT AND PAY GROUP WITH THE DEPTMAST
002700*                     COST CENTER.  THE ACCRUAL JOURNAL (ACCRJNL,
002800*                     DATED THE MONTH END) AND ITS REVERSAL
002900*                     (ACCRREV, DATED THE FIRST DAY OF THE NEXT
003000*                     MONTH) ARE BOTH IN THE LABDIST LAYOUT WITH
003100*                     THE SAME BALANCING TRAILER, AND ACCRRPT
003200*                     LISTS THE EMPLOYEES BEHIND THEM.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.            IBM-370.
003700 OBJECT-COMPUTER.            IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004100                             ORGANIZATION IS LINE SEQUENTIAL
004200                             FILE STATUS IS WS-BDAT-STATUS.
004300     SELECT OPTIONAL ACCRUAL-PARM ASSIGN TO "ACCRPRM"
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS WS-PARM-STATUS.
004600     SELECT CALENDAR-FILE    ASSIGN TO "CALENDAR"
004700                             ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS SEQUENTIAL
005100                             RECORD KEY IS EMP-ID
005200                             FILE STATUS IS WS-MASTER-STATUS.
005300     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS DYNAMIC
005600                             RECORD KEY IS DP-DEPT-CODE
005700                             FILE STATUS IS WS-DEPT-STATUS.
005800     SELECT ACCRUAL-JOURNAL  ASSIGN TO "ACCRJNL"
005900                             ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT REVERSAL-JOURNAL ASSIGN TO "ACCRREV"
006100                             ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT ACCRUAL-REPORT   ASSIGN TO "ACCRRPT"
006300                             ORGANIZATION IS LINE SEQUENTIAL.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BUS-DATE-FILE
006800     RECORDING MODE IS F.
006900     COPY BUSDATE.
007000
007100 FD  ACCRUAL-PARM
007200     RECORDING MODE IS F.
007300 01  ACCRUAL-PARM-RECORD.
007400     05  AP-MONTH                PIC 9(06).
007500
007600 FD  CALENDAR-FILE
007700     RECORDING MODE IS F.
007800     COPY CALREC.
007900
008000 FD  EMPLOYEE-MASTER.
008100     COPY EMPREC.
008200
008300 FD  DEPT-MASTER.
008400     COPY DEPTMAST.
008500
008600 FD  ACCRUAL-JOURNAL
008700     RECORDING MODE IS F.
008800 01  ACCRUAL-JOURNAL-LINE        PIC X(70).
008900
009000 FD  REVERSAL-JOURNAL
009100     RECORDING MODE IS F.
009200 01  REVERSAL-JOURNAL-LINE       PIC X(70).
009300
009400 FD  ACCRUAL-REPORT
009500     RECORDING MODE IS F.
009600 01  ACCRUAL-REPORT-LINE         PIC X(80).
009700
009800 WORKING-STORAGE SECTION.
009900 01  WS-BDAT-STATUS              PIC X(02).
010000     88  WS-BDAT-OK                      VALUE "00".
010100 01  WS-PARM-STATUS              PIC X(02).
010200     88  WS-PARM-OK                      VALUE "00".
010300 01  WS-MASTER-STATUS            PIC X(02).
010400     88  WS-MASTER-OK                    VALUE "00".
010500 01  WS-DEPT-STATUS              PIC X(02).
010600     88  WS-DEPT-OK                      VALUE "00".
010700
010800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010900 01  WS-DU-FUNCTION              PIC X(01).
011000 01  WS-DU-DATE-2                PIC 9(08).
011100 01  WS-DU-DAYS                  PIC S9(05).
011200 01  WS-DU-VALID-SW              PIC X(01).
011300
011400 01  WS-SWITCHES.
011500     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011600         88  WS-EOF                          VALUE 'Y'.
011700     05  WS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
011800         88  WS-CAL-EOF                      VALUE 'Y'.
011900     05  WS-PARM-MONTH-SW        PIC X(01)   VALUE 'N'.
012000         88  WS-PARM-MONTH                   VALUE 'Y'.
012100     05  WS-LATER-DAY-SW         PIC X(01)   VALUE 'N'.
012200         88  WS-LATER-DAY-FOUND              VALUE 'Y'.
012300     05  WS-MONTH-END-SW         PIC X(01)   VALUE 'N'.
012400         88  WS-MONTH-END                    VALUE 'Y'.
012500     05  WS-DEPT-REF-SW          PIC X(01)   VALUE 'N'.
012600         88  WS-DEPT-REF-PRESENT             VALUE 'Y'.
012700     05  WS-ACC-FOUND-SW         PIC X(01)   VALUE 'N'.
012800         88  WS-ACC-FOUND                    VALUE 'Y'.
012900     05  WS-ACC-OVERFLOW-SW      PIC X(01)   VALUE 'N'.
013000         88  WS-ACC-OVERFLOW                 VALUE 'Y'.
013100
013200 77  WS-EMP-COUNT                PIC 9(05)   COMP    VALUE ZERO.
013300 77  WS-ACCRUED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
013400 77  WS-SKIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
013500 77  WS-NO-GROUP-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013600
013700*    THE MONTH BEING ACCRUED AND ITS REVERSAL DATE
013800 01  WS-ACCRUAL-MONTH            PIC 9(06)   VALUE ZERO.
013900 01  WS-MONTH-START              PIC 9(08)   VALUE ZERO.
014000 01  WS-MONTH-END-DATE           PIC 9(08)   VALUE ZERO.
014100 01  WS-REVERSAL-DATE            PIC 9(08)   VALUE ZERO.
014200 01  WS-MONTH-DAYS               PIC 9(03)   VALUE ZERO.
014300 01  WS-MONTH-WORK.
014400     05  WS-MW-DATE              PIC 9(08).
014500     05  WS-MW-PARTS REDEFINES WS-MW-DATE.
014600         10  WS-MW-YYYY          PIC 9(04).
014700         10  WS-MW-MM            PIC 9(02).
014800         10  WS-MW-DD            PIC 9(02).
014900
015000*    ONE ROW PER PAY GROUP - ITS LAST PAY DATE ON OR BEFORE THE
015100*    MONTH END, THE DATE THAT PAYS IT THROUGH, AND THE DAYS IN
015200*    ONE OF ITS PERIODS
015300 77  WS-GRP-MAX                  PIC 9(01)   COMP    VALUE 2.
015400 77  WS-GRP-SUB                  PIC 9(01)   COMP.
015500 77  WS-GRP-HIT                  PIC 9(01)   COMP.
015600 77  WS-GRP-HITS                 PIC 9(03)   COMP.
015700 01  WS-GROUP-CODES              PIC X(02)   VALUE "WM".
015800 01  WS-GROUP-TABLE.
015900     05  WS-GROUP-ENTRY          OCCURS 2 TIMES.
016000         10  WS-GR-PAY-GROUP     PIC X(01).
016100         10  WS-GR-LAST-PAY      PIC 9(08).
016200         10  WS-GR-PAID-THRU     PIC 9(08).
016300         10  WS-GR-PERIOD-DAYS   PIC 9(03).
016400
016500 01  WS-PAID-THRU                PIC 9(08)   VALUE ZERO.
016600 01  WS-EMP-FROM                 PIC 9(08)   VALUE ZERO.
016700 01  WS-EMP-THRU                 PIC 9(08)   VALUE ZERO.
016800 01  WS-EMP-DAYS                 PIC S9(05)  VALUE ZERO.
016900 01  WS-EMP-ACCRUAL              PIC 9(07)V9(02) VALUE ZERO.
017000
017100*    ACCRUAL BY DEPARTMENT AND PAY GROUP
017200 77  WS-ACC-MAX                  PIC 9(03)   COMP    VALUE 100.
017300 77  WS-ACC-COUNT                PIC 9(03)   COMP    VALUE ZERO.
017400 77  WS-ACC-SUB                  PIC 9(03)   COMP.
017500 77  WS-ACC-HIT                  PIC 9(03)   COMP    VALUE ZERO.
017600 01  WS-ACCRUAL-TABLE.
017700     05  WS-ACC-ENTRY            OCCURS 100 TIMES.
017800         10  WS-AC-DEPT-CODE     PIC X(03).
017900         10  WS-AC-PAY-GROUP     PIC X(01).
018000         10  WS-AC-EMP-COUNT     PIC 9(05)   COMP.
018100         10  WS-AC-AMOUNT        PIC S9(9)V9(2).
018200
018300*    JOURNAL RECORDS - THE LABDIST FEED LAYOUT
018400 01  WS-LAB-DETAIL-RECORD.
018500     05  WS-LD-REC-TYPE          PIC X(01)   VALUE 'D'.
018600     05  WS-LD-BUS-DATE          PIC 9(08).
018700     05  WS-LD-DEPT-CODE         PIC X(03).
018800     05  WS-LD-COST-CENTER       PIC X(06).
018900     05  WS-LD-EMP-COUNT         PIC 9(05).
019000     05  WS-LD-GROSS             PIC 9(11)V9(02).
019100     05  WS-LD-DEDUCT            PIC 9(11)V9(02).
019200     05  WS-LD-NET               PIC 9(11)V9(02).
019300     05  WS-LD-PAY-GROUP         PIC X(01)   VALUE SPACE.
019400
019500 01  WS-LAB-TRAILER-RECORD.
019600     05  WS-LT-REC-TYPE          PIC X(01)   VALUE 'T'.
019700     05  WS-LT-BUS-DATE          PIC 9(08).
019800     05  FILLER                  PIC X(09)   VALUE SPACES.
019900     05  WS-LT-EMP-COUNT         PIC 9(05).
020000     05  WS-LT-GROSS             PIC 9(11)V9(02).
020100     05  WS-LT-DEDUCT            PIC 9(11)V9(02).
020200     05  WS-LT-NET               PIC 9(11)V9(02).
020300     05  WS-LT-PAY-GROUP         PIC X(01)   VALUE SPACE.
020400
020500 01  WS-MAN-FILE-ID              PIC X(08).
020600 01  WS-MAN-COUNT                PIC 9(07)   VALUE ZERO.
020700 01  WS-MAN-HASH                 PIC 9(11)V9(02) VALUE ZERO.
020800
020900 01  WS-RPT-HEADING-1.
021000     05  FILLER                  PIC X(30)   VALUE
021100         "MONTH-END PAYROLL ACCRUAL".
021200     05  FILLER                  PIC X(11)   VALUE "MONTH END: ".
021300     05  WS-H1-MONTH-END         PIC 9(08).
021400     05  FILLER                  PIC X(12)   VALUE "  REVERSAL: ".
021500     05  WS-H1-REVERSAL          PIC 9(08).
021600
021700 01  WS-RPT-GROUP-LINE.
021800     05  FILLER                  PIC X(10)   VALUE "PAY GROUP ".
021900     05  WS-RG-PAY-GROUP         PIC X(01).
022000     05  FILLER                  PIC X(16)   VALUE
022100         "  LAST PAY DATE ".
022200     05  WS-RG-LAST-PAY          PIC 9(08).
022300     05  FILLER                  PIC X(16)   VALUE
022400         "  PAID THROUGH  ".
022500     05  WS-RG-PAID-THRU         PIC 9(08).
022600
022700 01  WS-RPT-HEADING-2.
022800     05  FILLER                  PIC X(40)   VALUE
022900         "EMP ID NAME                      DEPT G ".
023000     05  FILLER                  PIC X(30)   VALUE
023100         " DAYS   BASE PAY     ACCRUAL".
023200
023300 01  WS-RPT-DETAIL-LINE.
023400     05  WS-RD-EMP-ID            PIC 9(05).
023500     05  FILLER                  PIC X(02)   VALUE SPACES.
023600     05  WS-RD-EMP-NAME          PIC X(26).
023700     05  FILLER                  PIC X(01)   VALUE SPACES.
023800     05  WS-RD-DEPT-CODE         PIC X(03).
023900     05  FILLER                  PIC X(02)   VALUE SPACES.
024000     05  WS-RD-PAY-GROUP         PIC X(01).
024100     05  FILLER                  PIC X(02)   VALUE SPACES.
024200     05  WS-RD-DAYS              PIC ZZZ9.
024300     05  FILLER                  PIC X(02)   VALUE SPACES.
024400     05  WS-RD-BASE-PAY          PIC ZZZZ9.99.
024500     05  FILLER                  PIC X(02)   VALUE SPACES.
024600     05  WS-RD-ACCRUAL           PIC ZZZZZZ9.99.
024700
024800 01  WS-RPT-DEPT-LINE.
024900     05  FILLER                  PIC X(05)   VALUE "DEPT ".
025000     05  WS-RT-DEPT-CODE         PIC X(03).
025100     05  FILLER                  PIC X(08)   VALUE "  GROUP ".
025200     05  WS-RT-PAY-GROUP         PIC X(01).
025300     05  FILLER                  PIC X(14)   VALUE
025400         "  COST CENTER ".
025500     05  WS-RT-COST-CENTER       PIC X(06).
025600     05  FILLER                  PIC X(07)   VALUE "  EMPS ".
025700     05  WS-RT-EMP-COUNT         PIC ZZZZ9.
025800     05  FILLER                  PIC X(10)   VALUE "  ACCRUAL ".
025900     05  WS-RT-AMOUNT            PIC ZZZZZZZZ9.99.
026000
026100 01  WS-RPT-TOTAL-LINE.
026200     05  FILLER                  PIC X(31)   VALUE
026300         "TOTAL ACCRUED - EMPLOYEES".
026400     05  WS-RT-TOT-EMPS          PIC ZZZZ9.
026500     05  FILLER                  PIC X(10)   VALUE "  ACCRUAL ".
026600     05  WS-RT-TOT-AMOUNT        PIC ZZZZZZZZ9.99.
026700
026800     COPY RUNSTAT.
026900
027000 PROCEDURE DIVISION.
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
027300     PERFORM 2000-ACCRUE-ONE-EMPLOYEE THRU 2000-EXIT
027400             UNTIL WS-EOF.
027500     IF WS-MONTH-END
027600         PERFORM 3000-WRITE-JOURNALS THRU 3000-EXIT
027700     END-IF.
027800     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
027900     GO TO 9999-EXIT.
028000
028100******************************************************************
028200*    1000-INITIALIZE - SETTLE THE MONTH TO ACCRUE; ONLY THE LAST
028300*                      PROCESSING DAY OF A MONTH (OR A MONTH ON
028400*                      THE ACCRPRM CARD) ACCRUES - ANY OTHER
028500*                      NIGHT THE STEP EXITS CLEAN
028600******************************************************************
028700 1000-INITIALIZE.
028800     DISPLAY "PAYACCR - MONTH-END PAYROLL ACCRUAL STARTING".
028900     MOVE "PAYACCR"              TO RSA-PROGRAM-ID.
029000     MOVE 'S'                    TO RSA-FUNCTION.
029100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
029200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
029300     PERFORM 1100-READ-ACCRUAL-PARM THRU 1100-EXIT.
029400     PERFORM 1200-SET-ACCRUAL-MONTH THRU 1200-EXIT.
029500     PERFORM 1300-SCAN-CALENDAR THRU 1300-EXIT.
029600     IF WS-LATER-DAY-FOUND
029700      AND NOT WS-PARM-MONTH
029800         DISPLAY "NOT THE LAST PROCESSING DAY OF THE MONTH - "
029900                 "NO ACCRUAL TONIGHT"
030000         SET WS-EOF              TO TRUE
030100         GO TO 1000-EXIT
030200     END-IF.
030300     SET WS-MONTH-END            TO TRUE.
030400     PERFORM 1400-SET-PAID-THROUGH THRU 1400-EXIT
030500             VARYING WS-GRP-SUB FROM 1 BY 1
030600             UNTIL WS-GRP-SUB GREATER THAN WS-GRP-MAX.
030700     OPEN INPUT  EMPLOYEE-MASTER.
030800     IF NOT WS-MASTER-OK
030900         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
031000                 WS-MASTER-STATUS
031100         SET WS-EOF              TO TRUE
031200         MOVE 'N'                TO WS-MONTH-END-SW
031300         MOVE 8                  TO RETURN-CODE
031400         GO TO 1000-EXIT
031500     END-IF.
031600     OPEN INPUT  DEPT-MASTER.
031700     IF WS-DEPT-OK
031800         SET WS-DEPT-REF-PRESENT TO TRUE
031900     END-IF.
032000     OPEN OUTPUT ACCRUAL-JOURNAL.
032100     OPEN OUTPUT REVERSAL-JOURNAL.
032200     OPEN OUTPUT ACCRUAL-REPORT.
032300     MOVE WS-MONTH-END-DATE      TO WS-H1-MONTH-END.
032400     MOVE WS-REVERSAL-DATE       TO WS-H1-REVERSAL.
032500     WRITE ACCRUAL-REPORT-LINE   FROM WS-RPT-HEADING-1.
032600     PERFORM 1500-PRINT-ONE-GROUP THRU 1500-EXIT
032700             VARYING WS-GRP-SUB FROM 1 BY 1
032800             UNTIL WS-GRP-SUB GREATER THAN WS-GRP-MAX.
032900     WRITE ACCRUAL-REPORT-LINE   FROM WS-RPT-HEADING-2.
033000     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
033100 1000-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*    1100-READ-ACCRUAL-PARM - AN OPTIONAL ONE-CARD PARAMETER
033600*                             FILE NAMES A MONTH (YYYYMM) TO
033700*                             ACCRUE, FOR A RERUN OR A MONTH THE
033800*                             STREAM MISSED
033900******************************************************************
034000 1100-READ-ACCRUAL-PARM.
034100     OPEN INPUT ACCRUAL-PARM.
034200     IF WS-PARM-OK
034300         READ ACCRUAL-PARM
034400             AT END
034500                 CONTINUE
034600             NOT AT END
034700                 IF AP-MONTH NUMERIC AND AP-MONTH > ZERO
034800                     MOVE AP-MONTH   TO WS-ACCRUAL-MONTH
034900                     SET WS-PARM-MONTH TO TRUE
035000                 END-IF
035100         END-READ
035200     END-IF.
035300     CLOSE ACCRUAL-PARM.
035400     IF NOT WS-PARM-MONTH
035500         MOVE WS-BUSINESS-DATE (1:6) TO WS-ACCRUAL-MONTH
035600     END-IF.
035700 1100-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    1200-SET-ACCRUAL-MONTH - FIRST AND LAST DAY OF THE MONTH;
036200*                             THE REVERSAL IS DATED THE FIRST
036300*                             DAY OF THE NEXT ONE
036400******************************************************************
036500 1200-SET-ACCRUAL-MONTH.
036600     MOVE WS-ACCRUAL-MONTH       TO WS-MW-DATE (1:6).
036700     MOVE 01                     TO WS-MW-DD.
036800     MOVE WS-MW-DATE             TO WS-MONTH-START.
036900     IF WS-MW-MM EQUAL 12
037000         ADD 1                   TO WS-MW-YYYY
037100         MOVE 01                 TO WS-MW-MM
037200     ELSE
037300         ADD 1                   TO WS-MW-MM
037400     END-IF.
037500     MOVE WS-MW-DATE             TO WS-REVERSAL-DATE.
037600     MOVE 'S'                    TO WS-DU-FUNCTION.
037700     MOVE 1                      TO WS-DU-DAYS.
037800     CALL "DATEUTIL"             USING WS-DU-FUNCTION
037900                                       WS-REVERSAL-DATE
038000                                       WS-MONTH-END-DATE
038100                                       WS-DU-DAYS
038200                                       WS-DU-VALID-SW.
038300     MOVE WS-MONTH-END-DATE (7:2) TO WS-MONTH-DAYS.
038400     DISPLAY "ACCRUAL MONTH END  : " WS-MONTH-END-DATE.
038500     DISPLAY "REVERSAL DATE      : " WS-REVERSAL-DATE.
038600 1200-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000*    1300-SCAN-CALENDAR - NOTE ANY PROCESSING DAY STILL TO COME
039100*                         THIS MONTH, AND EACH PAY GROUP'S LAST
039200*                         PAY DATE ON OR BEFORE THE MONTH END
039300******************************************************************
039400 1300-SCAN-CALENDAR.
039500     PERFORM 1310-CLEAR-ONE-GROUP THRU 1310-EXIT
039600             VARYING WS-GRP-SUB FROM 1 BY 1
039700             UNTIL WS-GRP-SUB GREATER THAN WS-GRP-MAX.
039800     OPEN INPUT CALENDAR-FILE.
039900     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT.
040000     PERFORM 1350-CHECK-ONE-DATE THRU 1350-EXIT
040100             UNTIL WS-CAL-EOF.
040200     CLOSE CALENDAR-FILE.
040300 1300-EXIT.
040400     EXIT.
040500
040600 1310-CLEAR-ONE-GROUP.
040700     MOVE WS-GROUP-CODES (WS-GRP-SUB:1)
040800                                 TO WS-GR-PAY-GROUP (WS-GRP-SUB).
040900     MOVE ZERO                   TO
041000         WS-GR-LAST-PAY (WS-GRP-SUB)
041100         WS-GR-PAID-THRU (WS-GRP-SUB)
041200         WS-GR-PERIOD-DAYS (WS-GRP-SUB).
041300 1310-EXIT.
041400     EXIT.
041500
041600 1350-CHECK-ONE-DATE.
041700     IF CAL-DATE GREATER THAN WS-MONTH-END-DATE
041800         GO TO 1350-READ-NEXT
041900     END-IF.
042000     IF CAL-DATE GREATER THAN WS-BUSINESS-DATE
042100      AND CAL-DATE NOT LESS THAN WS-MONTH-START
042200      AND CAL-PROCESSING-DAY
042300         SET WS-LATER-DAY-FOUND  TO TRUE
042400     END-IF.
042500     PERFORM 1360-NOTE-GROUP-PAY-DATE THRU 1360-EXIT
042600             VARYING WS-GRP-SUB FROM 1 BY 1
042700             UNTIL WS-GRP-SUB GREATER THAN WS-GRP-MAX.
042800 1350-READ-NEXT.
042900     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT.
043000 1350-EXIT.
043100     EXIT.
043200
043300 1360-NOTE-GROUP-PAY-DATE.
043400     MOVE ZERO                   TO WS-GRP-HITS.
043500     INSPECT CAL-PAY-GROUPS TALLYING WS-GRP-HITS
043600             FOR ALL WS-GR-PAY-GROUP (WS-GRP-SUB).
043700     IF WS-GRP-HITS GREATER THAN ZERO
043800      AND CAL-DATE GREATER THAN WS-GR-LAST-PAY (WS-GRP-SUB)
043900         MOVE CAL-DATE           TO WS-GR-LAST-PAY (WS-GRP-SUB)
044000     END-IF.
044100 1360-EXIT.
044200     EXIT.
044300
044400 1390-READ-CALENDAR.
044500     READ CALENDAR-FILE
044600         AT END
044700             SET WS-CAL-EOF TO TRUE
044800     END-READ.
044900 1390-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*    1400-SET-PAID-THROUGH - A WEEKLY PAY DATE PAYS THE GROUP UP
045400*                            TO ITSELF, A MONTHLY ONE TO THE END
045500*                            OF ITS CALENDAR MONTH.  A GROUP
045600*                            WITH NO PAY DATE ON THE CALENDAR
045700*                            IS TAKEN AS UNPAID FOR THE MONTH
045800******************************************************************
045900 1400-SET-PAID-THROUGH.
046000     IF WS-GR-PAY-GROUP (WS-GRP-SUB) EQUAL 'W'
046100         MOVE 7                  TO WS-GR-PERIOD-DAYS (WS-GRP-SUB)
046200     ELSE
046300         MOVE WS-MONTH-DAYS      TO WS-GR-PERIOD-DAYS (WS-GRP-SUB)
046400     END-IF.
046500     IF WS-GR-LAST-PAY (WS-GRP-SUB) EQUAL ZERO
046600         MOVE 'S'                TO WS-DU-FUNCTION
046700         MOVE 1                  TO WS-DU-DAYS
046800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
046900                                       WS-MONTH-START
047000                                       WS-PAID-THRU
047100                                       WS-DU-DAYS
047200                                       WS-DU-VALID-SW
047300         MOVE WS-PAID-THRU       TO WS-GR-PAID-THRU (WS-GRP-SUB)
047400         GO TO 1400-EXIT
047500     END-IF.
047600     IF WS-GR-PAY-GROUP (WS-GRP-SUB) EQUAL 'W'
047700         MOVE WS-GR-LAST-PAY (WS-GRP-SUB)
047800                                 TO WS-GR-PAID-THRU (WS-GRP-SUB)
047900         GO TO 1400-EXIT
048000     END-IF.
048100     MOVE WS-GR-LAST-PAY (WS-GRP-SUB) TO WS-MW-DATE.
048200     MOVE 01                     TO WS-MW-DD.
048300     IF WS-MW-MM EQUAL 12
048400         ADD 1                   TO WS-MW-YYYY
048500         MOVE 01                 TO WS-MW-MM
048600     ELSE
048700         ADD 1                   TO WS-MW-MM
048800     END-IF.
048900     MOVE 'S'                    TO WS-DU-FUNCTION.
049000     MOVE 1                      TO WS-DU-DAYS.
049100     CALL "DATEUTIL"             USING WS-DU-FUNCTION
049200                                       WS-MW-DATE
049300                                       WS-PAID-THRU
049400                                       WS-DU-DAYS
049500                                       WS-DU-VALID-SW.
049600     MOVE WS-PAID-THRU           TO WS-GR-PAID-THRU (WS-GRP-SUB).
049700 1400-EXIT.
049800     EXIT.
049900
050000 1500-PRINT-ONE-GROUP.
050100     MOVE WS-GR-PAY-GROUP (WS-GRP-SUB) TO WS-RG-PAY-GROUP.
050200     MOVE WS-GR-LAST-PAY (WS-GRP-SUB)  TO WS-RG-LAST-PAY.
050300     MOVE WS-GR-PAID-THRU (WS-GRP-SUB) TO WS-RG-PAID-THRU.
050400     WRITE ACCRUAL-REPORT-LINE   FROM WS-RPT-GROUP-LINE.
050500     DISPLAY "PAY GROUP " WS-RG-PAY-GROUP " PAID THROUGH "
050600             WS-RG-PAID-THRU.
050700 1500-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
051200*                             FROM THE CALCHK BUSDATE CARD
051300******************************************************************
051400 8100-GET-BUSINESS-DATE.
051500     OPEN INPUT BUS-DATE-FILE.
051600     IF WS-BDAT-OK
051700         READ BUS-DATE-FILE
051800             AT END
051900                 CONTINUE
052000             NOT AT END
052100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
052200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
052300                 END-IF
052400         END-READ
052500     END-IF.
052600     CLOSE BUS-DATE-FILE.
052700     IF WS-BUSINESS-DATE EQUAL ZERO
052800         MOVE 'C'                TO WS-DU-FUNCTION
052900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
053000                                       WS-BUSINESS-DATE
053100                                       WS-DU-DATE-2
053200                                       WS-DU-DAYS
053300                                       WS-DU-VALID-SW
053400     END-IF.
053500 8100-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    2000-ACCRUE-ONE-EMPLOYEE - THE DAYS THE EMPLOYEE HAS EARNED
054000*                               SINCE THE GROUP WAS LAST PAID
054100*                               THROUGH, BOUNDED BY HIRE AND
054200*                               TERMINATION, PRICED AT THE
054300*                               PRORATED PERIOD RATE
054400******************************************************************
054500 2000-ACCRUE-ONE-EMPLOYEE.
054600     ADD 1                       TO WS-EMP-COUNT.
054700     IF NOT EMP-PAY-GROUP-VALID
054800         ADD 1                   TO WS-NO-GROUP-COUNT
054900         GO TO 2000-READ-NEXT
055000     END-IF.
055100     MOVE ZERO                   TO WS-GRP-HIT.
055200     PERFORM 2050-FIND-GROUP THRU 2050-EXIT
055300             VARYING WS-GRP-SUB FROM 1 BY 1
055400             UNTIL WS-GRP-SUB GREATER THAN WS-GRP-MAX.
055500     MOVE WS-GR-PAID-THRU (WS-GRP-HIT) TO WS-PAID-THRU.
055600     MOVE 'A'                    TO WS-DU-FUNCTION.
055700     MOVE 1                      TO WS-DU-DAYS.
055800     CALL "DATEUTIL"             USING WS-DU-FUNCTION
055900                                       WS-PAID-THRU
056000                                       WS-EMP-FROM
056100                                       WS-DU-DAYS
056200                                       WS-DU-VALID-SW.
056300     IF EMP-HIRE-DATE GREATER THAN WS-EMP-FROM
056400         MOVE EMP-HIRE-DATE      TO WS-EMP-FROM
056500     END-IF.
056600     MOVE WS-MONTH-END-DATE      TO WS-EMP-THRU.
056700     IF EMP-TERMINATED
056800      AND EMP-TERM-DATE LESS THAN WS-EMP-THRU
056900         MOVE EMP-TERM-DATE      TO WS-EMP-THRU
057000     END-IF.
057100     IF WS-EMP-FROM GREATER THAN WS-EMP-THRU
057200         ADD 1                   TO WS-SKIPPED-COUNT
057300         GO TO 2000-READ-NEXT
057400     END-IF.
057500     MOVE 'D'                    TO WS-DU-FUNCTION.
057600     CALL "DATEUTIL"             USING WS-DU-FUNCTION
057700                                       WS-EMP-THRU
057800                                       WS-EMP-FROM
057900                                       WS-DU-DAYS
058000                                       WS-DU-VALID-SW.
058100     COMPUTE WS-EMP-DAYS = WS-DU-DAYS + 1.
058200     COMPUTE WS-EMP-ACCRUAL ROUNDED =
058300         EMP-BASE-PAY * WS-EMP-DAYS
058400             / WS-GR-PERIOD-DAYS (WS-GRP-HIT).
058500     IF WS-EMP-ACCRUAL EQUAL ZERO
058600         ADD 1                   TO WS-SKIPPED-COUNT
058700         GO TO 2000-READ-NEXT
058800     END-IF.
058900     PERFORM 2100-ROLL-ACCRUAL THRU 2100-EXIT.
059000     MOVE EMP-ID                 TO WS-RD-EMP-ID.
059100     MOVE EMP-NAME               TO WS-RD-EMP-NAME.
059200     MOVE EMP-DEPT-CODE          TO WS-RD-DEPT-CODE.
059300     MOVE EMP-PAY-GROUP          TO WS-RD-PAY-GROUP.
059400     MOVE WS-EMP-DAYS            TO WS-RD-DAYS.
059500     MOVE EMP-BASE-PAY           TO WS-RD-BASE-PAY.
059600     MOVE WS-EMP-ACCRUAL         TO WS-RD-ACCRUAL.
059700     WRITE ACCRUAL-REPORT-LINE   FROM WS-RPT-DETAIL-LINE.
059800     ADD 1                       TO WS-ACCRUED-COUNT.
059900 2000-READ-NEXT.
060000     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
060100 2000-EXIT.
060200     EXIT.
060300
060400 2050-FIND-GROUP.
060500     IF WS-GR-PAY-GROUP (WS-GRP-SUB) EQUAL EMP-PAY-GROUP
060600         MOVE WS-GRP-SUB         TO WS-GRP-HIT
060700     END-IF.
060800 2050-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200*    2100-ROLL-ACCRUAL - ADD THE EMPLOYEE INTO THE DEPARTMENT AND
061300*                        PAY GROUP ROW OF THE ACCRUAL TABLE
061400******************************************************************
061500 2100-ROLL-ACCRUAL.
061600     MOVE 'N'                    TO WS-ACC-FOUND-SW.
061700     PERFORM 2150-SCAN-ONE-ROW THRU 2150-EXIT
061800             VARYING WS-ACC-SUB FROM 1 BY 1
061900             UNTIL WS-ACC-SUB GREATER THAN WS-ACC-COUNT
062000                OR WS-ACC-FOUND.
062100     IF NOT WS-ACC-FOUND
062200         IF WS-ACC-COUNT LESS THAN WS-ACC-MAX
062300             ADD 1               TO WS-ACC-COUNT
062400             MOVE WS-ACC-COUNT   TO WS-ACC-HIT
062500             MOVE EMP-DEPT-CODE  TO WS-AC-DEPT-CODE (WS-ACC-HIT)
062600             MOVE EMP-PAY-GROUP  TO WS-AC-PAY-GROUP (WS-ACC-HIT)
062700             MOVE ZERO           TO WS-AC-EMP-COUNT (WS-ACC-HIT)
062800             MOVE ZERO           TO WS-AC-AMOUNT (WS-ACC-HIT)
062900         ELSE
063000             DISPLAY "ACCRUAL TABLE FULL - DEPT " EMP-DEPT-CODE
063100                     " GROUP " EMP-PAY-GROUP " NOT JOURNALLED"
063200             SET WS-ACC-OVERFLOW TO TRUE
063300             GO TO 2100-EXIT
063400         END-IF
063500     END-IF.
063600     ADD 1                       TO WS-AC-EMP-COUNT (WS-ACC-HIT).
063700     ADD WS-EMP-ACCRUAL          TO WS-AC-AMOUNT (WS-ACC-HIT).
063800 2100-EXIT.
063900     EXIT.
064000
064100 2150-SCAN-ONE-ROW.
064200     IF WS-AC-DEPT-CODE (WS-ACC-SUB) EQUAL EMP-DEPT-CODE
064300      AND WS-AC-PAY-GROUP (WS-ACC-SUB) EQUAL EMP-PAY-GROUP
064400         SET WS-ACC-FOUND        TO TRUE
064500         MOVE WS-ACC-SUB         TO WS-ACC-HIT
064600     END-IF.
064700 2150-EXIT.
064800     EXIT.
064900
065000 2900-READ-EMPLOYEE.
065100     READ EMPLOYEE-MASTER
065200         AT END
065300             SET WS-EOF TO TRUE
065400     END-READ.
065500 2900-EXIT.
065600     EXIT.
065700
065800******************************************************************
065900*    3000-WRITE-JOURNALS - ONE ACCRUAL AND ONE REVERSAL RECORD
066000*                          PER DEPARTMENT AND PAY GROUP, WITH
066100*                          THE COST CENTER FROM DEPTMAST, EACH
066200*                          JOURNAL CLOSED BY A BALANCING TRAILER
066300*                          AND REGISTERED ON THE MANIFEST
066400******************************************************************
066500 3000-WRITE-JOURNALS.
066600     MOVE ZERO                   TO WS-LT-EMP-COUNT
066700                                    WS-LT-GROSS
066800                                    WS-LT-DEDUCT
066900                                    WS-LT-NET.
067000     PERFORM 3100-WRITE-ONE-ROW THRU 3100-EXIT
067100             VARYING WS-ACC-SUB FROM 1 BY 1
067200             UNTIL WS-ACC-SUB GREATER THAN WS-ACC-COUNT.
067300     MOVE WS-MONTH-END-DATE      TO WS-LT-BUS-DATE.
067400     WRITE ACCRUAL-JOURNAL-LINE  FROM WS-LAB-TRAILER-RECORD.
067500     MOVE WS-REVERSAL-DATE       TO WS-LT-BUS-DATE.
067600     WRITE REVERSAL-JOURNAL-LINE FROM WS-LAB-TRAILER-RECORD.
067700     MOVE WS-LT-EMP-COUNT        TO WS-RT-TOT-EMPS.
067800     MOVE WS-LT-NET              TO WS-RT-TOT-AMOUNT.
067900     WRITE ACCRUAL-REPORT-LINE   FROM WS-RPT-TOTAL-LINE.
068000     MOVE "ACCRJNL"              TO WS-MAN-FILE-ID.
068100     MOVE WS-ACC-COUNT           TO WS-MAN-COUNT.
068200     MOVE WS-LT-NET              TO WS-MAN-HASH.
068300     CALL "MANIFEST"             USING WS-MAN-FILE-ID
068400                                       WS-BUSINESS-DATE
068500                                       WS-MAN-COUNT
068600                                       WS-MAN-HASH.
068700     MOVE "ACCRREV"              TO WS-MAN-FILE-ID.
068800     CALL "MANIFEST"             USING WS-MAN-FILE-ID
068900                                       WS-BUSINESS-DATE
069000                                       WS-MAN-COUNT
069100                                       WS-MAN-HASH.
069200 3000-EXIT.
069300     EXIT.
069400
069500 3100-WRITE-ONE-ROW.
069600     MOVE WS-AC-DEPT-CODE (WS-ACC-SUB) TO WS-LD-DEPT-CODE
069700                                          WS-RT-DEPT-CODE.
069800     MOVE WS-AC-PAY-GROUP (WS-ACC-SUB) TO WS-LD-PAY-GROUP
069900                                          WS-RT-PAY-GROUP.
070000     MOVE SPACES                 TO WS-LD-COST-CENTER.
070100     IF WS-DEPT-REF-PRESENT
070200         MOVE WS-AC-DEPT-CODE (WS-ACC-SUB) TO DP-DEPT-CODE
070300         READ DEPT-MASTER
070400             INVALID KEY
070500                 CONTINUE
070600             NOT INVALID KEY
070700                 MOVE DP-COST-CENTER TO WS-LD-COST-CENTER
070800         END-READ
070900     END-IF.
071000     MOVE WS-LD-COST-CENTER      TO WS-RT-COST-CENTER.
071100     MOVE WS-AC-EMP-COUNT (WS-ACC-SUB) TO WS-LD-EMP-COUNT
071200                                          WS-RT-EMP-COUNT.
071300     MOVE WS-AC-AMOUNT (WS-ACC-SUB)    TO WS-LD-GROSS
071400                                          WS-LD-NET
071500                                          WS-RT-AMOUNT.
071600     MOVE ZERO                   TO WS-LD-DEDUCT.
071700     MOVE WS-MONTH-END-DATE      TO WS-LD-BUS-DATE.
071800     WRITE ACCRUAL-JOURNAL-LINE  FROM WS-LAB-DETAIL-RECORD.
071900     MOVE WS-REVERSAL-DATE       TO WS-LD-BUS-DATE.
072000     WRITE REVERSAL-JOURNAL-LINE FROM WS-LAB-DETAIL-RECORD.
072100     WRITE ACCRUAL-REPORT-LINE   FROM WS-RPT-DEPT-LINE.
072200     ADD WS-AC-EMP-COUNT (WS-ACC-SUB)  TO WS-LT-EMP-COUNT.
072300     ADD WS-AC-AMOUNT (WS-ACC-SUB)     TO WS-LT-GROSS
072400                                          WS-LT-NET.
072500 3100-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
073000******************************************************************
073100 9000-TERMINATE.
073200     DISPLAY "EMPLOYEES READ     : " WS-EMP-COUNT.
073300     DISPLAY "EMPLOYEES ACCRUED  : " WS-ACCRUED-COUNT.
073400     DISPLAY "NOTHING TO ACCRUE  : " WS-SKIPPED-COUNT.
073500     DISPLAY "NO PAY GROUP       : " WS-NO-GROUP-COUNT.
073600     DISPLAY "JOURNAL ROWS       : " WS-ACC-COUNT.
073700     DISPLAY "ACCRUAL TOTAL      : " WS-LT-NET.
073800     IF WS-MONTH-END
073900         CLOSE EMPLOYEE-MASTER
074000         CLOSE DEPT-MASTER
074100         CLOSE ACCRUAL-JOURNAL
074200         CLOSE REVERSAL-JOURNAL
074300         CLOSE ACCRUAL-REPORT
074400     END-IF.
074500     IF WS-ACC-OVERFLOW
074600      AND RETURN-CODE LESS THAN 4
074700         MOVE 4                  TO RETURN-CODE
074800     END-IF.
074900     MOVE 'E'                    TO RSA-FUNCTION.
075000     MOVE WS-EMP-COUNT           TO RSA-READ-COUNT.
075100     MOVE WS-ACCRUED-COUNT       TO RSA-WRITTEN-COUNT.
075200     MOVE ZERO                   TO RSA-REJECT-COUNT.
075300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
075400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
075500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
075600 9000-EXIT.
075700     EXIT.
075800
075900 9999-EXIT.
076000     STOP RUN.
