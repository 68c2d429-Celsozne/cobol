000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 BUDGRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MONTHLY DEPARTMENT BUDGET
001200*                     VERSUS ACTUAL.  FOR THE FISCAL (CALENDAR)
001300*                     YEAR OF THE BUSINESS DATE, EACH DEPARTMENT'S
001400*                     DEPTBUDG APPROVED HEADCOUNT IS SET AGAINST
001500*                     ITS ACTIVE HEADCOUNT ON EMPMAST, AND ITS
001600*                     ANNUAL SALARY BUDGET AGAINST THE GROSS PAID
001700*                     YEAR TO DATE ON YTDMAST (EACH EMPLOYEE'S
001800*                     YEAR TO DATE COUNTS TO THE DEPARTMENT NOW ON
001900*                     THE MASTER, TERMINATED EMPLOYEES INCLUDED)
002000*                     AND THAT PAY PROJECTED TO A FULL YEAR AT THE
002100*                     RATE SO FAR.  A DEPARTMENT IS FLAGGED OVER
002200*                     ON HEADCOUNT, OVER BUDGET WHEN PAID TO DATE
002300*                     ALREADY EXCEEDS THE YEAR'S BUDGET, PROJECTED
002400*                     OVER WHEN THE FULL-YEAR PROJECTION DOES, AND
002500*                     NO BUDGET WHEN IT HAS STAFF OR PAY BUT NO
002600*                     BUDGET FOR THE YEAR.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.            IBM-370.
003100 OBJECT-COMPUTER.            IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-BDAT-STATUS.
003700     SELECT DEPT-MASTER      ASSIGN TO "DEPTMAST"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS SEQUENTIAL
004000                             RECORD KEY IS DP-DEPT-CODE
004100                             FILE STATUS IS WS-DEPT-STATUS.
004200     SELECT OPTIONAL DEPT-BUDGET ASSIGN TO "DEPTBUDG"
004300                             ORGANIZATION IS INDEXED
004400                             ACCESS MODE IS SEQUENTIAL
004500                             RECORD KEY IS DB-KEY
004600                             FILE STATUS IS WS-BUDGET-STATUS.
004700     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
004800                             ORGANIZATION IS INDEXED
004900                             ACCESS MODE IS SEQUENTIAL
005000                             RECORD KEY IS EMP-ID
005100                             FILE STATUS IS WS-MASTER-STATUS.
005200     SELECT OPTIONAL YTD-MASTER ASSIGN TO "YTDMAST"
005300                             ORGANIZATION IS INDEXED
005400                             ACCESS MODE IS DYNAMIC
005500                             RECORD KEY IS YTD-EMP-ID
005600                             FILE STATUS IS WS-YTD-STATUS.
005700     SELECT BUDGET-REPORT    ASSIGN TO "BUDGRPT"
005800                             ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  BUS-DATE-FILE
006300     RECORDING MODE IS F.
006400     COPY BUSDATE.
006500
006600 FD  DEPT-MASTER.
006700     COPY DEPTMAST.
006800
006900 FD  DEPT-BUDGET.
007000     COPY DEPTBUDG.
007100
007200 FD  EMPLOYEE-MASTER.
007300     COPY EMPREC.
007400
007500 FD  YTD-MASTER.
007600     COPY YTDMAST.
007700
007800 FD  BUDGET-REPORT
007900     RECORDING MODE IS F.
008000 01  RPT-LINE                    PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-BDAT-STATUS              PIC X(02).
008400     88  WS-BDAT-OK                      VALUE "00".
008500 01  WS-DEPT-STATUS              PIC X(02).
008600     88  WS-DEPT-OK                      VALUE "00".
008700 01  WS-BUDGET-STATUS            PIC X(02).
008800     88  WS-BUDGET-OK                    VALUE "00".
008900 01  WS-MASTER-STATUS            PIC X(02).
009000     88  WS-MASTER-OK                    VALUE "00".
009100 01  WS-YTD-STATUS               PIC X(02).
009200     88  WS-YTD-OK                       VALUE "00".
009300 01  WS-YTD-REF-SW               PIC X(01)   VALUE 'N'.
009400     88  WS-YTD-REF-PRESENT              VALUE 'Y'.
009500 01  WS-DU-FUNCTION              PIC X(01).
009600 01  WS-DU-DATE-2                PIC 9(08).
009700 01  WS-DU-DAYS                  PIC S9(05).
009800 01  WS-DU-VALID-SW              PIC X(01).
009900 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010000
010100 01  WS-SWITCHES.
010200     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010300         88  WS-EOF                          VALUE 'Y'.
010400     05  WS-DEPT-FOUND-SW        PIC X(01)   VALUE 'N'.
010500         88  WS-DEPT-FOUND                   VALUE 'Y'.
010600
010700 77  WS-EMP-COUNT                PIC 9(05)   COMP    VALUE ZERO.
010800 77  WS-ACTIVE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010900 77  WS-YTD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
011000 77  WS-BUDGET-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011100 77  WS-PRINT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
011200 77  WS-OVER-HC-COUNT            PIC 9(05)   COMP    VALUE ZERO.
011300 77  WS-OVER-BUDGET-COUNT        PIC 9(05)   COMP    VALUE ZERO.
011400 77  WS-PROJ-OVER-COUNT          PIC 9(05)   COMP    VALUE ZERO.
011500 77  WS-NO-BUDGET-COUNT          PIC 9(05)   COMP    VALUE ZERO.
011600 77  WS-UNTABLED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
011700
011800 77  WS-DEPT-MAX                 PIC 9(03)   COMP    VALUE 100.
011900 77  WS-DEPT-COUNT               PIC 9(03)   COMP    VALUE ZERO.
012000 77  WS-DEPT-SUB                 PIC 9(03)   COMP.
012100 77  WS-DEPT-HIT                 PIC 9(03)   COMP    VALUE ZERO.
012200 01  WS-DEPT-WORK-CODE           PIC X(03).
012300 01  WS-DEPT-TABLE.
012400     05  WS-DEPT-ENTRY           OCCURS 100 TIMES.
012500         10  WS-DT-DEPT-CODE     PIC X(03).
012600         10  WS-DT-DEPT-NAME     PIC X(20).
012700         10  WS-DT-BUDGET-SW     PIC X(01).
012800             88  WS-DT-HAS-BUDGET            VALUE 'Y'.
012900         10  WS-DT-BUDGET-HC     PIC 9(05)   COMP.
013000         10  WS-DT-BUDGET-SALARY PIC 9(09)V9(02).
013100         10  WS-DT-ACTUAL-HC     PIC 9(05)   COMP.
013200         10  WS-DT-PAID          PIC S9(11)V9(02).
013300
013400 01  WS-FISCAL-YEAR              PIC 9(04).
013500 01  WS-MONTHS-ELAPSED           PIC 9(02).
013600 01  WS-PROJECTED                PIC S9(11)V9(02).
013700 01  WS-SALARY-VARIANCE          PIC S9(11)V9(02).
013800 01  WS-HC-VARIANCE              PIC S9(05).
013900 01  WS-TOT-BUDGET-HC            PIC 9(07)           VALUE ZERO.
014000 01  WS-TOT-ACTUAL-HC            PIC 9(07)           VALUE ZERO.
014100 01  WS-TOT-BUDGET-SALARY        PIC 9(11)V9(02)     VALUE ZERO.
014200 01  WS-TOT-PAID                 PIC S9(11)V9(02)    VALUE ZERO.
014300 01  WS-TOT-PROJECTED            PIC S9(11)V9(02)    VALUE ZERO.
014400
014500 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
014600 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
014700 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
014800
014900 01  WS-RUN-DATE.
015000     05  WS-RUN-YYYY             PIC 9(04).
015100     05  WS-RUN-MM               PIC 9(02).
015200     05  WS-RUN-DD               PIC 9(02).
015300
015400 01  WS-RUN-DATE-EDIT.
015500     05  WS-RUN-MM-EDIT          PIC 9(02).
015600     05  FILLER                  PIC X(01)   VALUE '/'.
015700     05  WS-RUN-DD-EDIT          PIC 9(02).
015800     05  FILLER                  PIC X(01)   VALUE '/'.
015900     05  WS-RUN-YYYY-EDIT        PIC 9(04).
016000
016100 01  WS-HEADING-1.
016200     05  FILLER                  PIC X(40)   VALUE SPACES.
016300     05  FILLER                  PIC X(40)
016400             VALUE "DEPARTMENT BUDGET VERSUS ACTUAL".
016500     05  FILLER                  PIC X(30)   VALUE SPACES.
016600     05  FILLER                  PIC X(05)   VALUE "PAGE ".
016700     05  WS-H1-PAGE              PIC ZZZ9.
016800
016900 01  WS-HEADING-2.
017000     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
017100     05  FILLER                  PIC X(02)   VALUE ": ".
017200     05  WS-H2-DATE              PIC X(10).
017300     05  FILLER                  PIC X(04)   VALUE SPACES.
017400     05  FILLER                  PIC X(13)
017500             VALUE "FISCAL YEAR: ".
017600     05  WS-H2-FISCAL-YEAR       PIC 9(04).
017700     05  FILLER                  PIC X(04)   VALUE SPACES.
017800     05  FILLER                  PIC X(17)
017900             VALUE "MONTHS ELAPSED: ".
018000     05  WS-H2-MONTHS            PIC Z9.
018100
018200 01  WS-HEADING-3.
018300     05  FILLER                  PIC X(05)   VALUE "DEPT".
018400     05  FILLER                  PIC X(22)
018500             VALUE "DEPARTMENT NAME".
018600     05  FILLER                  PIC X(07)   VALUE "BUD HC".
018700     05  FILLER                  PIC X(07)   VALUE "ACT HC".
018800     05  FILLER                  PIC X(13)   VALUE "HC VAR".
018900     05  FILLER                  PIC X(16)
019000             VALUE " SALARY BUDGET".
019100     05  FILLER                  PIC X(16)
019200             VALUE "  PAID TO DATE".
019300     05  FILLER                  PIC X(16)
019400             VALUE "PROJECTED YEAR".
019500     05  FILLER                  PIC X(17)
019600             VALUE "BUDGET - PROJECT".
019700     05  FILLER                  PIC X(11)   VALUE "FLAG".
019800
019900 01  WS-DETAIL-LINE.
020000     05  WS-DTL-DEPT-CODE        PIC X(03).
020100     05  FILLER                  PIC X(02)   VALUE SPACES.
020200     05  WS-DTL-DEPT-NAME        PIC X(20).
020300     05  FILLER                  PIC X(02)   VALUE SPACES.
020400     05  WS-DTL-BUDGET-HC        PIC ZZZZ9.
020500     05  FILLER                  PIC X(02)   VALUE SPACES.
020600     05  WS-DTL-ACTUAL-HC        PIC ZZZZ9.
020700     05  FILLER                  PIC X(02)   VALUE SPACES.
020800     05  WS-DTL-HC-VARIANCE      PIC ZZZZ9-.
020900     05  FILLER                  PIC X(01)   VALUE SPACES.
021000     05  WS-DTL-HC-FLAG          PIC X(04).
021100     05  FILLER                  PIC X(02)   VALUE SPACES.
021200     05  WS-DTL-BUDGET-SALARY    PIC ZZZ,ZZZ,ZZ9.99.
021300     05  FILLER                  PIC X(02)   VALUE SPACES.
021400     05  WS-DTL-PAID             PIC ZZZ,ZZZ,ZZ9.99-.
021500     05  FILLER                  PIC X(01)   VALUE SPACES.
021600     05  WS-DTL-PROJECTED        PIC ZZZ,ZZZ,ZZ9.99-.
021700     05  FILLER                  PIC X(01)   VALUE SPACES.
021800     05  WS-DTL-SALARY-VARIANCE  PIC ZZZ,ZZZ,ZZ9.99-.
021900     05  FILLER                  PIC X(02)   VALUE SPACES.
022000     05  WS-DTL-FLAG             PIC X(11).
022100
022200 01  WS-GRAND-TOTAL-LINE.
022300     05  WS-GT-LABEL             PIC X(28).
022400     05  WS-GT-COUNT             PIC ZZZZ9.
022500 01  WS-GRAND-AMOUNT-LINE REDEFINES WS-GRAND-TOTAL-LINE.
022600     05  FILLER                  PIC X(28).
022700     05  WS-GT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022800
022900     COPY RUNSTAT.
023000
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
023400     PERFORM 1100-LOAD-DEPARTMENTS   THRU 1100-EXIT.
023500     PERFORM 1200-LOAD-BUDGETS       THRU 1200-EXIT.
023600     PERFORM 1300-SWEEP-EMPLOYEES    THRU 1300-EXIT.
023700     PERFORM 3000-PRINT-REPORT       THRU 3000-EXIT.
023800     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
023900     GO TO 9999-EXIT.
024000
024100******************************************************************
024200*    1000-INITIALIZE - OPEN FILES AND SET THE FISCAL YEAR AND THE
024300*                      MONTHS OF IT ELAPSED FROM THE BUSINESS DATE
024400******************************************************************
024500 1000-INITIALIZE.
024600     DISPLAY "BUDGRPT - DEPARTMENT BUDGET VERSUS ACTUAL STARTING".
024700     MOVE "BUDGRPT"              TO RSA-PROGRAM-ID.
024800     MOVE 'S'                    TO RSA-FUNCTION.
024900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
025000     OPEN INPUT  DEPT-MASTER.
025100     OPEN INPUT  DEPT-BUDGET.
025200     OPEN INPUT  EMPLOYEE-MASTER.
025300     OPEN OUTPUT BUDGET-REPORT.
025400     OPEN INPUT  YTD-MASTER.
025500     IF WS-YTD-OK
025600         SET WS-YTD-REF-PRESENT  TO TRUE
025700     ELSE
025800         DISPLAY "NO YEAR-TO-DATE MASTER - PAID SHOWN AS ZERO"
025900     END-IF.
026000     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
026100     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
026200     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
026300     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
026400     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
026500     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
026600     MOVE WS-RUN-YYYY            TO WS-FISCAL-YEAR.
026700     MOVE WS-RUN-MM              TO WS-MONTHS-ELAPSED.
026800     MOVE WS-FISCAL-YEAR         TO WS-H2-FISCAL-YEAR.
026900     MOVE WS-MONTHS-ELAPSED      TO WS-H2-MONTHS.
027000 1000-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
027500*                             FROM THE CALCHK BUSDATE CARD; FALL
027600*                             BACK TO THE MACHINE DATE WHEN THE
027700*                             CARD IS ABSENT
027800******************************************************************
027900 8100-GET-BUSINESS-DATE.
028000     OPEN INPUT BUS-DATE-FILE.
028100     IF WS-BDAT-OK
028200         READ BUS-DATE-FILE
028300             AT END
028400                 CONTINUE
028500             NOT AT END
028600                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
028700                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
028800                 END-IF
028900         END-READ
029000     END-IF.
029100     CLOSE BUS-DATE-FILE.
029200     IF WS-BUSINESS-DATE EQUAL ZERO
029300         MOVE 'C'                TO WS-DU-FUNCTION
029400         CALL "DATEUTIL"         USING WS-DU-FUNCTION
029500                                       WS-BUSINESS-DATE
029600                                       WS-DU-DATE-2
029700                                       WS-DU-DAYS
029800                                       WS-DU-VALID-SW
029900     END-IF.
030000 8100-EXIT.
030100     EXIT.
030200
030300******************************************************************
030400*    1100-LOAD-DEPARTMENTS - ONE ROW PER DEPTMAST DEPARTMENT, IN
030500*                            CODE ORDER, CARRYING ITS NAME
030600******************************************************************
030700 1100-LOAD-DEPARTMENTS.
030800     MOVE 'N'                    TO WS-EOF-SW.
030900     PERFORM 1190-READ-DEPARTMENT THRU 1190-EXIT.
031000     PERFORM 1150-TABLE-ONE-DEPARTMENT THRU 1150-EXIT
031100             UNTIL WS-EOF.
031200 1100-EXIT.
031300     EXIT.
031400
031500 1150-TABLE-ONE-DEPARTMENT.
031600     MOVE DP-DEPT-CODE           TO WS-DEPT-WORK-CODE.
031700     PERFORM 5000-FIND-DEPT-ROW THRU 5000-EXIT.
031800     IF WS-DEPT-HIT GREATER THAN ZERO
031900         MOVE DP-DEPT-NAME       TO WS-DT-DEPT-NAME (WS-DEPT-HIT)
032000     END-IF.
032100     PERFORM 1190-READ-DEPARTMENT THRU 1190-EXIT.
032200 1150-EXIT.
032300     EXIT.
032400
032500 1190-READ-DEPARTMENT.
032600     READ DEPT-MASTER
032700         AT END
032800             SET WS-EOF          TO TRUE
032900     END-READ.
033000 1190-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400*    1200-LOAD-BUDGETS - SET EACH DEPARTMENT'S BUDGET FOR THE
033500*                        FISCAL YEAR; OTHER YEARS ARE PASSED OVER
033600******************************************************************
033700 1200-LOAD-BUDGETS.
033800     MOVE 'N'                    TO WS-EOF-SW.
033900     IF NOT WS-BUDGET-OK
034000         DISPLAY "NO DEPARTMENT BUDGET MASTER - NO BUDGETS SHOWN"
034100         GO TO 1200-EXIT
034200     END-IF.
034300     PERFORM 1290-READ-BUDGET THRU 1290-EXIT.
034400     PERFORM 1250-TABLE-ONE-BUDGET THRU 1250-EXIT
034500             UNTIL WS-EOF.
034600 1200-EXIT.
034700     EXIT.
034800
034900 1250-TABLE-ONE-BUDGET.
035000     IF DB-FISCAL-YEAR EQUAL WS-FISCAL-YEAR
035100         ADD 1                   TO WS-BUDGET-COUNT
035200         MOVE DB-DEPT-CODE       TO WS-DEPT-WORK-CODE
035300         PERFORM 5000-FIND-DEPT-ROW THRU 5000-EXIT
035400         IF WS-DEPT-HIT GREATER THAN ZERO
035500             MOVE 'Y'            TO WS-DT-BUDGET-SW (WS-DEPT-HIT)
035600             MOVE DB-BUDGET-HEADCOUNT
035700                 TO WS-DT-BUDGET-HC (WS-DEPT-HIT)
035800             MOVE DB-BUDGET-SALARY
035900                 TO WS-DT-BUDGET-SALARY (WS-DEPT-HIT)
036000         END-IF
036100     END-IF.
036200     PERFORM 1290-READ-BUDGET THRU 1290-EXIT.
036300 1250-EXIT.
036400     EXIT.
036500
036600 1290-READ-BUDGET.
036700     READ DEPT-BUDGET
036800         AT END
036900             SET WS-EOF          TO TRUE
037000     END-READ.
037100 1290-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*    1300-SWEEP-EMPLOYEES - COUNT EACH ACTIVE EMPLOYEE INTO ITS
037600*                           DEPARTMENT'S HEADCOUNT AND ADD EVERY
037700*                           EMPLOYEE'S GROSS PAID THIS FISCAL YEAR
037800*                           (YTDMAST) TO ITS DEPARTMENT'S PAID
037900******************************************************************
038000 1300-SWEEP-EMPLOYEES.
038100     MOVE 'N'                    TO WS-EOF-SW.
038200     PERFORM 1390-READ-EMPLOYEE THRU 1390-EXIT.
038300     PERFORM 1350-ROLL-ONE-EMPLOYEE THRU 1350-EXIT
038400             UNTIL WS-EOF.
038500 1300-EXIT.
038600     EXIT.
038700
038800 1350-ROLL-ONE-EMPLOYEE.
038900     ADD 1                       TO WS-EMP-COUNT.
039000     MOVE EMP-DEPT-CODE          TO WS-DEPT-WORK-CODE.
039100     PERFORM 5000-FIND-DEPT-ROW THRU 5000-EXIT.
039200     IF WS-DEPT-HIT EQUAL ZERO
039300         GO TO 1350-READ-NEXT
039400     END-IF.
039500     IF EMP-ACTIVE
039600         ADD 1                   TO WS-ACTIVE-COUNT
039700         ADD 1                   TO WS-DT-ACTUAL-HC (WS-DEPT-HIT)
039800     END-IF.
039900     IF WS-YTD-REF-PRESENT
040000         MOVE EMP-ID             TO YTD-EMP-ID
040100         READ YTD-MASTER
040200             INVALID KEY
040300                 CONTINUE
040400             NOT INVALID KEY
040500                 IF YTD-YEAR EQUAL WS-FISCAL-YEAR
040600                     ADD 1       TO WS-YTD-COUNT
040700                     ADD YTD-GROSS TO WS-DT-PAID (WS-DEPT-HIT)
040800                 END-IF
040900         END-READ
041000     END-IF.
041100 1350-READ-NEXT.
041200     PERFORM 1390-READ-EMPLOYEE THRU 1390-EXIT.
041300 1350-EXIT.
041400     EXIT.
041500
041600 1390-READ-EMPLOYEE.
041700     READ EMPLOYEE-MASTER
041800         AT END
041900             SET WS-EOF          TO TRUE
042000     END-READ.
042100 1390-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    5000-FIND-DEPT-ROW - LOCATE (OR OPEN) THE DEPARTMENT'S ROW;
042600*                         A CODE NOT ON DEPTMAST GETS A ROW OF ITS
042700*                         OWN AT THE END.  WITH THE TABLE FULL THE
042800*                         HIT IS ZERO AND THE CALLER SKIPS IT
042900******************************************************************
043000 5000-FIND-DEPT-ROW.
043100     MOVE 'N'                    TO WS-DEPT-FOUND-SW.
043200     MOVE ZERO                   TO WS-DEPT-HIT.
043300     PERFORM 5100-SCAN-ONE-ROW THRU 5100-EXIT
043400             VARYING WS-DEPT-SUB FROM 1 BY 1
043500             UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
043600                OR WS-DEPT-FOUND.
043700     IF WS-DEPT-FOUND
043800         GO TO 5000-EXIT
043900     END-IF.
044000     IF WS-DEPT-COUNT NOT LESS THAN WS-DEPT-MAX
044100         ADD 1                   TO WS-UNTABLED-COUNT
044200         GO TO 5000-EXIT
044300     END-IF.
044400     ADD 1                       TO WS-DEPT-COUNT.
044500     MOVE WS-DEPT-COUNT          TO WS-DEPT-HIT.
044600     MOVE WS-DEPT-WORK-CODE      TO WS-DT-DEPT-CODE (WS-DEPT-HIT).
044700     MOVE "*NOT ON DEPTMAST*"    TO WS-DT-DEPT-NAME (WS-DEPT-HIT).
044800     MOVE 'N'                    TO WS-DT-BUDGET-SW (WS-DEPT-HIT).
044900     MOVE ZERO TO WS-DT-BUDGET-HC (WS-DEPT-HIT)
045000                  WS-DT-BUDGET-SALARY (WS-DEPT-HIT)
045100                  WS-DT-ACTUAL-HC (WS-DEPT-HIT)
045200                  WS-DT-PAID (WS-DEPT-HIT).
045300 5000-EXIT.
045400     EXIT.
045500
045600 5100-SCAN-ONE-ROW.
045700     IF WS-DT-DEPT-CODE (WS-DEPT-SUB) EQUAL WS-DEPT-WORK-CODE
045800         SET WS-DEPT-FOUND       TO TRUE
045900         MOVE WS-DEPT-SUB        TO WS-DEPT-HIT
046000     END-IF.
046100 5100-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    3000-PRINT-REPORT - ONE LINE PER DEPARTMENT WITH A BUDGET,
046600*                        STAFF OR PAY THIS YEAR, THEN THE TOTALS
046700******************************************************************
046800 3000-PRINT-REPORT.
046900     PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT.
047000     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
047100             VARYING WS-DEPT-SUB FROM 1 BY 1
047200             UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
047300     PERFORM 3400-PRINT-GRAND-TOTALS THRU 3400-EXIT.
047400 3000-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*    3100-PRINT-ONE-DEPT - WORK THE VARIANCES AND FLAGS FOR ONE
047900*                          DEPARTMENT.  THE PROJECTION IS PAID TO
048000*                          DATE SCALED TO TWELVE MONTHS; BOTH
048100*                          VARIANCES ARE BUDGET LESS ACTUAL, SO A
048200*                          NEGATIVE VARIANCE IS OVER BUDGET
048300******************************************************************
048400 3100-PRINT-ONE-DEPT.
048500     IF NOT WS-DT-HAS-BUDGET (WS-DEPT-SUB)
048600      AND WS-DT-ACTUAL-HC (WS-DEPT-SUB) EQUAL ZERO
048700      AND WS-DT-PAID (WS-DEPT-SUB) EQUAL ZERO
048800         GO TO 3100-EXIT
048900     END-IF.
049000     MOVE SPACES                 TO WS-DETAIL-LINE.
049100     MOVE WS-DT-DEPT-CODE (WS-DEPT-SUB) TO WS-DTL-DEPT-CODE.
049200     MOVE WS-DT-DEPT-NAME (WS-DEPT-SUB) TO WS-DTL-DEPT-NAME.
049300     MOVE WS-DT-ACTUAL-HC (WS-DEPT-SUB) TO WS-DTL-ACTUAL-HC.
049400     MOVE WS-DT-PAID (WS-DEPT-SUB) TO WS-DTL-PAID.
049500     MOVE ZERO                   TO WS-PROJECTED.
049600     IF WS-MONTHS-ELAPSED GREATER THAN ZERO
049700         COMPUTE WS-PROJECTED ROUNDED =
049800                 WS-DT-PAID (WS-DEPT-SUB) * 12 / WS-MONTHS-ELAPSED
049900     END-IF.
050000     MOVE WS-PROJECTED           TO WS-DTL-PROJECTED.
050100     ADD WS-DT-ACTUAL-HC (WS-DEPT-SUB) TO WS-TOT-ACTUAL-HC.
050200     ADD WS-DT-PAID (WS-DEPT-SUB) TO WS-TOT-PAID.
050300     ADD WS-PROJECTED            TO WS-TOT-PROJECTED.
050400     IF NOT WS-DT-HAS-BUDGET (WS-DEPT-SUB)
050500         ADD 1                   TO WS-NO-BUDGET-COUNT
050600         MOVE "NO BUDGET"        TO WS-DTL-FLAG
050700         GO TO 3100-PRINT
050800     END-IF.
050900     MOVE WS-DT-BUDGET-HC (WS-DEPT-SUB) TO WS-DTL-BUDGET-HC.
051000     MOVE WS-DT-BUDGET-SALARY (WS-DEPT-SUB)
051100                                 TO WS-DTL-BUDGET-SALARY.
051200     ADD WS-DT-BUDGET-HC (WS-DEPT-SUB) TO WS-TOT-BUDGET-HC.
051300     ADD WS-DT-BUDGET-SALARY (WS-DEPT-SUB)
051400                                 TO WS-TOT-BUDGET-SALARY.
051500     COMPUTE WS-HC-VARIANCE = WS-DT-BUDGET-HC (WS-DEPT-SUB)
051600                            - WS-DT-ACTUAL-HC (WS-DEPT-SUB).
051700     MOVE WS-HC-VARIANCE         TO WS-DTL-HC-VARIANCE.
051800     IF WS-HC-VARIANCE LESS THAN ZERO
051900         ADD 1                   TO WS-OVER-HC-COUNT
052000         MOVE "OVER"             TO WS-DTL-HC-FLAG
052100     END-IF.
052200     COMPUTE WS-SALARY-VARIANCE =
052300             WS-DT-BUDGET-SALARY (WS-DEPT-SUB) - WS-PROJECTED.
052400     MOVE WS-SALARY-VARIANCE     TO WS-DTL-SALARY-VARIANCE.
052500     IF WS-DT-PAID (WS-DEPT-SUB)
052600             GREATER THAN WS-DT-BUDGET-SALARY (WS-DEPT-SUB)
052700         ADD 1                   TO WS-OVER-BUDGET-COUNT
052800         MOVE "OVER BUDGET"      TO WS-DTL-FLAG
052900     ELSE
053000         IF WS-SALARY-VARIANCE LESS THAN ZERO
053100             ADD 1               TO WS-PROJ-OVER-COUNT
053200             MOVE "PROJ OVER"    TO WS-DTL-FLAG
053300         END-IF
053400     END-IF.
053500 3100-PRINT.
053600     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT.
053700     ADD 1                       TO WS-PRINT-COUNT.
053800 3100-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    3400-PRINT-GRAND-TOTALS - COMPANY TOTALS AND FLAG COUNTS
054300******************************************************************
054400 3400-PRINT-GRAND-TOTALS.
054500     WRITE RPT-LINE              FROM SPACES.
054600     MOVE "DEPARTMENTS PRINTED       : " TO WS-GT-LABEL.
054700     MOVE WS-PRINT-COUNT         TO WS-GT-COUNT.
054800     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
054900     MOVE "  OVER HEADCOUNT          : " TO WS-GT-LABEL.
055000     MOVE WS-OVER-HC-COUNT       TO WS-GT-COUNT.
055100     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
055200     MOVE "  OVER SALARY BUDGET      : " TO WS-GT-LABEL.
055300     MOVE WS-OVER-BUDGET-COUNT   TO WS-GT-COUNT.
055400     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
055500     MOVE "  PROJECTED OVER BUDGET   : " TO WS-GT-LABEL.
055600     MOVE WS-PROJ-OVER-COUNT     TO WS-GT-COUNT.
055700     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
055800     MOVE "  NO BUDGET FOR THE YEAR  : " TO WS-GT-LABEL.
055900     MOVE WS-NO-BUDGET-COUNT     TO WS-GT-COUNT.
056000     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
056100     MOVE "BUDGETED HEADCOUNT        : " TO WS-GT-LABEL.
056200     MOVE WS-TOT-BUDGET-HC       TO WS-GT-COUNT.
056300     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
056400     MOVE "ACTIVE HEADCOUNT          : " TO WS-GT-LABEL.
056500     MOVE WS-TOT-ACTUAL-HC       TO WS-GT-COUNT.
056600     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
056700     MOVE SPACES                 TO WS-GRAND-TOTAL-LINE.
056800     MOVE "SALARY BUDGET (BUDGETED)  : " TO WS-GT-LABEL.
056900     MOVE WS-TOT-BUDGET-SALARY   TO WS-GT-AMOUNT.
057000     WRITE RPT-LINE              FROM WS-GRAND-AMOUNT-LINE.
057100     MOVE "PAID TO DATE (ALL DEPTS)  : " TO WS-GT-LABEL.
057200     MOVE WS-TOT-PAID            TO WS-GT-AMOUNT.
057300     WRITE RPT-LINE              FROM WS-GRAND-AMOUNT-LINE.
057400     MOVE "PROJECTED YEAR (ALL DEPTS): " TO WS-GT-LABEL.
057500     MOVE WS-TOT-PROJECTED       TO WS-GT-AMOUNT.
057600     WRITE RPT-LINE              FROM WS-GRAND-AMOUNT-LINE.
057700 3400-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100*    3500-PRINT-DETAIL - PRINT ONE DEPARTMENT LINE, BREAKING TO A
058200*                        NEW PAGE WHEN THE CURRENT PAGE IS FULL
058300******************************************************************
058400 3500-PRINT-DETAIL.
058500     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
058600             WS-MAX-LINES-PER-PAGE
058700         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
058800     END-IF.
058900     WRITE RPT-LINE              FROM WS-DETAIL-LINE.
059000     ADD 1                       TO WS-LINE-COUNT.
059100 3500-EXIT.
059200     EXIT.
059300
059400******************************************************************
059500*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
059600******************************************************************
059700 3600-PRINT-HEADERS.
059800     ADD 1                       TO WS-PAGE-COUNT.
059900     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
060000     IF WS-PAGE-COUNT IS GREATER THAN 1
060100         WRITE RPT-LINE          FROM SPACES
060200             AFTER ADVANCING PAGE
060300     END-IF.
060400     WRITE RPT-LINE              FROM WS-HEADING-1.
060500     WRITE RPT-LINE              FROM WS-HEADING-2.
060600     WRITE RPT-LINE              FROM SPACES.
060700     WRITE RPT-LINE              FROM WS-HEADING-3.
060800     MOVE ZERO                   TO WS-LINE-COUNT.
060900 3600-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS; A
061400*                     DEPARTMENT TABLE TOO SMALL FOR THE CODES
061500*                     SEEN SETS RC 4
061600******************************************************************
061700 9000-TERMINATE.
061800     DISPLAY "EMPLOYEES READ       : " WS-EMP-COUNT.
061900     DISPLAY "ACTIVE HEADCOUNT     : " WS-ACTIVE-COUNT.
062000     DISPLAY "YTD RECORDS USED     : " WS-YTD-COUNT.
062100     DISPLAY "BUDGETS FOR THE YEAR : " WS-BUDGET-COUNT.
062200     DISPLAY "DEPARTMENTS PRINTED  : " WS-PRINT-COUNT.
062300     IF WS-UNTABLED-COUNT GREATER THAN ZERO
062400         DISPLAY "DEPARTMENT TABLE FULL - " WS-UNTABLED-COUNT
062500                 " RECORDS LEFT OUT, RAISE WS-DEPT-MAX"
062600         MOVE 4                  TO RETURN-CODE
062700     END-IF.
062800     CLOSE DEPT-MASTER.
062900     CLOSE DEPT-BUDGET.
063000     CLOSE EMPLOYEE-MASTER.
063100     CLOSE YTD-MASTER.
063200     CLOSE BUDGET-REPORT.
063300     MOVE 'E'                    TO RSA-FUNCTION.
063400     MOVE WS-EMP-COUNT           TO RSA-READ-COUNT.
063500     MOVE WS-PRINT-COUNT         TO RSA-WRITTEN-COUNT.
063600     MOVE WS-UNTABLED-COUNT      TO RSA-REJECT-COUNT.
063700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
063800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
063900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
064000 9000-EXIT.
064100     EXIT.
064200
064300 9999-EXIT.
064400     STOP RUN.
