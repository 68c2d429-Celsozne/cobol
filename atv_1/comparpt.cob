000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 COMPARPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - COMPA-RATIO REPORT.  EVERY
001200*                     ACTIVE EMPLOYEE IS LISTED BY DEPARTMENT WITH
001300*                     THE BASE PAY ANNUALISED FOR THE PAY GROUP
001400*                     (X 12 MONTHLY, X 52 WEEKLY), THE PAYGRADE
001500*                     MINIMUM, MIDPOINT AND MAXIMUM, AND THE
001600*                     COMPA-RATIO (PAY AS A PERCENT OF THE
001700*                     MIDPOINT), FLAGGING PAY BELOW THE MINIMUM OR
001800*                     ABOVE THE MAXIMUM.  EACH DEPARTMENT CLOSES
001900*                     WITH ITS COMPA-RATIO (TOTAL PAY OVER TOTAL
002000*                     MIDPOINT OF ITS GRADED EMPLOYEES) AND ITS
002100*                     OUT-OF-RANGE COUNTS.  AN UNGRADED EMPLOYEE,
002200*                     OR ONE WHOSE GRADE IS NOT ON THE REFERENCE,
002300*                     IS LISTED AND FLAGGED BUT LEFT OUT OF THE
002400*                     RATIOS.
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
003500     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
003600                             ORGANIZATION IS INDEXED
003700                             ACCESS MODE IS SEQUENTIAL
003800                             RECORD KEY IS EMP-ID
003900                             FILE STATUS IS WS-MASTER-STATUS.
004000     SELECT GRADE-MASTER     ASSIGN TO "PAYGRADE"
004100                             ORGANIZATION IS INDEXED
004200                             ACCESS MODE IS DYNAMIC
004300                             RECORD KEY IS PG-GRADE-CODE
004400                             FILE STATUS IS WS-GRADE-STATUS.
004500     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS DYNAMIC
004800                             RECORD KEY IS DP-DEPT-CODE
004900                             FILE STATUS IS WS-DEPT-STATUS.
005000     SELECT COMPA-REPORT     ASSIGN TO "COMPARPT"
005100                             ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT COMPA-SORT       ASSIGN TO "SORTWK".
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  BUS-DATE-FILE
005700     RECORDING MODE IS F.
005800     COPY BUSDATE.
005900
006000 FD  EMPLOYEE-MASTER.
006100     COPY EMPREC.
006200
006300 FD  GRADE-MASTER.
006400     COPY PAYGRADE.
006500
006600 FD  DEPT-MASTER.
006700     COPY DEPTMAST.
006800
006900 FD  COMPA-REPORT
007000     RECORDING MODE IS F.
007100 01  RPT-LINE                    PIC X(120).
007200
007300 SD  COMPA-SORT.
007400 01  SORT-RECORD.
007500     05  SR-DEPT-CODE            PIC X(03).
007600     05  SR-EMP-ID               PIC 9(05).
007700     05  SR-EMP-NAME             PIC X(30).
007800     05  SR-GRADE-CODE           PIC X(03).
007900     05  SR-ANNUAL-PAY           PIC 9(07)V9(02).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-BDAT-STATUS              PIC X(02).
008300     88  WS-BDAT-OK                      VALUE "00".
008400 01  WS-MASTER-STATUS            PIC X(02).
008500     88  WS-MASTER-OK                    VALUE "00".
008600 01  WS-GRADE-STATUS             PIC X(02).
008700     88  WS-GRADE-OK                     VALUE "00".
008800 01  WS-DEPT-STATUS              PIC X(02).
008900     88  WS-DEPT-OK                      VALUE "00".
009000 01  WS-DEPT-REF-SW              PIC X(01)   VALUE 'N'.
009100     88  WS-DEPT-REF-PRESENT             VALUE 'Y'.
009200 01  WS-DU-FUNCTION              PIC X(01).
009300 01  WS-DU-DATE-2                PIC 9(08).
009400 01  WS-DU-DAYS                  PIC S9(05).
009500 01  WS-DU-VALID-SW              PIC X(01).
009600 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
009700
009800 01  WS-SWITCHES.
009900     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010000         88  WS-EOF                          VALUE 'Y'.
010100     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
010200         88  WS-SORT-EOF                     VALUE 'Y'.
010300     05  WS-FIRST-DEPT-SW        PIC X(01)   VALUE 'Y'.
010400         88  WS-FIRST-DEPT                   VALUE 'Y'.
010500
010600 77  WS-EMP-COUNT                PIC 9(05)   COMP    VALUE ZERO.
010700 77  WS-TERM-COUNT               PIC 9(05)   COMP    VALUE ZERO.
010800 77  WS-PRINT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
010900 77  WS-UNGRADED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
011000 77  WS-BELOW-COUNT              PIC 9(05)   COMP    VALUE ZERO.
011100 77  WS-ABOVE-COUNT              PIC 9(05)   COMP    VALUE ZERO.
011200 77  WS-DEPT-COUNT               PIC 9(05)   COMP    VALUE ZERO.
011300 77  WS-DEPT-GRADED              PIC 9(05)   COMP    VALUE ZERO.
011400 77  WS-DEPT-BELOW               PIC 9(05)   COMP    VALUE ZERO.
011500 77  WS-DEPT-ABOVE               PIC 9(05)   COMP    VALUE ZERO.
011600
011700 01  WS-PREV-DEPT                PIC X(03).
011800 01  WS-COMPA-RATIO              PIC 9(03)V9(01).
011900 01  WS-DEPT-PAY-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
012000 01  WS-DEPT-MID-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
012100 01  WS-ALL-PAY-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
012200 01  WS-ALL-MID-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
012300
012400 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
012500 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
012600 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
012700
012800 01  WS-RUN-DATE.
012900     05  WS-RUN-YYYY             PIC 9(04).
013000     05  WS-RUN-MM               PIC 9(02).
013100     05  WS-RUN-DD               PIC 9(02).
013200
013300 01  WS-RUN-DATE-EDIT.
013400     05  WS-RUN-MM-EDIT          PIC 9(02).
013500     05  FILLER                  PIC X(01)   VALUE '/'.
013600     05  WS-RUN-DD-EDIT          PIC 9(02).
013700     05  FILLER                  PIC X(01)   VALUE '/'.
013800     05  WS-RUN-YYYY-EDIT        PIC 9(04).
013900
014000 01  WS-HEADING-1.
014100     05  FILLER                  PIC X(35)   VALUE SPACES.
014200     05  FILLER                  PIC X(36)
014300             VALUE "COMPA-RATIO REPORT BY DEPARTMENT".
014400     05  FILLER                  PIC X(20)   VALUE SPACES.
014500     05  FILLER                  PIC X(05)   VALUE "PAGE ".
014600     05  WS-H1-PAGE              PIC ZZZ9.
014700
014800 01  WS-HEADING-2.
014900     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
015000     05  FILLER                  PIC X(02)   VALUE ": ".
015100     05  WS-H2-DATE              PIC X(10).
015200     05  FILLER                  PIC X(04)   VALUE SPACES.
015300     05  FILLER                  PIC X(40)
015400             VALUE "ALL PAY AMOUNTS ARE ANNUAL".
015500
015600 01  WS-HEADING-3.
015700     05  FILLER                  PIC X(07)   VALUE "EMP ID".
015800     05  FILLER                  PIC X(27)
015900             VALUE "EMPLOYEE NAME".
016000     05  FILLER                  PIC X(07)   VALUE "GRADE".
016100     05  FILLER                  PIC X(14)
016200             VALUE "   ANNUAL PAY".
016300     05  FILLER                  PIC X(14)
016400             VALUE "      MINIMUM".
016500     05  FILLER                  PIC X(14)
016600             VALUE "     MIDPOINT".
016700     05  FILLER                  PIC X(14)
016800             VALUE "      MAXIMUM".
016900     05  FILLER                  PIC X(07)   VALUE "COMPA%".
017000     05  FILLER                  PIC X(10)   VALUE "FLAG".
017100
017200 01  WS-DEPT-HEADER-LINE.
017300     05  FILLER                  PIC X(12)   VALUE "DEPARTMENT: ".
017400     05  WS-DH-DEPT-CODE         PIC X(03).
017500     05  FILLER                  PIC X(02)   VALUE SPACES.
017600     05  WS-DH-DEPT-NAME         PIC X(20).
017700
017800 01  WS-DETAIL-LINE.
017900     05  WS-DTL-ID               PIC 9(05).
018000     05  FILLER                  PIC X(02)   VALUE SPACES.
018100     05  WS-DTL-NAME             PIC X(25).
018200     05  FILLER                  PIC X(02)   VALUE SPACES.
018300     05  WS-DTL-GRADE            PIC X(03).
018400     05  FILLER                  PIC X(04)   VALUE SPACES.
018500     05  WS-DTL-PAY              PIC Z,ZZZ,ZZ9.99.
018600     05  FILLER                  PIC X(02)   VALUE SPACES.
018700     05  WS-DTL-MIN              PIC Z,ZZZ,ZZ9.99.
018800     05  FILLER                  PIC X(02)   VALUE SPACES.
018900     05  WS-DTL-MID              PIC Z,ZZZ,ZZ9.99.
019000     05  FILLER                  PIC X(02)   VALUE SPACES.
019100     05  WS-DTL-MAX              PIC Z,ZZZ,ZZ9.99.
019200     05  FILLER                  PIC X(02)   VALUE SPACES.
019300     05  WS-DTL-COMPA            PIC ZZ9.9.
019400     05  FILLER                  PIC X(02)   VALUE SPACES.
019500     05  WS-DTL-FLAG             PIC X(13).
019600
019700 01  WS-DEPT-TOTAL-LINE.
019800     05  FILLER                  PIC X(12)   VALUE "HEADCOUNT:".
019900     05  WS-DT-COUNT             PIC ZZZZ9.
020000     05  FILLER                  PIC X(12)   VALUE "   GRADED:".
020100     05  WS-DT-GRADED            PIC ZZZZ9.
020200     05  FILLER                  PIC X(15)
020300             VALUE "   BELOW MIN:".
020400     05  WS-DT-BELOW             PIC ZZZZ9.
020500     05  FILLER                  PIC X(15)
020600             VALUE "   ABOVE MAX:".
020700     05  WS-DT-ABOVE             PIC ZZZZ9.
020800     05  FILLER                  PIC X(22)
020900             VALUE "   DEPT COMPA-RATIO:".
021000     05  WS-DT-COMPA             PIC ZZ9.9.
021100
021200 01  WS-GRAND-TOTAL-LINE.
021300     05  WS-GT-LABEL             PIC X(28).
021400     05  WS-GT-COUNT             PIC ZZZZ9.
021500 01  WS-GRAND-COMPA-LINE REDEFINES WS-GRAND-TOTAL-LINE.
021600     05  FILLER                  PIC X(28).
021700     05  WS-GT-COMPA             PIC ZZ9.9.
021800
021900     COPY RUNSTAT.
022000
022100 PROCEDURE DIVISION.
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
022400     SORT COMPA-SORT
022500         ON ASCENDING KEY SR-DEPT-CODE
022600                          SR-EMP-ID
022700         INPUT PROCEDURE IS 2000-SELECT-EMPLOYEES
022800                       THRU 2000-SEL-EXIT
022900         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
023000                        THRU 3000-EXIT.
023100     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
023200     GO TO 9999-EXIT.
023300
023400******************************************************************
023500*    1000-INITIALIZE - OPEN FILES AND SET UP THE RUN DATE
023600******************************************************************
023700 1000-INITIALIZE.
023800     DISPLAY "COMPARPT - COMPA-RATIO REPORT STARTING".
023900     MOVE "COMPARPT"             TO RSA-PROGRAM-ID.
024000     MOVE 'S'                    TO RSA-FUNCTION.
024100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
024200     OPEN INPUT  EMPLOYEE-MASTER.
024300     OPEN INPUT  GRADE-MASTER.
024400     OPEN OUTPUT COMPA-REPORT.
024500     OPEN INPUT  DEPT-MASTER.
024600     IF WS-DEPT-OK
024700         SET WS-DEPT-REF-PRESENT TO TRUE
024800     ELSE
024900         DISPLAY "NO DEPARTMENT REFERENCE - NAMES NOT PRINTED"
025000     END-IF.
025100     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
025200     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
025300     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
025400     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
025500     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
025600     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
025700 1000-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
026200*                             FROM THE CALCHK BUSDATE CARD; FALL
026300*                             BACK TO THE MACHINE DATE WHEN THE
026400*                             CARD IS ABSENT
026500******************************************************************
026600 8100-GET-BUSINESS-DATE.
026700     OPEN INPUT BUS-DATE-FILE.
026800     IF WS-BDAT-OK
026900         READ BUS-DATE-FILE
027000             AT END
027100                 CONTINUE
027200             NOT AT END
027300                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
027400                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
027500                 END-IF
027600         END-READ
027700     END-IF.
027800     CLOSE BUS-DATE-FILE.
027900     IF WS-BUSINESS-DATE EQUAL ZERO
028000         MOVE 'C'                TO WS-DU-FUNCTION
028100         CALL "DATEUTIL"         USING WS-DU-FUNCTION
028200                                       WS-BUSINESS-DATE
028300                                       WS-DU-DATE-2
028400                                       WS-DU-DAYS
028500                                       WS-DU-VALID-SW
028600     END-IF.
028700 8100-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    2000-SELECT-EMPLOYEES - SORT INPUT PROCEDURE; RELEASE EACH
029200*                            ACTIVE EMPLOYEE WITH BASE PAY
029300*                            ANNUALISED FOR THE PAY GROUP, AND
029400*                            COUNT THE TERMINATED ONES
029500******************************************************************
029600 2000-SELECT-EMPLOYEES.
029700     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
029800     PERFORM 2010-PROCESS-EMPLOYEE THRU 2010-EXIT
029900             UNTIL WS-EOF.
030000 2000-SEL-EXIT.
030100     EXIT.
030200
030300 2010-PROCESS-EMPLOYEE.
030400     ADD 1                       TO WS-EMP-COUNT.
030500     IF EMP-TERMINATED
030600         ADD 1                   TO WS-TERM-COUNT
030700     ELSE
030800         MOVE EMP-DEPT-CODE      TO SR-DEPT-CODE
030900         MOVE EMP-ID             TO SR-EMP-ID
031000         MOVE EMP-NAME           TO SR-EMP-NAME
031100         MOVE EMP-GRADE-CODE     TO SR-GRADE-CODE
031200         IF EMP-PAY-WEEKLY
031300             COMPUTE SR-ANNUAL-PAY = EMP-BASE-PAY * 52
031400         ELSE
031500             COMPUTE SR-ANNUAL-PAY = EMP-BASE-PAY * 12
031600         END-IF
031700         RELEASE SORT-RECORD
031800     END-IF.
031900     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
032000 2010-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    2900-READ-EMPLOYEE - READ THE NEXT EMPLOYEE MASTER RECORD
032500******************************************************************
032600 2900-READ-EMPLOYEE.
032700     READ EMPLOYEE-MASTER
032800         AT END
032900             SET WS-EOF          TO TRUE
033000     END-READ.
033100 2900-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*    3000-PRINT-REPORT - SORT OUTPUT PROCEDURE; PRINT THE SORTED
033600*                        EMPLOYEES IN DEPARTMENT SECTIONS, EACH
033700*                        CLOSED BY ITS COMPA-RATIO SUBTOTAL, THEN
033800*                        THE GRAND TOTALS
033900******************************************************************
034000 3000-PRINT-REPORT.
034100     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
034200     PERFORM 3100-PRINT-ONE-EMPLOYEE THRU 3100-EXIT
034300             UNTIL WS-SORT-EOF.
034400     IF NOT WS-FIRST-DEPT
034500         PERFORM 3300-PRINT-DEPT-TOTAL THRU 3300-EXIT
034600     END-IF.
034700     PERFORM 3400-PRINT-GRAND-TOTALS THRU 3400-EXIT.
034800 3000-EXIT.
034900     EXIT.
035000
035100 3100-PRINT-ONE-EMPLOYEE.
035200     IF WS-FIRST-DEPT
035300         MOVE 'N'                TO WS-FIRST-DEPT-SW
035400         MOVE SR-DEPT-CODE       TO WS-PREV-DEPT
035500         PERFORM 3200-PRINT-DEPT-HEADER THRU 3200-EXIT
035600     ELSE
035700         IF SR-DEPT-CODE NOT EQUAL WS-PREV-DEPT
035800             PERFORM 3300-PRINT-DEPT-TOTAL THRU 3300-EXIT
035900             MOVE SR-DEPT-CODE   TO WS-PREV-DEPT
036000             PERFORM 3200-PRINT-DEPT-HEADER THRU 3200-EXIT
036100         END-IF
036200     END-IF.
036300     PERFORM 3150-RATE-EMPLOYEE THRU 3150-EXIT.
036400     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT.
036500     ADD 1                       TO WS-DEPT-COUNT.
036600     ADD 1                       TO WS-PRINT-COUNT.
036700     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
036800 3100-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*    3150-RATE-EMPLOYEE - LOOK UP THE GRADE AND WORK THE COMPA-
037300*                         RATIO; AN UNGRADED OR UNKNOWN GRADE IS
037400*                         FLAGGED AND KEPT OUT OF THE RATIOS
037500******************************************************************
037600 3150-RATE-EMPLOYEE.
037700     MOVE SPACES                 TO WS-DETAIL-LINE.
037800     MOVE SR-EMP-ID              TO WS-DTL-ID.
037900     MOVE SR-EMP-NAME            TO WS-DTL-NAME.
038000     MOVE SR-GRADE-CODE          TO WS-DTL-GRADE.
038100     MOVE SR-ANNUAL-PAY          TO WS-DTL-PAY.
038200     IF SR-GRADE-CODE EQUAL SPACES
038300         ADD 1                   TO WS-UNGRADED-COUNT
038400         MOVE "NOT GRADED"       TO WS-DTL-FLAG
038500         GO TO 3150-EXIT
038600     END-IF.
038700     MOVE SR-GRADE-CODE          TO PG-GRADE-CODE.
038800     READ GRADE-MASTER
038900         INVALID KEY
039000             ADD 1               TO WS-UNGRADED-COUNT
039100             MOVE "GRADE UNKNOWN" TO WS-DTL-FLAG
039200     END-READ.
039300     IF NOT WS-GRADE-OK
039400         GO TO 3150-EXIT
039500     END-IF.
039600     ADD 1                       TO WS-DEPT-GRADED.
039700     MOVE PG-MIN-PAY             TO WS-DTL-MIN.
039800     MOVE PG-MID-PAY             TO WS-DTL-MID.
039900     MOVE PG-MAX-PAY             TO WS-DTL-MAX.
040000     COMPUTE WS-COMPA-RATIO ROUNDED =
040100             SR-ANNUAL-PAY * 100 / PG-MID-PAY
040200         ON SIZE ERROR
040300             MOVE 999.9          TO WS-COMPA-RATIO
040400     END-COMPUTE.
040500     MOVE WS-COMPA-RATIO         TO WS-DTL-COMPA.
040600     ADD SR-ANNUAL-PAY           TO WS-DEPT-PAY-TOTAL.
040700     ADD PG-MID-PAY              TO WS-DEPT-MID-TOTAL.
040800     IF SR-ANNUAL-PAY < PG-MIN-PAY
040900         ADD 1                   TO WS-DEPT-BELOW
041000         MOVE "BELOW MINIMUM"    TO WS-DTL-FLAG
041100     END-IF.
041200     IF SR-ANNUAL-PAY > PG-MAX-PAY
041300         ADD 1                   TO WS-DEPT-ABOVE
041400         MOVE "ABOVE MAXIMUM"    TO WS-DTL-FLAG
041500     END-IF.
041600 3150-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*    3200-PRINT-DEPT-HEADER - START A NEW DEPARTMENT SECTION
042100******************************************************************
042200 3200-PRINT-DEPT-HEADER.
042300     IF WS-PAGE-COUNT EQUAL ZERO
042400      OR WS-LINE-COUNT + 3 > WS-MAX-LINES-PER-PAGE
042500         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
042600     END-IF.
042700     MOVE ZERO                   TO WS-DEPT-COUNT
042800                                    WS-DEPT-GRADED
042900                                    WS-DEPT-BELOW
043000                                    WS-DEPT-ABOVE
043100                                    WS-DEPT-PAY-TOTAL
043200                                    WS-DEPT-MID-TOTAL.
043300     MOVE WS-PREV-DEPT           TO WS-DH-DEPT-CODE.
043400     MOVE SPACES                 TO WS-DH-DEPT-NAME.
043500     IF WS-DEPT-REF-PRESENT
043600         MOVE WS-PREV-DEPT       TO DP-DEPT-CODE
043700         READ DEPT-MASTER
043800             INVALID KEY
043900                 MOVE "*UNKNOWN*" TO WS-DH-DEPT-NAME
044000             NOT INVALID KEY
044100                 MOVE DP-DEPT-NAME TO WS-DH-DEPT-NAME
044200         END-READ
044300     END-IF.
044400     WRITE RPT-LINE              FROM SPACES.
044500     WRITE RPT-LINE              FROM WS-DEPT-HEADER-LINE.
044600     ADD 2                       TO WS-LINE-COUNT.
044700 3200-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100*    3300-PRINT-DEPT-TOTAL - CLOSE A DEPARTMENT SECTION WITH ITS
045200*                            HEADCOUNT, OUT-OF-RANGE COUNTS AND
045300*                            DEPARTMENT COMPA-RATIO
045400******************************************************************
045500 3300-PRINT-DEPT-TOTAL.
045600     MOVE WS-DEPT-COUNT          TO WS-DT-COUNT.
045700     MOVE WS-DEPT-GRADED         TO WS-DT-GRADED.
045800     MOVE WS-DEPT-BELOW          TO WS-DT-BELOW.
045900     MOVE WS-DEPT-ABOVE          TO WS-DT-ABOVE.
046000     MOVE ZERO                   TO WS-COMPA-RATIO.
046100     IF WS-DEPT-MID-TOTAL > ZERO
046200         COMPUTE WS-COMPA-RATIO ROUNDED =
046300                 WS-DEPT-PAY-TOTAL * 100 / WS-DEPT-MID-TOTAL
046400             ON SIZE ERROR
046500                 MOVE 999.9      TO WS-COMPA-RATIO
046600         END-COMPUTE
046700     END-IF.
046800     MOVE WS-COMPA-RATIO         TO WS-DT-COMPA.
046900     WRITE RPT-LINE              FROM WS-DEPT-TOTAL-LINE.
047000     ADD 1                       TO WS-LINE-COUNT.
047100     ADD WS-DEPT-BELOW           TO WS-BELOW-COUNT.
047200     ADD WS-DEPT-ABOVE           TO WS-ABOVE-COUNT.
047300     ADD WS-DEPT-PAY-TOTAL       TO WS-ALL-PAY-TOTAL.
047400     ADD WS-DEPT-MID-TOTAL       TO WS-ALL-MID-TOTAL.
047500 3300-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    3400-PRINT-GRAND-TOTALS - EMPLOYEES PRINTED PLUS TERMINATED
048000*                              ADD BACK UP TO THE EMPLOYEES READ
048100******************************************************************
048200 3400-PRINT-GRAND-TOTALS.
048300     WRITE RPT-LINE              FROM SPACES.
048400     MOVE "EMPLOYEES PRINTED         : " TO WS-GT-LABEL.
048500     MOVE WS-PRINT-COUNT         TO WS-GT-COUNT.
048600     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
048700     MOVE "  NOT GRADED OR UNKNOWN   : " TO WS-GT-LABEL.
048800     MOVE WS-UNGRADED-COUNT      TO WS-GT-COUNT.
048900     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
049000     MOVE "  BELOW GRADE MINIMUM     : " TO WS-GT-LABEL.
049100     MOVE WS-BELOW-COUNT         TO WS-GT-COUNT.
049200     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
049300     MOVE "  ABOVE GRADE MAXIMUM     : " TO WS-GT-LABEL.
049400     MOVE WS-ABOVE-COUNT         TO WS-GT-COUNT.
049500     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
049600     MOVE "TERMINATED EXCLUDED       : " TO WS-GT-LABEL.
049700     MOVE WS-TERM-COUNT          TO WS-GT-COUNT.
049800     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
049900     MOVE "EMPLOYEES READ            : " TO WS-GT-LABEL.
050000     MOVE WS-EMP-COUNT           TO WS-GT-COUNT.
050100     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
050200     MOVE ZERO                   TO WS-COMPA-RATIO.
050300     IF WS-ALL-MID-TOTAL > ZERO
050400         COMPUTE WS-COMPA-RATIO ROUNDED =
050500                 WS-ALL-PAY-TOTAL * 100 / WS-ALL-MID-TOTAL
050600             ON SIZE ERROR
050700                 MOVE 999.9      TO WS-COMPA-RATIO
050800         END-COMPUTE
050900     END-IF.
051000     MOVE SPACES                 TO WS-GRAND-TOTAL-LINE.
051100     MOVE "COMPANY COMPA-RATIO       : " TO WS-GT-LABEL.
051200     MOVE WS-COMPA-RATIO         TO WS-GT-COMPA.
051300     WRITE RPT-LINE              FROM WS-GRAND-COMPA-LINE.
051400 3400-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800*    3500-PRINT-DETAIL - PRINT ONE EMPLOYEE LINE, BREAKING TO A
051900*                        NEW PAGE WHEN THE CURRENT PAGE IS FULL
052000******************************************************************
052100 3500-PRINT-DETAIL.
052200     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
052300             WS-MAX-LINES-PER-PAGE
052400         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
052500     END-IF.
052600     WRITE RPT-LINE              FROM WS-DETAIL-LINE.
052700     ADD 1                       TO WS-LINE-COUNT.
052800 3500-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
053300******************************************************************
053400 3600-PRINT-HEADERS.
053500     ADD 1                       TO WS-PAGE-COUNT.
053600     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
053700     IF WS-PAGE-COUNT IS GREATER THAN 1
053800         WRITE RPT-LINE          FROM SPACES
053900             AFTER ADVANCING PAGE
054000     END-IF.
054100     WRITE RPT-LINE              FROM WS-HEADING-1.
054200     WRITE RPT-LINE              FROM WS-HEADING-2.
054300     WRITE RPT-LINE              FROM SPACES.
054400     WRITE RPT-LINE              FROM WS-HEADING-3.
054500     MOVE ZERO                   TO WS-LINE-COUNT.
054600 3600-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000*    3900-RETURN-SORTED - RETURN THE NEXT SORTED EMPLOYEE
055100******************************************************************
055200 3900-RETURN-SORTED.
055300     RETURN COMPA-SORT
055400         AT END
055500             SET WS-SORT-EOF     TO TRUE
055600     END-RETURN.
055700 3900-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS
056200******************************************************************
056300 9000-TERMINATE.
056400     DISPLAY "EMPLOYEES READ       : " WS-EMP-COUNT.
056500     DISPLAY "EMPLOYEES PRINTED    : " WS-PRINT-COUNT.
056600     DISPLAY "NOT GRADED / UNKNOWN : " WS-UNGRADED-COUNT.
056700     DISPLAY "BELOW GRADE MINIMUM  : " WS-BELOW-COUNT.
056800     DISPLAY "ABOVE GRADE MAXIMUM  : " WS-ABOVE-COUNT.
056900     CLOSE EMPLOYEE-MASTER.
057000     CLOSE GRADE-MASTER.
057100     CLOSE DEPT-MASTER.
057200     CLOSE COMPA-REPORT.
057300     MOVE 'E'                    TO RSA-FUNCTION.
057400     MOVE WS-EMP-COUNT           TO RSA-READ-COUNT.
057500     MOVE WS-PRINT-COUNT         TO RSA-WRITTEN-COUNT.
057600     MOVE ZERO                   TO RSA-REJECT-COUNT.
057700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
057800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
057900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
058000 9000-EXIT.
058100     EXIT.
058200
058300 9999-EXIT.
058400     STOP RUN.
