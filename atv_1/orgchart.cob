000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 ORGCHART.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ORGANISATION CHART.  THE
001200*                     ACTIVE EMPLOYEES ARE TABLED FROM EMPMAST AND
001300*                     LINKED TO THEIR MANAGERS THROUGH THE EMPREC
001400*                     MANAGER ID, THEN PRINTED TOP DOWN - EACH
001500*                     EMPLOYEE INDENTED UNDER THE MANAGER THEY
001600*                     REPORT TO, WITH THE DEPARTMENT NAME FROM
001700*                     DEPTMAST AND, FOR A MANAGER, THE SPAN OF
001800*                     CONTROL (DIRECT REPORTS) AND THE HEADCOUNT
001900*                     (ALL STAFF AT EVERY LEVEL BELOW).  AN
002000*                     EMPLOYEE WHOSE MANAGER IS TERMINATED OR NO
002100*                     LONGER ON FILE IS PRINTED AT THE TOP LEVEL
002200*                     AND FLAGGED; ONE CAUGHT IN A CIRCULAR CHAIN
002300*                     CANNOT BE REACHED FROM THE TOP AND IS LISTED
002400*                     SEPARATELY.  EITHER EXCEPTION ENDS THE STEP
002500*                     WITH RC 4.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.            IBM-370.
003000 OBJECT-COMPUTER.            IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003400                             ORGANIZATION IS LINE SEQUENTIAL
003500                             FILE STATUS IS WS-BDAT-STATUS.
003600     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
003700                             ORGANIZATION IS INDEXED
003800                             ACCESS MODE IS SEQUENTIAL
003900                             RECORD KEY IS EMP-ID
004000                             FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
004200                             ORGANIZATION IS INDEXED
004300                             ACCESS MODE IS DYNAMIC
004400                             RECORD KEY IS DP-DEPT-CODE
004500                             FILE STATUS IS WS-DEPT-STATUS.
004600     SELECT ORG-REPORT       ASSIGN TO "ORGCHART"
004700                             ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BUS-DATE-FILE
005200     RECORDING MODE IS F.
005300     COPY BUSDATE.
005400
005500 FD  EMPLOYEE-MASTER.
005600     COPY EMPREC.
005700
005800 FD  DEPT-MASTER.
005900     COPY DEPTMAST.
006000
006100 FD  ORG-REPORT
006200     RECORDING MODE IS F.
006300 01  RPT-LINE                    PIC X(120).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-BDAT-STATUS              PIC X(02).
006700     88  WS-BDAT-OK                      VALUE "00".
006800 01  WS-MASTER-STATUS            PIC X(02).
006900     88  WS-MASTER-OK                    VALUE "00".
007000 01  WS-DEPT-STATUS              PIC X(02).
007100     88  WS-DEPT-OK                      VALUE "00".
007200 01  WS-DEPT-REF-SW              PIC X(01)   VALUE 'N'.
007300     88  WS-DEPT-REF-PRESENT             VALUE 'Y'.
007400 01  WS-DU-FUNCTION              PIC X(01).
007500 01  WS-DU-DATE-2                PIC 9(08).
007600 01  WS-DU-DAYS                  PIC S9(05).
007700 01  WS-DU-VALID-SW              PIC X(01).
007800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007900
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008200         88  WS-EOF                          VALUE 'Y'.
008300     05  WS-LOAD-FAILED-SW       PIC X(01)   VALUE 'N'.
008400         88  WS-LOAD-FAILED                  VALUE 'Y'.
008500     05  WS-CLIMB-DONE-SW        PIC X(01)   VALUE 'N'.
008600         88  WS-CLIMB-DONE                   VALUE 'Y'.
008700     05  WS-FIRST-LOOSE-SW       PIC X(01)   VALUE 'Y'.
008800         88  WS-FIRST-LOOSE                  VALUE 'Y'.
008900
009000 77  WS-EMP-COUNT                PIC 9(05)   COMP    VALUE ZERO.
009100 77  WS-TERM-COUNT               PIC 9(05)   COMP    VALUE ZERO.
009200 77  WS-PRINT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
009300 77  WS-TOP-COUNT                PIC 9(05)   COMP    VALUE ZERO.
009400 77  WS-ORPHAN-COUNT             PIC 9(05)   COMP    VALUE ZERO.
009500 77  WS-LOOP-COUNT               PIC 9(05)   COMP    VALUE ZERO.
009600 77  WS-MANAGER-COUNT            PIC 9(05)   COMP    VALUE ZERO.
009700 77  WS-MAX-LEVEL                PIC 9(05)   COMP    VALUE ZERO.
009800 77  WS-ORG-COUNT                PIC 9(05)   COMP    VALUE ZERO.
009900 77  WS-ORG-MAX                  PIC 9(05)   COMP    VALUE 5000.
010000 77  WS-SUB                      PIC 9(05)   COMP    VALUE ZERO.
010100 77  WS-PARENT                   PIC 9(05)   COMP    VALUE ZERO.
010200 77  WS-CUR                      PIC 9(05)   COMP    VALUE ZERO.
010300 77  WS-LEVEL                    PIC 9(05)   COMP    VALUE ZERO.
010400 77  WS-STEPS                    PIC 9(05)   COMP    VALUE ZERO.
010500 77  WS-INDENT                   PIC 9(03)   COMP    VALUE ZERO.
010600 77  WS-MAX-INDENT               PIC 9(03)   COMP    VALUE 20.
010700 77  WS-ROOT-FIRST               PIC 9(05)   COMP    VALUE ZERO.
010800 77  WS-ROOT-LAST                PIC 9(05)   COMP    VALUE ZERO.
010900
011000*    ONE ENTRY PER ACTIVE EMPLOYEE IN EMPLOYEE ID ORDER.  THE
011100*    SUBSCRIPT FIELDS LINK EACH ENTRY TO ITS MANAGER AND CHAIN
011200*    THE DIRECT REPORTS OF EACH MANAGER (AND THE TOP-LEVEL
011300*    EMPLOYEES) TOGETHER IN ID ORDER
011400 01  WS-ORG-TABLE.
011500     05  WS-ORG-ENTRY            OCCURS 0 TO 5000 TIMES
011600                                 DEPENDING ON WS-ORG-COUNT
011700                                 ASCENDING KEY IS WS-OT-EMP-ID
011800                                 INDEXED BY WS-ORG-IDX.
011900         10  WS-OT-EMP-ID        PIC 9(05).
012000         10  WS-OT-NAME          PIC X(30).
012100         10  WS-OT-DEPT-CODE     PIC X(03).
012200         10  WS-OT-MANAGER-ID    PIC 9(05).
012300         10  WS-OT-MANAGER-SUB   PIC 9(05)   COMP.
012400         10  WS-OT-FIRST-CHILD   PIC 9(05)   COMP.
012500         10  WS-OT-LAST-CHILD    PIC 9(05)   COMP.
012600         10  WS-OT-NEXT-SIBLING  PIC 9(05)   COMP.
012700         10  WS-OT-SPAN          PIC 9(05)   COMP.
012800         10  WS-OT-HEADCOUNT     PIC 9(05)   COMP.
012900         10  WS-OT-ORPHAN-SW     PIC X(01).
013000             88  WS-OT-ORPHAN                VALUE 'Y'.
013100         10  WS-OT-PRINTED-SW    PIC X(01).
013200             88  WS-OT-PRINTED               VALUE 'Y'.
013300
013400 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
013500 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
013600 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
013700
013800 01  WS-RUN-DATE.
013900     05  WS-RUN-YYYY             PIC 9(04).
014000     05  WS-RUN-MM               PIC 9(02).
014100     05  WS-RUN-DD               PIC 9(02).
014200
014300 01  WS-RUN-DATE-EDIT.
014400     05  WS-RUN-MM-EDIT          PIC 9(02).
014500     05  FILLER                  PIC X(01)   VALUE '/'.
014600     05  WS-RUN-DD-EDIT          PIC 9(02).
014700     05  FILLER                  PIC X(01)   VALUE '/'.
014800     05  WS-RUN-YYYY-EDIT        PIC 9(04).
014900
015000 01  WS-HEADING-1.
015100     05  FILLER                  PIC X(40)   VALUE SPACES.
015200     05  FILLER                  PIC X(31)
015300             VALUE "ORGANISATION CHART".
015400     05  FILLER                  PIC X(20)   VALUE SPACES.
015500     05  FILLER                  PIC X(05)   VALUE "PAGE ".
015600     05  WS-H1-PAGE              PIC ZZZ9.
015700
015800 01  WS-HEADING-2.
015900     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
016000     05  FILLER                  PIC X(02)   VALUE ": ".
016100     05  WS-H2-DATE              PIC X(10).
016200     05  FILLER                  PIC X(04)   VALUE SPACES.
016300     05  FILLER                  PIC X(23)
016400             VALUE "SPAN = DIRECT REPORTS, ".
016500     05  FILLER                  PIC X(25)
016600             VALUE "HDCNT = ALL STAFF BELOW".
016700
016800 01  WS-HEADING-3.
016900     05  FILLER                  PIC X(03)   VALUE "LV".
017000     05  FILLER                  PIC X(56)
017100             VALUE "EMPLOYEE (INDENTED UNDER THEIR MANAGER)".
017200     05  FILLER                  PIC X(04)   VALUE "DPT".
017300     05  FILLER                  PIC X(22)
017400             VALUE "DEPARTMENT NAME".
017500     05  FILLER                  PIC X(07)   VALUE " SPAN".
017600     05  FILLER                  PIC X(07)   VALUE "HDCNT".
017700     05  FILLER                  PIC X(21)   VALUE "NOTE".
017800
017900 01  WS-CHART-LINE.
018000     05  WS-CL-LEVEL             PIC Z9.
018100     05  FILLER                  PIC X(01)   VALUE SPACES.
018200     05  WS-CL-TREE              PIC X(56).
018300     05  WS-CL-DEPT-CODE         PIC X(03).
018400     05  FILLER                  PIC X(01)   VALUE SPACES.
018500     05  WS-CL-DEPT-NAME         PIC X(20).
018600     05  FILLER                  PIC X(02)   VALUE SPACES.
018700     05  WS-CL-SPAN              PIC ZZZZZ.
018800     05  FILLER                  PIC X(02)   VALUE SPACES.
018900     05  WS-CL-HEADCOUNT         PIC ZZZZZ.
019000     05  FILLER                  PIC X(02)   VALUE SPACES.
019100     05  WS-CL-NOTE              PIC X(15).
019200     05  WS-CL-NOTE-MGR          PIC X(06).
019300
019400 01  WS-NODE-TEXT.
019500     05  WS-NT-EMP-ID            PIC 9(05).
019600     05  FILLER                  PIC X(01)   VALUE SPACES.
019700     05  WS-NT-NAME              PIC X(30).
019800 01  WS-NOTE-MGR-ID              PIC 9(05).
019900
020000 01  WS-LOOSE-HEADER-LINE.
020100     05  FILLER                  PIC X(60)   VALUE
020200         "NOT REACHED FROM THE TOP - CIRCULAR REPORTING CHAIN".
020300
020400 01  WS-GRAND-TOTAL-LINE.
020500     05  WS-GT-LABEL             PIC X(28).
020600     05  WS-GT-COUNT             PIC ZZZZ9.
020700
020800     COPY RUNSTAT.
020900
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
021300     PERFORM 1100-LOAD-EMPLOYEES     THRU 1100-EXIT.
021400     IF NOT WS-LOAD-FAILED
021500         PERFORM 2000-BUILD-HIERARCHY THRU 2000-EXIT
021600         PERFORM 3000-PRINT-CHART     THRU 3000-EXIT
021700     END-IF.
021800     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
021900     GO TO 9999-EXIT.
022000
022100******************************************************************
022200*    1000-INITIALIZE - OPEN FILES AND SET UP THE RUN DATE
022300******************************************************************
022400 1000-INITIALIZE.
022500     DISPLAY "ORGCHART - ORGANISATION CHART STARTING".
022600     MOVE "ORGCHART"             TO RSA-PROGRAM-ID.
022700     MOVE 'S'                    TO RSA-FUNCTION.
022800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
022900     OPEN INPUT  EMPLOYEE-MASTER.
023000     OPEN OUTPUT ORG-REPORT.
023100     OPEN INPUT  DEPT-MASTER.
023200     IF WS-DEPT-OK
023300         SET WS-DEPT-REF-PRESENT TO TRUE
023400     ELSE
023500         DISPLAY "NO DEPARTMENT REFERENCE - NAMES NOT PRINTED"
023600     END-IF.
023700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
023800     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
023900     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
024000     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
024100     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
024200     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
024300 1000-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
024800*                             FROM THE CALCHK BUSDATE CARD; FALL
024900*                             BACK TO THE MACHINE DATE WHEN THE
025000*                             CARD IS ABSENT
025100******************************************************************
025200 8100-GET-BUSINESS-DATE.
025300     OPEN INPUT BUS-DATE-FILE.
025400     IF WS-BDAT-OK
025500         READ BUS-DATE-FILE
025600             AT END
025700                 CONTINUE
025800             NOT AT END
025900                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
026000                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
026100                 END-IF
026200         END-READ
026300     END-IF.
026400     CLOSE BUS-DATE-FILE.
026500     IF WS-BUSINESS-DATE EQUAL ZERO
026600         MOVE 'C'                TO WS-DU-FUNCTION
026700         CALL "DATEUTIL"         USING WS-DU-FUNCTION
026800                                       WS-BUSINESS-DATE
026900                                       WS-DU-DATE-2
027000                                       WS-DU-DAYS
027100                                       WS-DU-VALID-SW
027200     END-IF.
027300 8100-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    1100-LOAD-EMPLOYEES - TABLE EVERY ACTIVE EMPLOYEE IN ID
027800*                          ORDER AND COUNT THE TERMINATED ONES.
027900*                          A FULL TABLE STOPS THE RUN - A CHART
028000*                          MISSING PART OF THE COMPANY IS WORSE
028100*                          THAN NO CHART
028200******************************************************************
028300 1100-LOAD-EMPLOYEES.
028400     PERFORM 1190-READ-EMPLOYEE THRU 1190-EXIT.
028500     PERFORM 1150-TABLE-ONE-EMPLOYEE THRU 1150-EXIT
028600             UNTIL WS-EOF.
028700     DISPLAY "ACTIVE EMPLOYEES TABLED: " WS-ORG-COUNT.
028800 1100-EXIT.
028900     EXIT.
029000
029100 1150-TABLE-ONE-EMPLOYEE.
029200     ADD 1                       TO WS-EMP-COUNT.
029300     IF EMP-TERMINATED
029400         ADD 1                   TO WS-TERM-COUNT
029500         PERFORM 1190-READ-EMPLOYEE THRU 1190-EXIT
029600         GO TO 1150-EXIT
029700     END-IF.
029800     IF WS-ORG-COUNT NOT LESS THAN WS-ORG-MAX
029900         DISPLAY "EMPLOYEE TABLE FULL - RUN STOPPED, RAISE "
030000                 "WS-ORG-MAX AND RERUN"
030100         MOVE 8                  TO RETURN-CODE
030200         SET WS-LOAD-FAILED      TO TRUE
030300         SET WS-EOF              TO TRUE
030400         GO TO 1150-EXIT
030500     END-IF.
030600     ADD 1                       TO WS-ORG-COUNT.
030700     MOVE WS-ORG-COUNT           TO WS-SUB.
030800     MOVE EMP-ID                 TO WS-OT-EMP-ID (WS-SUB).
030900     MOVE EMP-NAME               TO WS-OT-NAME (WS-SUB).
031000     MOVE EMP-DEPT-CODE          TO WS-OT-DEPT-CODE (WS-SUB).
031100     MOVE EMP-MANAGER-ID         TO WS-OT-MANAGER-ID (WS-SUB).
031200     MOVE ZERO                   TO WS-OT-MANAGER-SUB (WS-SUB)
031300                                    WS-OT-FIRST-CHILD (WS-SUB)
031400                                    WS-OT-LAST-CHILD (WS-SUB)
031500                                    WS-OT-NEXT-SIBLING (WS-SUB)
031600                                    WS-OT-SPAN (WS-SUB)
031700                                    WS-OT-HEADCOUNT (WS-SUB).
031800     MOVE 'N'                    TO WS-OT-ORPHAN-SW (WS-SUB)
031900                                    WS-OT-PRINTED-SW (WS-SUB).
032000     PERFORM 1190-READ-EMPLOYEE THRU 1190-EXIT.
032100 1150-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*    1190-READ-EMPLOYEE - READ THE NEXT EMPLOYEE MASTER RECORD
032600******************************************************************
032700 1190-READ-EMPLOYEE.
032800     READ EMPLOYEE-MASTER
032900         AT END
033000             SET WS-EOF          TO TRUE
033100     END-READ.
033200 1190-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600*    2000-BUILD-HIERARCHY - LINK EVERY EMPLOYEE UNDER ITS MANAGER,
033700*                           THEN ROLL EACH EMPLOYEE INTO THE
033800*                           HEADCOUNT OF EVERY MANAGER ABOVE IT
033900******************************************************************
034000 2000-BUILD-HIERARCHY.
034100     PERFORM 2100-LINK-ONE-EMPLOYEE THRU 2100-EXIT
034200             VARYING WS-SUB FROM 1 BY 1
034300             UNTIL WS-SUB GREATER THAN WS-ORG-COUNT.
034400     PERFORM 2200-COUNT-UP-CHAIN THRU 2200-EXIT
034500             VARYING WS-SUB FROM 1 BY 1
034600             UNTIL WS-SUB GREATER THAN WS-ORG-COUNT.
034700 2000-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*    2100-LINK-ONE-EMPLOYEE - FIND THE MANAGER IN THE TABLE AND
035200*                             ADD THE EMPLOYEE TO THE END OF ITS
035300*                             DIRECT REPORTS.  NO MANAGER, OR ONE
035400*                             NOT ACTIVE, PUTS THE EMPLOYEE AT THE
035500*                             TOP LEVEL (FLAGGED IN THE LATTER
035600*                             CASE)
035700******************************************************************
035800 2100-LINK-ONE-EMPLOYEE.
035900     MOVE ZERO                   TO WS-PARENT.
036000     IF WS-OT-MANAGER-ID (WS-SUB) NOT EQUAL ZERO
036100         SEARCH ALL WS-ORG-ENTRY
036200             AT END
036300                 SET WS-OT-ORPHAN (WS-SUB) TO TRUE
036400                 ADD 1           TO WS-ORPHAN-COUNT
036500             WHEN WS-OT-EMP-ID (WS-ORG-IDX)
036600                     EQUAL WS-OT-MANAGER-ID (WS-SUB)
036700                 SET WS-PARENT   TO WS-ORG-IDX
036800         END-SEARCH
036900     END-IF.
037000     MOVE WS-PARENT              TO WS-OT-MANAGER-SUB (WS-SUB).
037100     IF WS-PARENT EQUAL ZERO
037200         ADD 1                   TO WS-TOP-COUNT
037300         IF WS-ROOT-LAST EQUAL ZERO
037400             MOVE WS-SUB         TO WS-ROOT-FIRST
037500         ELSE
037600             MOVE WS-SUB         TO
037700                 WS-OT-NEXT-SIBLING (WS-ROOT-LAST)
037800         END-IF
037900         MOVE WS-SUB             TO WS-ROOT-LAST
038000         GO TO 2100-EXIT
038100     END-IF.
038200     IF WS-OT-SPAN (WS-PARENT) EQUAL ZERO
038300         ADD 1                   TO WS-MANAGER-COUNT
038400         MOVE WS-SUB             TO WS-OT-FIRST-CHILD (WS-PARENT)
038500     ELSE
038600         MOVE WS-OT-LAST-CHILD (WS-PARENT) TO WS-CUR
038700         MOVE WS-SUB             TO WS-OT-NEXT-SIBLING (WS-CUR)
038800     END-IF.
038900     MOVE WS-SUB                 TO WS-OT-LAST-CHILD (WS-PARENT).
039000     ADD 1                       TO WS-OT-SPAN (WS-PARENT).
039100 2100-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500*    2200-COUNT-UP-CHAIN - ADD ONE TO THE HEADCOUNT OF EVERY
039600*                          MANAGER ABOVE THIS EMPLOYEE.  A CHAIN
039700*                          LONGER THAN THE TABLE IS CIRCULAR AND
039800*                          IS NOT FOLLOWED ANY FURTHER
039900******************************************************************
040000 2200-COUNT-UP-CHAIN.
040100     MOVE WS-OT-MANAGER-SUB (WS-SUB) TO WS-CUR.
040200     MOVE ZERO                   TO WS-STEPS.
040300     PERFORM 2250-COUNT-ONE-LEVEL THRU 2250-EXIT
040400             UNTIL WS-CUR EQUAL ZERO
040500                OR WS-STEPS GREATER THAN WS-ORG-COUNT.
040600 2200-EXIT.
040700     EXIT.
040800
040900 2250-COUNT-ONE-LEVEL.
041000     ADD 1                       TO WS-OT-HEADCOUNT (WS-CUR).
041100     ADD 1                       TO WS-STEPS.
041200     MOVE WS-OT-MANAGER-SUB (WS-CUR) TO WS-CUR.
041300 2250-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    3000-PRINT-CHART - WALK THE TREE FROM THE FIRST TOP-LEVEL
041800*                       EMPLOYEE, EACH EMPLOYEE FOLLOWED BY ALL
041900*                       OF ITS REPORTS BEFORE THE NEXT EMPLOYEE AT
042000*                       ITS OWN LEVEL, THEN LIST ANYONE THE WALK
042100*                       COULD NOT REACH AND THE TOTALS
042200******************************************************************
042300 3000-PRINT-CHART.
042400     MOVE WS-ROOT-FIRST          TO WS-CUR.
042500     MOVE 1                      TO WS-LEVEL.
042600     IF WS-CUR EQUAL ZERO
042700         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
042800     END-IF.
042900     PERFORM 3100-VISIT-EMPLOYEE THRU 3100-EXIT
043000             UNTIL WS-CUR EQUAL ZERO.
043100     PERFORM 3300-LIST-ONE-LOOSE THRU 3300-EXIT
043200             VARYING WS-SUB FROM 1 BY 1
043300             UNTIL WS-SUB GREATER THAN WS-ORG-COUNT.
043400     PERFORM 3400-PRINT-GRAND-TOTALS THRU 3400-EXIT.
043500 3000-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*    3100-VISIT-EMPLOYEE - PRINT THE CURRENT EMPLOYEE, THEN MOVE
044000*                          DOWN TO ITS FIRST REPORT OR, WITH NONE,
044100*                          ACROSS TO THE NEXT EMPLOYEE AT THE SAME
044200*                          LEVEL, CLIMBING BACK UP AS EACH LIST OF
044300*                          REPORTS RUNS OUT
044400******************************************************************
044500 3100-VISIT-EMPLOYEE.
044600     MOVE WS-CUR                 TO WS-SUB.
044700     PERFORM 3500-PRINT-EMPLOYEE THRU 3500-EXIT.
044800     SET WS-OT-PRINTED (WS-CUR)  TO TRUE.
044900     ADD 1                       TO WS-PRINT-COUNT.
045000     IF WS-LEVEL GREATER THAN WS-MAX-LEVEL
045100         MOVE WS-LEVEL           TO WS-MAX-LEVEL
045200     END-IF.
045300     IF WS-OT-FIRST-CHILD (WS-CUR) NOT EQUAL ZERO
045400         MOVE WS-OT-FIRST-CHILD (WS-CUR) TO WS-CUR
045500         ADD 1                   TO WS-LEVEL
045600         GO TO 3100-EXIT
045700     END-IF.
045800     MOVE 'N'                    TO WS-CLIMB-DONE-SW.
045900     PERFORM 3150-NEXT-ACROSS-OR-UP THRU 3150-EXIT
046000             UNTIL WS-CLIMB-DONE.
046100 3100-EXIT.
046200     EXIT.
046300
046400 3150-NEXT-ACROSS-OR-UP.
046500     IF WS-OT-NEXT-SIBLING (WS-CUR) NOT EQUAL ZERO
046600         MOVE WS-OT-NEXT-SIBLING (WS-CUR) TO WS-CUR
046700         SET WS-CLIMB-DONE       TO TRUE
046800         GO TO 3150-EXIT
046900     END-IF.
047000     MOVE WS-OT-MANAGER-SUB (WS-CUR) TO WS-CUR.
047100     SUBTRACT 1                  FROM WS-LEVEL.
047200     IF WS-CUR EQUAL ZERO
047300         SET WS-CLIMB-DONE       TO TRUE
047400     END-IF.
047500 3150-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    3300-LIST-ONE-LOOSE - AN EMPLOYEE THE WALK NEVER REACHED SITS
048000*                          IN (OR UNDER) A CIRCULAR REPORTING
048100*                          CHAIN; LIST IT WITH ITS MANAGER
048200******************************************************************
048300 3300-LIST-ONE-LOOSE.
048400     IF WS-OT-PRINTED (WS-SUB)
048500         GO TO 3300-EXIT
048600     END-IF.
048700     IF WS-FIRST-LOOSE
048800         MOVE 'N'                TO WS-FIRST-LOOSE-SW
048900         IF WS-LINE-COUNT + 3 > WS-MAX-LINES-PER-PAGE
049000             PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
049100         END-IF
049200         WRITE RPT-LINE          FROM SPACES
049300         WRITE RPT-LINE          FROM WS-LOOSE-HEADER-LINE
049400         ADD 2                   TO WS-LINE-COUNT
049500     END-IF.
049600     ADD 1                       TO WS-LOOP-COUNT.
049700     MOVE ZERO                   TO WS-LEVEL.
049800     PERFORM 3500-PRINT-EMPLOYEE THRU 3500-EXIT.
049900 3300-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300*    3400-PRINT-GRAND-TOTALS - EMPLOYEES CHARTED PLUS THOSE NOT
050400*                              REACHED PLUS TERMINATED ADD BACK UP
050500*                              TO THE EMPLOYEES READ
050600******************************************************************
050700 3400-PRINT-GRAND-TOTALS.
050800     WRITE RPT-LINE              FROM SPACES.
050900     MOVE "EMPLOYEES ON THE CHART    : " TO WS-GT-LABEL.
051000     MOVE WS-PRINT-COUNT         TO WS-GT-COUNT.
051100     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
051200     MOVE "  AT THE TOP LEVEL        : " TO WS-GT-LABEL.
051300     MOVE WS-TOP-COUNT           TO WS-GT-COUNT.
051400     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
051500     MOVE "  MANAGER NOT ACTIVE      : " TO WS-GT-LABEL.
051600     MOVE WS-ORPHAN-COUNT        TO WS-GT-COUNT.
051700     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
051800     MOVE "  MANAGERS                : " TO WS-GT-LABEL.
051900     MOVE WS-MANAGER-COUNT       TO WS-GT-COUNT.
052000     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
052100     MOVE "  REPORTING LEVELS        : " TO WS-GT-LABEL.
052200     MOVE WS-MAX-LEVEL           TO WS-GT-COUNT.
052300     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
052400     MOVE "NOT REACHED (CIRCULAR)    : " TO WS-GT-LABEL.
052500     MOVE WS-LOOP-COUNT          TO WS-GT-COUNT.
052600     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
052700     MOVE "TERMINATED EXCLUDED       : " TO WS-GT-LABEL.
052800     MOVE WS-TERM-COUNT          TO WS-GT-COUNT.
052900     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
053000     MOVE "EMPLOYEES READ            : " TO WS-GT-LABEL.
053100     MOVE WS-EMP-COUNT           TO WS-GT-COUNT.
053200     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
053300 3400-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700*    3500-PRINT-EMPLOYEE - PRINT TABLE ENTRY WS-SUB INDENTED
053800*                          FOR WS-LEVEL (ZERO = NOT ON THE
053900*                          CHART), WITH ITS DEPARTMENT NAME AND,
054000*                          FOR A MANAGER, ITS SPAN AND HEADCOUNT.
054100*                          INDENTING STOPS DEEPENING PAST
054200*                          WS-MAX-INDENT; THE LEVEL COLUMN STILL
054300*                          SHOWS THE TRUE LEVEL
054400******************************************************************
054500 3500-PRINT-EMPLOYEE.
054600     IF WS-PAGE-COUNT EQUAL ZERO
054700      OR WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
054800         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
054900     END-IF.
055000     MOVE SPACES                 TO WS-CHART-LINE.
055100     IF WS-LEVEL GREATER THAN ZERO
055200         MOVE WS-LEVEL           TO WS-CL-LEVEL
055300         COMPUTE WS-INDENT = (WS-LEVEL - 1) * 2
055400         IF WS-INDENT GREATER THAN WS-MAX-INDENT
055500             MOVE WS-MAX-INDENT  TO WS-INDENT
055600         END-IF
055700     ELSE
055800         MOVE ZERO               TO WS-INDENT
055900     END-IF.
056000     MOVE WS-OT-EMP-ID (WS-SUB)  TO WS-NT-EMP-ID.
056100     MOVE WS-OT-NAME (WS-SUB)    TO WS-NT-NAME.
056200     MOVE WS-NODE-TEXT           TO WS-CL-TREE (WS-INDENT + 1:36).
056300     MOVE WS-OT-DEPT-CODE (WS-SUB) TO WS-CL-DEPT-CODE.
056400     IF WS-DEPT-REF-PRESENT
056500         MOVE WS-OT-DEPT-CODE (WS-SUB) TO DP-DEPT-CODE
056600         READ DEPT-MASTER
056700             INVALID KEY
056800                 MOVE "*UNKNOWN*" TO WS-CL-DEPT-NAME
056900             NOT INVALID KEY
057000                 MOVE DP-DEPT-NAME TO WS-CL-DEPT-NAME
057100         END-READ
057200     END-IF.
057300     IF WS-OT-SPAN (WS-SUB) GREATER THAN ZERO
057400      AND WS-LEVEL GREATER THAN ZERO
057500         MOVE WS-OT-SPAN (WS-SUB) TO WS-CL-SPAN
057600         MOVE WS-OT-HEADCOUNT (WS-SUB) TO WS-CL-HEADCOUNT
057700     END-IF.
057800     IF WS-LEVEL EQUAL ZERO
057900         MOVE "CIRCULAR - MGR" TO WS-CL-NOTE
058000         MOVE WS-OT-MANAGER-ID (WS-SUB) TO WS-NOTE-MGR-ID
058100         MOVE WS-NOTE-MGR-ID     TO WS-CL-NOTE-MGR
058200     ELSE
058300         IF WS-OT-ORPHAN (WS-SUB)
058400             MOVE "INACTIVE MGR"  TO WS-CL-NOTE
058500             MOVE WS-OT-MANAGER-ID (WS-SUB) TO WS-NOTE-MGR-ID
058600             MOVE WS-NOTE-MGR-ID TO WS-CL-NOTE-MGR
058700         END-IF
058800     END-IF.
058900     WRITE RPT-LINE              FROM WS-CHART-LINE.
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
061300*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS; AN
061400*                     EMPLOYEE UNDER AN INACTIVE MANAGER OR IN A
061500*                     CIRCULAR CHAIN SETS RC 4
061600******************************************************************
061700 9000-TERMINATE.
061800     DISPLAY "EMPLOYEES READ       : " WS-EMP-COUNT.
061900     DISPLAY "EMPLOYEES CHARTED    : " WS-PRINT-COUNT.
062000     DISPLAY "MANAGER NOT ACTIVE   : " WS-ORPHAN-COUNT.
062100     DISPLAY "NOT REACHED          : " WS-LOOP-COUNT.
062200     IF RETURN-CODE EQUAL ZERO
062300      AND (WS-ORPHAN-COUNT > ZERO OR WS-LOOP-COUNT > ZERO)
062400         MOVE 4                  TO RETURN-CODE
062500     END-IF.
062600     CLOSE EMPLOYEE-MASTER.
062700     CLOSE DEPT-MASTER.
062800     CLOSE ORG-REPORT.
062900     MOVE 'E'                    TO RSA-FUNCTION.
063000     MOVE WS-EMP-COUNT           TO RSA-READ-COUNT.
063100     MOVE WS-PRINT-COUNT         TO RSA-WRITTEN-COUNT.
063200     ADD WS-ORPHAN-COUNT WS-LOOP-COUNT
063300                                 GIVING RSA-REJECT-COUNT.
063400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
063500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
063600     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
063700 9000-EXIT.
063800     EXIT.
063900
064000 9999-EXIT.
064100     STOP RUN.
