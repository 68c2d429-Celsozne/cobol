000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 RAISESIM.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - SALARY INCREASE WHAT-IF.
001200*                     EACH ACTIVE EMPLOYEE'S EMPMAST BASE PAY IS
001300*                     RAISED BY THE RAISEPRM PERCENT FOR ITS
001400*                     DEPARTMENT, ELSE ITS PAY GRADE, ELSE THE '*'
001500*                     CARD, AND BOTH THE CURRENT AND THE PROPOSED
001600*                     PAY ARE COSTED FOR ONE YEAR (52 WEEKLY OR 12
001700*                     MONTHLY PERIODS): GROSS, THE EMPLOYER
001800*                     BENEFIT CONTRIBUTIONS ON BENMAST, THE
001900*                     EMPLOYER COST (GROSS PLUS CONTRIBUTIONS)
002000*                     AND THE TAX WITHHELD UNDER THE TAXBRKT BANDS
002100*                     IN FORCE ON THE BUSINESS DATE, ALL WORKED
002200*                     PER PERIOD THE WAY THE PAY RUN WORKS THEM.
002300*                     THE FIGURES ARE ROLLED UP AND PRINTED BY
002400*                     DEPARTMENT.  EVERY MASTER IS OPENED FOR
002500*                     INPUT ONLY - NOTHING IS WRITTEN BUT THE
002600*                     REPORT.
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
003700     SELECT RAISE-PARM-FILE  ASSIGN TO "RAISEPRM"
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-PARM-STATUS.
004000     SELECT DEPT-MASTER      ASSIGN TO "DEPTMAST"
004100                             ORGANIZATION IS INDEXED
004200                             ACCESS MODE IS SEQUENTIAL
004300                             RECORD KEY IS DP-DEPT-CODE
004400                             FILE STATUS IS WS-DEPT-STATUS.
004500     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS SEQUENTIAL
004800                             RECORD KEY IS EMP-ID
004900                             FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT OPTIONAL TAX-BRACKET-REF ASSIGN TO "TAXBRKT"
005100                             ORGANIZATION IS LINE SEQUENTIAL
005200                             FILE STATUS IS WS-TXB-STATUS.
005300     SELECT OPTIONAL BENEFIT-MASTER ASSIGN TO "BENMAST"
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS DYNAMIC
005600                             RECORD KEY IS BN-KEY
005700                             FILE STATUS IS WS-BEN-STATUS.
005800     SELECT RAISE-REPORT     ASSIGN TO "RAISERPT"
005900                             ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  BUS-DATE-FILE
006400     RECORDING MODE IS F.
006500     COPY BUSDATE.
006600
006700 FD  RAISE-PARM-FILE
006800     RECORDING MODE IS F.
006900     COPY RAISEPRM.
007000
007100 FD  DEPT-MASTER.
007200     COPY DEPTMAST.
007300
007400 FD  EMPLOYEE-MASTER.
007500     COPY EMPREC.
007600
007700 FD  TAX-BRACKET-REF
007800     RECORDING MODE IS F.
007900     COPY TAXBRKT.
008000
008100 FD  BENEFIT-MASTER.
008200     COPY BENMAST.
008300
008400 FD  RAISE-REPORT
008500     RECORDING MODE IS F.
008600 01  RPT-LINE                    PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-BDAT-STATUS              PIC X(02).
009000     88  WS-BDAT-OK                      VALUE "00".
009100 01  WS-PARM-STATUS              PIC X(02).
009200     88  WS-PARM-OK                      VALUE "00".
009300 01  WS-DEPT-STATUS              PIC X(02).
009400     88  WS-DEPT-OK                      VALUE "00".
009500 01  WS-MASTER-STATUS            PIC X(02).
009600     88  WS-MASTER-OK                    VALUE "00".
009700 01  WS-TXB-STATUS               PIC X(02).
009800     88  WS-TXB-OK                       VALUE "00".
009900 01  WS-BEN-STATUS               PIC X(02).
010000     88  WS-BEN-OK                       VALUE "00".
010100 01  WS-BEN-FILE-SW              PIC X(01)   VALUE 'N'.
010200     88  WS-BEN-FILE-PRESENT             VALUE 'Y'.
010300 01  WS-DU-FUNCTION              PIC X(01).
010400 01  WS-DU-DATE-2                PIC 9(08).
010500 01  WS-DU-DAYS                  PIC S9(05).
010600 01  WS-DU-VALID-SW              PIC X(01).
010700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010800
010900 01  WS-SWITCHES.
011000     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011100         88  WS-EOF                          VALUE 'Y'.
011200     05  WS-TXB-EOF-SW           PIC X(01)   VALUE 'N'.
011300         88  WS-TXB-EOF                      VALUE 'Y'.
011400     05  WS-BEN-EOF-SW           PIC X(01)   VALUE 'N'.
011500         88  WS-BEN-EOF                      VALUE 'Y'.
011600     05  WS-DEPT-FOUND-SW        PIC X(01)   VALUE 'N'.
011700         88  WS-DEPT-FOUND                   VALUE 'Y'.
011800     05  WS-PARM-FOUND-SW        PIC X(01)   VALUE 'N'.
011900         88  WS-PARM-FOUND                   VALUE 'Y'.
012000
012100 77  WS-PARM-COUNT-READ          PIC 9(05)   COMP    VALUE ZERO.
012200 77  WS-PARM-REJECT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
012300 77  WS-EMP-COUNT                PIC 9(05)   COMP    VALUE ZERO.
012400 77  WS-ACTIVE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012500 77  WS-RAISED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012600 77  WS-BAD-GROUP-COUNT          PIC 9(05)   COMP    VALUE ZERO.
012700 77  WS-PRINT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
012800 77  WS-UNTABLED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
012900
013000*    RAISE PERCENT CARDS - ONE ROW PER DEPARTMENT OR GRADE CARD;
013100*    THE '*' CARD IS HELD APART AS THE DEFAULT
013200 77  WS-PARM-MAX                 PIC 9(03)   COMP    VALUE 100.
013300 77  WS-PARM-COUNT               PIC 9(03)   COMP    VALUE ZERO.
013400 77  WS-PARM-SUB                 PIC 9(03)   COMP.
013500 01  WS-PARM-TABLE.
013600     05  WS-PARM-ENTRY           OCCURS 100 TIMES.
013700         10  WS-PT-SCOPE         PIC X(01).
013800         10  WS-PT-CODE          PIC X(03).
013900         10  WS-PT-PCT           PIC 9(02)V9(02).
014000 01  WS-DEFAULT-SW               PIC X(01)   VALUE 'N'.
014100     88  WS-DEFAULT-GIVEN                VALUE 'Y'.
014200 01  WS-DEFAULT-PCT              PIC 9(02)V9(02) VALUE ZERO.
014300 01  WS-LOOK-SCOPE               PIC X(01).
014400 01  WS-LOOK-CODE                PIC X(03).
014500 01  WS-RAISE-PCT                PIC 9(02)V9(02).
014600
014700 01  WS-TXB-SELECTED-DATE        PIC 9(08)   VALUE ZERO.
014800 77  WS-TXB-COUNT                PIC 9(02)   COMP    VALUE ZERO.
014900 77  WS-TXB-SUB                  PIC 9(02)   COMP.
015000 01  WS-TAX-BRACKET-TABLE.
015100     05  WS-TXB-ENTRY            OCCURS 20 TIMES.
015200         10  WS-TXB-FLOOR        PIC 9(07)V9(02).
015300         10  WS-TXB-RATE         PIC 9(02)V9(02).
015400 01  WS-BAND-CEILING             PIC 9(07)V9(02).
015500 01  WS-BAND-TOP                 PIC 9(07)V9(02).
015600
015700 77  WS-DEPT-MAX                 PIC 9(03)   COMP    VALUE 100.
015800 77  WS-DEPT-COUNT               PIC 9(03)   COMP    VALUE ZERO.
015900 77  WS-DEPT-SUB                 PIC 9(03)   COMP.
016000 77  WS-DEPT-HIT                 PIC 9(03)   COMP    VALUE ZERO.
016100 01  WS-DEPT-WORK-CODE           PIC X(03).
016200 01  WS-DEPT-TABLE.
016300     05  WS-DEPT-ENTRY           OCCURS 100 TIMES.
016400         10  WS-DT-DEPT-CODE     PIC X(03).
016500         10  WS-DT-DEPT-NAME     PIC X(20).
016600         10  WS-DT-HEADCOUNT     PIC 9(05)   COMP.
016700         10  WS-DT-CUR-GROSS     PIC S9(11)V9(02).
016800         10  WS-DT-CUR-BEN-ER    PIC S9(11)V9(02).
016900         10  WS-DT-CUR-TAX       PIC S9(11)V9(02).
017000         10  WS-DT-NEW-GROSS     PIC S9(11)V9(02).
017100         10  WS-DT-NEW-BEN-ER    PIC S9(11)V9(02).
017200         10  WS-DT-NEW-TAX       PIC S9(11)V9(02).
017300
017400*    ONE EMPLOYEE, COSTED ONCE AT THE CURRENT PAY AND ONCE AT THE
017500*    PROPOSED PAY - THE PERIOD FIGURES ARE SCALED TO THE YEAR
017600 77  WS-PERIODS-PER-YEAR         PIC 9(02)   COMP    VALUE ZERO.
017700 01  WS-CUR-PERIOD-PAY           PIC 9(05)V9(02).
017800 01  WS-NEW-PERIOD-PAY           PIC 9(05)V9(02).
017900 01  WS-GROSS-PAY                PIC S9(7)V9(2)  VALUE ZERO.
018000 01  WS-TAXABLE-PAY              PIC S9(7)V9(2)  VALUE ZERO.
018100 01  WS-TAX-AMOUNT               PIC S9(7)V9(2)  VALUE ZERO.
018200 01  WS-BEN-EE-AMOUNT            PIC S9(7)V9(2)  VALUE ZERO.
018300 01  WS-BEN-ER-AMOUNT            PIC S9(7)V9(2)  VALUE ZERO.
018400 01  WS-BEN-ER-YEAR              PIC S9(9)V9(2)  VALUE ZERO.
018500 01  WS-EMP-BEN-PRE-TOTAL        PIC S9(7)V9(2)  VALUE ZERO.
018600 01  WS-EMP-BEN-ER-TOTAL         PIC S9(9)V9(2)  VALUE ZERO.
018700 01  WS-YEAR-GROSS               PIC S9(9)V9(2)  VALUE ZERO.
018800 01  WS-YEAR-TAX                 PIC S9(9)V9(2)  VALUE ZERO.
018900
019000 01  WS-TOT-HEADCOUNT            PIC 9(07)           VALUE ZERO.
019100 01  WS-TOT-CUR-GROSS            PIC S9(11)V9(02)    VALUE ZERO.
019200 01  WS-TOT-CUR-BEN-ER           PIC S9(11)V9(02)    VALUE ZERO.
019300 01  WS-TOT-CUR-TAX              PIC S9(11)V9(02)    VALUE ZERO.
019400 01  WS-TOT-NEW-GROSS            PIC S9(11)V9(02)    VALUE ZERO.
019500 01  WS-TOT-NEW-BEN-ER           PIC S9(11)V9(02)    VALUE ZERO.
019600 01  WS-TOT-NEW-TAX              PIC S9(11)V9(02)    VALUE ZERO.
019700
019800*    ONE DEPARTMENT (OR THE COMPANY) READY TO PRINT AS THREE ROWS
019900 01  WS-PRINT-CODE               PIC X(03).
020000 01  WS-PRINT-NAME               PIC X(20).
020100 01  WS-PRINT-HEADCOUNT          PIC 9(07).
020200 01  WS-PR-CUR-GROSS             PIC S9(11)V9(02).
020300 01  WS-PR-CUR-BEN-ER            PIC S9(11)V9(02).
020400 01  WS-PR-CUR-TAX               PIC S9(11)V9(02).
020500 01  WS-PR-NEW-GROSS             PIC S9(11)V9(02).
020600 01  WS-PR-NEW-BEN-ER            PIC S9(11)V9(02).
020700 01  WS-PR-NEW-TAX               PIC S9(11)V9(02).
020800
020900 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
021000 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
021100 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
021200
021300 01  WS-RUN-DATE.
021400     05  WS-RUN-YYYY             PIC 9(04).
021500     05  WS-RUN-MM               PIC 9(02).
021600     05  WS-RUN-DD               PIC 9(02).
021700
021800 01  WS-RUN-DATE-EDIT.
021900     05  WS-RUN-MM-EDIT          PIC 9(02).
022000     05  FILLER                  PIC X(01)   VALUE '/'.
022100     05  WS-RUN-DD-EDIT          PIC 9(02).
022200     05  FILLER                  PIC X(01)   VALUE '/'.
022300     05  WS-RUN-YYYY-EDIT        PIC 9(04).
022400
022500 01  WS-HEADING-1.
022600     05  FILLER                  PIC X(40)   VALUE SPACES.
022700     05  FILLER                  PIC X(40)
022800             VALUE "SALARY INCREASE WHAT-IF - ANNUAL COST".
022900     05  FILLER                  PIC X(30)   VALUE SPACES.
023000     05  FILLER                  PIC X(05)   VALUE "PAGE ".
023100     05  WS-H1-PAGE              PIC ZZZ9.
023200
023300 01  WS-HEADING-2.
023400     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
023500     05  FILLER                  PIC X(02)   VALUE ": ".
023600     05  WS-H2-DATE              PIC X(10).
023700     05  FILLER                  PIC X(04)   VALUE SPACES.
023800     05  FILLER                  PIC X(20)
023900             VALUE "TAX BANDS EFFECTIVE ".
024000     05  WS-H2-TXB-DATE          PIC 9(08).
024100     05  FILLER                  PIC X(04)   VALUE SPACES.
024200     05  FILLER                  PIC X(36)
024300             VALUE "SIMULATION ONLY - NO MASTER UPDATED".
024400
024500 01  WS-HEADING-3.
024600     05  FILLER                  PIC X(05)   VALUE "DEPT".
024700     05  FILLER                  PIC X(22)
024800             VALUE "DEPARTMENT NAME".
024900     05  FILLER                  PIC X(07)   VALUE "   HC".
025000     05  FILLER                  PIC X(10)   VALUE "BASIS".
025100     05  FILLER                  PIC X(17)
025200             VALUE "      GROSS PAY".
025300     05  FILLER                  PIC X(17)
025400             VALUE "EMPLOYER BENEFIT".
025500     05  FILLER                  PIC X(17)
025600             VALUE "  EMPLOYER COST".
025700     05  FILLER                  PIC X(17)
025800             VALUE "   TAX WITHHELD".
025900
026000 01  WS-DETAIL-LINE.
026100     05  WS-DTL-DEPT-CODE        PIC X(03).
026200     05  FILLER                  PIC X(02)   VALUE SPACES.
026300     05  WS-DTL-DEPT-NAME        PIC X(20).
026400     05  FILLER                  PIC X(02)   VALUE SPACES.
026500     05  WS-DTL-HEADCOUNT        PIC ZZZZ9.
026600     05  FILLER                  PIC X(02)   VALUE SPACES.
026700     05  WS-DTL-BASIS            PIC X(08).
026800     05  FILLER                  PIC X(02)   VALUE SPACES.
026900     05  WS-DTL-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
027000     05  FILLER                  PIC X(02)   VALUE SPACES.
027100     05  WS-DTL-BEN-ER           PIC ZZZ,ZZZ,ZZ9.99-.
027200     05  FILLER                  PIC X(02)   VALUE SPACES.
027300     05  WS-DTL-COST             PIC ZZZ,ZZZ,ZZ9.99-.
027400     05  FILLER                  PIC X(02)   VALUE SPACES.
027500     05  WS-DTL-TAX              PIC ZZZ,ZZZ,ZZ9.99-.
027600
027700 01  WS-GRAND-TOTAL-LINE.
027800     05  WS-GT-LABEL             PIC X(28).
027900     05  WS-GT-COUNT             PIC ZZZZ9.
028000
028100     COPY RUNSTAT.
028200
028300 PROCEDURE DIVISION.
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
028600     PERFORM 1100-LOAD-DEPARTMENTS   THRU 1100-EXIT.
028700     PERFORM 1200-LOAD-RAISE-PARMS   THRU 1200-EXIT.
028800     PERFORM 1300-LOAD-TAX-BRACKETS  THRU 1300-EXIT.
028900     PERFORM 2000-SWEEP-EMPLOYEES    THRU 2000-EXIT.
029000     PERFORM 3000-PRINT-REPORT       THRU 3000-EXIT.
029100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
029200     GO TO 9999-EXIT.
029300
029400******************************************************************
029500*    1000-INITIALIZE - OPEN FILES (ALL MASTERS FOR INPUT ONLY) AND
029600*                      PICK UP THE BUSINESS DATE
029700******************************************************************
029800 1000-INITIALIZE.
029900     DISPLAY "RAISESIM - SALARY INCREASE WHAT-IF STARTING".
030000     MOVE "RAISESIM"             TO RSA-PROGRAM-ID.
030100     MOVE 'S'                    TO RSA-FUNCTION.
030200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
030300     OPEN INPUT  DEPT-MASTER.
030400     OPEN INPUT  EMPLOYEE-MASTER.
030500     OPEN OUTPUT RAISE-REPORT.
030600     OPEN INPUT  BENEFIT-MASTER.
030700     IF WS-BEN-OK
030800         SET WS-BEN-FILE-PRESENT TO TRUE
030900     ELSE
031000         DISPLAY "NO BENEFIT MASTER - NO EMPLOYER CONTRIBUTIONS"
031100     END-IF.
031200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
031300     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
031400     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
031500     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
031600     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
031700     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
031800 1000-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
032300*                             FROM THE CALCHK BUSDATE CARD; FALL
032400*                             BACK TO THE MACHINE DATE WHEN THE
032500*                             CARD IS ABSENT
032600******************************************************************
032700 8100-GET-BUSINESS-DATE.
032800     OPEN INPUT BUS-DATE-FILE.
032900     IF WS-BDAT-OK
033000         READ BUS-DATE-FILE
033100             AT END
033200                 CONTINUE
033300             NOT AT END
033400                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
033500                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
033600                 END-IF
033700         END-READ
033800     END-IF.
033900     CLOSE BUS-DATE-FILE.
034000     IF WS-BUSINESS-DATE EQUAL ZERO
034100         MOVE 'C'                TO WS-DU-FUNCTION
034200         CALL "DATEUTIL"         USING WS-DU-FUNCTION
034300                                       WS-BUSINESS-DATE
034400                                       WS-DU-DATE-2
034500                                       WS-DU-DAYS
034600                                       WS-DU-VALID-SW
034700     END-IF.
034800 8100-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    1100-LOAD-DEPARTMENTS - ONE ROW PER DEPTMAST DEPARTMENT, IN
035300*                            CODE ORDER, CARRYING ITS NAME
035400******************************************************************
035500 1100-LOAD-DEPARTMENTS.
035600     MOVE 'N'                    TO WS-EOF-SW.
035700     PERFORM 1190-READ-DEPARTMENT THRU 1190-EXIT.
035800     PERFORM 1150-TABLE-ONE-DEPARTMENT THRU 1150-EXIT
035900             UNTIL WS-EOF.
036000 1100-EXIT.
036100     EXIT.
036200
036300 1150-TABLE-ONE-DEPARTMENT.
036400     MOVE DP-DEPT-CODE           TO WS-DEPT-WORK-CODE.
036500     PERFORM 5000-FIND-DEPT-ROW THRU 5000-EXIT.
036600     IF WS-DEPT-HIT GREATER THAN ZERO
036700         MOVE DP-DEPT-NAME       TO WS-DT-DEPT-NAME (WS-DEPT-HIT)
036800     END-IF.
036900     PERFORM 1190-READ-DEPARTMENT THRU 1190-EXIT.
037000 1150-EXIT.
037100     EXIT.
037200
037300 1190-READ-DEPARTMENT.
037400     READ DEPT-MASTER
037500         AT END
037600             SET WS-EOF          TO TRUE
037700     END-READ.
037800 1190-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200*    1200-LOAD-RAISE-PARMS - TABLE THE RAISEPRM CARDS.  A CARD
038300*                            WITH AN UNKNOWN SCOPE, A MISSING CODE
038400*                            OR A NON-NUMERIC PERCENT IS REJECTED;
038500*                            A LATER CARD FOR THE SAME SCOPE AND
038600*                            CODE REPLACES AN EARLIER ONE
038700******************************************************************
038800 1200-LOAD-RAISE-PARMS.
038900     MOVE 'N'                    TO WS-EOF-SW.
039000     OPEN INPUT RAISE-PARM-FILE.
039100     IF NOT WS-PARM-OK
039200         DISPLAY "RAISEPRM NOT AVAILABLE - STATUS " WS-PARM-STATUS
039300                 " - NO RAISES PROJECTED"
039400         ADD 1                   TO WS-PARM-REJECT-COUNT
039500         GO TO 1200-EXIT
039600     END-IF.
039700     PERFORM 1290-READ-PARM THRU 1290-EXIT.
039800     PERFORM 1250-TABLE-ONE-PARM THRU 1250-EXIT
039900             UNTIL WS-EOF.
040000     CLOSE RAISE-PARM-FILE.
040100     IF WS-PARM-COUNT EQUAL ZERO
040200      AND NOT WS-DEFAULT-GIVEN
040300         DISPLAY "NO VALID RAISE CARDS - NO RAISES PROJECTED"
040400     END-IF.
040500 1200-EXIT.
040600     EXIT.
040700
040800 1250-TABLE-ONE-PARM.
040900     ADD 1                       TO WS-PARM-COUNT-READ.
041000     IF NOT RP-SCOPE-VALID
041100      OR RP-RAISE-PCT NOT NUMERIC
041200         GO TO 1250-REJECT
041300     END-IF.
041400     IF RP-SCOPE-ALL
041500         SET WS-DEFAULT-GIVEN    TO TRUE
041600         MOVE RP-RAISE-PCT       TO WS-DEFAULT-PCT
041700         GO TO 1250-READ-NEXT
041800     END-IF.
041900     IF RP-CODE EQUAL SPACES
042000         GO TO 1250-REJECT
042100     END-IF.
042200     MOVE RP-SCOPE               TO WS-LOOK-SCOPE.
042300     MOVE RP-CODE                TO WS-LOOK-CODE.
042400     PERFORM 5200-FIND-PARM THRU 5200-EXIT.
042500     IF WS-PARM-FOUND
042600         MOVE RP-RAISE-PCT       TO WS-PT-PCT (WS-PARM-SUB)
042700         GO TO 1250-READ-NEXT
042800     END-IF.
042900     IF WS-PARM-COUNT NOT LESS THAN WS-PARM-MAX
043000         DISPLAY "RAISE CARD TABLE FULL - CARD " RAISE-PARM-RECORD
043100                 " IGNORED"
043200         ADD 1                   TO WS-PARM-REJECT-COUNT
043300         GO TO 1250-READ-NEXT
043400     END-IF.
043500     ADD 1                       TO WS-PARM-COUNT.
043600     MOVE RP-SCOPE               TO WS-PT-SCOPE (WS-PARM-COUNT).
043700     MOVE RP-CODE                TO WS-PT-CODE (WS-PARM-COUNT).
043800     MOVE RP-RAISE-PCT           TO WS-PT-PCT (WS-PARM-COUNT).
043900     GO TO 1250-READ-NEXT.
044000 1250-REJECT.
044100     DISPLAY "INVALID RAISE CARD REJECTED: " RAISE-PARM-RECORD.
044200     ADD 1                       TO WS-PARM-REJECT-COUNT.
044300 1250-READ-NEXT.
044400     PERFORM 1290-READ-PARM THRU 1290-EXIT.
044500 1250-EXIT.
044600     EXIT.
044700
044800 1290-READ-PARM.
044900     READ RAISE-PARM-FILE
045000         AT END
045100             SET WS-EOF          TO TRUE
045200     END-READ.
045300 1290-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    1300-LOAD-TAX-BRACKETS - LOAD THE TAXBRKT BAND SET WITH THE
045800*                             LATEST EFFECTIVE DATE ON OR BEFORE
045900*                             THE BUSINESS DATE, AS THE PAY RUN
046000*                             DOES; WITH NONE, NO TAX IS PROJECTED
046100******************************************************************
046200 1300-LOAD-TAX-BRACKETS.
046300     OPEN INPUT TAX-BRACKET-REF.
046400     IF WS-TXB-OK
046500         PERFORM 1390-READ-BRACKET THRU 1390-EXIT
046600         PERFORM 1350-SELECT-BRACKET THRU 1350-EXIT
046700                 UNTIL WS-TXB-EOF
046800     END-IF.
046900     CLOSE TAX-BRACKET-REF.
047000     IF WS-TXB-COUNT EQUAL ZERO
047100         DISPLAY "NO TAX BRACKETS IN FORCE - NO TAX PROJECTED"
047200     ELSE
047300         DISPLAY "TAX BRACKETS LOADED: " WS-TXB-COUNT
047400                 " EFFECTIVE " WS-TXB-SELECTED-DATE
047500     END-IF.
047600     MOVE WS-TXB-SELECTED-DATE   TO WS-H2-TXB-DATE.
047700 1300-EXIT.
047800     EXIT.
047900
048000 1350-SELECT-BRACKET.
048100     IF TXB-EFF-DATE NOT GREATER THAN WS-BUSINESS-DATE
048200         IF TXB-EFF-DATE GREATER THAN WS-TXB-SELECTED-DATE
048300             MOVE TXB-EFF-DATE   TO WS-TXB-SELECTED-DATE
048400             MOVE ZERO           TO WS-TXB-COUNT
048500         END-IF
048600         IF TXB-EFF-DATE EQUAL WS-TXB-SELECTED-DATE
048700          AND WS-TXB-COUNT LESS THAN 20
048800             ADD 1               TO WS-TXB-COUNT
048900             MOVE TXB-BAND-FLOOR
049000                     TO WS-TXB-FLOOR (WS-TXB-COUNT)
049100             MOVE TXB-RATE-PCT
049200                     TO WS-TXB-RATE (WS-TXB-COUNT)
049300         END-IF
049400     END-IF.
049500     PERFORM 1390-READ-BRACKET THRU 1390-EXIT.
049600 1350-EXIT.
049700     EXIT.
049800
049900 1390-READ-BRACKET.
050000     READ TAX-BRACKET-REF
050100         AT END
050200             SET WS-TXB-EOF      TO TRUE
050300     END-READ.
050400 1390-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*    2000-SWEEP-EMPLOYEES - COST EVERY ACTIVE EMPLOYEE AT THE
050900*                           CURRENT AND THE PROPOSED PAY AND ADD
051000*                           BOTH INTO THE DEPARTMENT'S ROW
051100******************************************************************
051200 2000-SWEEP-EMPLOYEES.
051300     MOVE 'N'                    TO WS-EOF-SW.
051400     PERFORM 2090-READ-EMPLOYEE THRU 2090-EXIT.
051500     PERFORM 2050-COST-ONE-EMPLOYEE THRU 2050-EXIT
051600             UNTIL WS-EOF.
051700 2000-EXIT.
051800     EXIT.
051900
052000 2050-COST-ONE-EMPLOYEE.
052100     ADD 1                       TO WS-EMP-COUNT.
052200     IF NOT EMP-ACTIVE
052300         GO TO 2050-READ-NEXT
052400     END-IF.
052500     EVALUATE TRUE
052600         WHEN EMP-PAY-WEEKLY
052700             MOVE 52             TO WS-PERIODS-PER-YEAR
052800         WHEN EMP-PAY-MONTHLY
052900             MOVE 12             TO WS-PERIODS-PER-YEAR
053000         WHEN OTHER
053100             ADD 1               TO WS-BAD-GROUP-COUNT
053200             DISPLAY "EMPLOYEE " EMP-ID " PAY GROUP '"
053300                     EMP-PAY-GROUP "' NOT W OR M - NOT COSTED"
053400             GO TO 2050-READ-NEXT
053500     END-EVALUATE.
053600     MOVE EMP-DEPT-CODE          TO WS-DEPT-WORK-CODE.
053700     PERFORM 5000-FIND-DEPT-ROW THRU 5000-EXIT.
053800     IF WS-DEPT-HIT EQUAL ZERO
053900         GO TO 2050-READ-NEXT
054000     END-IF.
054100     ADD 1                       TO WS-ACTIVE-COUNT.
054200     ADD 1                       TO WS-DT-HEADCOUNT (WS-DEPT-HIT).
054300     PERFORM 2100-FIND-RAISE-PCT THRU 2100-EXIT.
054400     MOVE EMP-BASE-PAY           TO WS-CUR-PERIOD-PAY.
054500     COMPUTE WS-NEW-PERIOD-PAY ROUNDED =
054600             EMP-BASE-PAY * (100 + WS-RAISE-PCT) / 100.
054700     IF WS-RAISE-PCT GREATER THAN ZERO
054800         ADD 1                   TO WS-RAISED-COUNT
054900     END-IF.
055000*    CURRENT PAY
055100     MOVE WS-CUR-PERIOD-PAY      TO WS-GROSS-PAY.
055200     PERFORM 2200-COST-ONE-PAY THRU 2200-EXIT.
055300     ADD WS-YEAR-GROSS           TO WS-DT-CUR-GROSS (WS-DEPT-HIT).
055400     ADD WS-EMP-BEN-ER-TOTAL TO WS-DT-CUR-BEN-ER (WS-DEPT-HIT).
055500     ADD WS-YEAR-TAX             TO WS-DT-CUR-TAX (WS-DEPT-HIT).
055600*    PROPOSED PAY
055700     MOVE WS-NEW-PERIOD-PAY      TO WS-GROSS-PAY.
055800     PERFORM 2200-COST-ONE-PAY THRU 2200-EXIT.
055900     ADD WS-YEAR-GROSS           TO WS-DT-NEW-GROSS (WS-DEPT-HIT).
056000     ADD WS-EMP-BEN-ER-TOTAL TO WS-DT-NEW-BEN-ER (WS-DEPT-HIT).
056100     ADD WS-YEAR-TAX             TO WS-DT-NEW-TAX (WS-DEPT-HIT).
056200 2050-READ-NEXT.
056300     PERFORM 2090-READ-EMPLOYEE THRU 2090-EXIT.
056400 2050-EXIT.
056500     EXIT.
056600
056700 2090-READ-EMPLOYEE.
056800     READ EMPLOYEE-MASTER
056900         AT END
057000             SET WS-EOF          TO TRUE
057100     END-READ.
057200 2090-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    2100-FIND-RAISE-PCT - THE DEPARTMENT CARD, ELSE THE PAY GRADE
057700*                          CARD, ELSE THE '*' CARD, ELSE NO RAISE
057800******************************************************************
057900 2100-FIND-RAISE-PCT.
058000     MOVE 'D'                    TO WS-LOOK-SCOPE.
058100     MOVE EMP-DEPT-CODE          TO WS-LOOK-CODE.
058200     PERFORM 5200-FIND-PARM THRU 5200-EXIT.
058300     IF WS-PARM-FOUND
058400         MOVE WS-PT-PCT (WS-PARM-SUB) TO WS-RAISE-PCT
058500         GO TO 2100-EXIT
058600     END-IF.
058700     IF EMP-GRADE-CODE NOT EQUAL SPACES
058800         MOVE 'G'                TO WS-LOOK-SCOPE
058900         MOVE EMP-GRADE-CODE     TO WS-LOOK-CODE
059000         PERFORM 5200-FIND-PARM THRU 5200-EXIT
059100         IF WS-PARM-FOUND
059200             MOVE WS-PT-PCT (WS-PARM-SUB) TO WS-RAISE-PCT
059300             GO TO 2100-EXIT
059400         END-IF
059500     END-IF.
059600     MOVE WS-DEFAULT-PCT         TO WS-RAISE-PCT.
059700 2100-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    2200-COST-ONE-PAY - COST ONE PERIOD AT WS-GROSS-PAY THE WAY
060200*                        THE PAY RUN DOES - THE ACTIVE BENEFIT
060300*                        PLANS (PRE-TAX EMPLOYEE DEDUCTIONS COME
060400*                        OFF THE TAXABLE PAY), THEN THE BANDED
060500*                        TAX - AND SCALE IT TO THE YEAR.  AN
060600*                        EMPLOYER ANNUAL CAP HOLDS THE YEAR'S
060700*                        CONTRIBUTION
060800******************************************************************
060900 2200-COST-ONE-PAY.
061000     MOVE ZERO                   TO WS-EMP-BEN-PRE-TOTAL
061100                                    WS-EMP-BEN-ER-TOTAL.
061200     PERFORM 2300-COST-BENEFITS THRU 2300-EXIT.
061300     COMPUTE WS-TAXABLE-PAY =
061400             WS-GROSS-PAY - WS-EMP-BEN-PRE-TOTAL.
061500     PERFORM 2400-COMPUTE-TAX THRU 2400-EXIT.
061600     COMPUTE WS-YEAR-GROSS = WS-GROSS-PAY * WS-PERIODS-PER-YEAR.
061700     COMPUTE WS-YEAR-TAX = WS-TAX-AMOUNT * WS-PERIODS-PER-YEAR.
061800 2200-EXIT.
061900     EXIT.
062000
062100 2300-COST-BENEFITS.
062200     IF NOT WS-BEN-FILE-PRESENT
062300         GO TO 2300-EXIT
062400     END-IF.
062500     MOVE EMP-ID                 TO BN-EMP-ID.
062600     MOVE LOW-VALUES             TO BN-PLAN-CODE.
062700     START BENEFIT-MASTER KEY NOT LESS THAN BN-KEY
062800         INVALID KEY
062900             GO TO 2300-EXIT
063000     END-START.
063100     MOVE 'N'                    TO WS-BEN-EOF-SW.
063200     PERFORM 2350-COST-ONE-PLAN THRU 2350-EXIT
063300             UNTIL WS-BEN-EOF.
063400 2300-EXIT.
063500     EXIT.
063600
063700 2350-COST-ONE-PLAN.
063800     READ BENEFIT-MASTER NEXT RECORD
063900         AT END
064000             SET WS-BEN-EOF      TO TRUE
064100     END-READ.
064200     IF WS-BEN-EOF
064300         GO TO 2350-EXIT
064400     END-IF.
064500     IF BN-EMP-ID NOT EQUAL EMP-ID
064600         SET WS-BEN-EOF          TO TRUE
064700         GO TO 2350-EXIT
064800     END-IF.
064900     IF NOT BN-STATUS-ACTIVE
065000         GO TO 2350-EXIT
065100     END-IF.
065200     IF BN-PRE-TAX
065300         IF BN-EE-METHOD-PERCENT
065400             COMPUTE WS-BEN-EE-AMOUNT ROUNDED =
065500                 WS-GROSS-PAY * BN-EE-PERCENT / 100
065600         ELSE
065700             MOVE BN-EE-AMOUNT   TO WS-BEN-EE-AMOUNT
065800         END-IF
065900         IF BN-EE-PERIOD-CAP GREATER THAN ZERO
066000          AND WS-BEN-EE-AMOUNT GREATER THAN BN-EE-PERIOD-CAP
066100             MOVE BN-EE-PERIOD-CAP TO WS-BEN-EE-AMOUNT
066200         END-IF
066300         ADD WS-BEN-EE-AMOUNT    TO WS-EMP-BEN-PRE-TOTAL
066400     END-IF.
066500     IF BN-ER-METHOD-PERCENT
066600         COMPUTE WS-BEN-ER-AMOUNT ROUNDED =
066700             WS-GROSS-PAY * BN-ER-PERCENT / 100
066800     ELSE
066900         MOVE BN-ER-AMOUNT       TO WS-BEN-ER-AMOUNT
067000     END-IF.
067100     IF BN-ER-PERIOD-CAP GREATER THAN ZERO
067200      AND WS-BEN-ER-AMOUNT GREATER THAN BN-ER-PERIOD-CAP
067300         MOVE BN-ER-PERIOD-CAP   TO WS-BEN-ER-AMOUNT
067400     END-IF.
067500     COMPUTE WS-BEN-ER-YEAR =
067600             WS-BEN-ER-AMOUNT * WS-PERIODS-PER-YEAR.
067700     IF BN-ER-ANNUAL-CAP GREATER THAN ZERO
067800      AND WS-BEN-ER-YEAR GREATER THAN BN-ER-ANNUAL-CAP
067900         MOVE BN-ER-ANNUAL-CAP   TO WS-BEN-ER-YEAR
068000     END-IF.
068100     ADD WS-BEN-ER-YEAR          TO WS-EMP-BEN-ER-TOTAL.
068200 2350-EXIT.
068300     EXIT.
068400
068500******************************************************************
068600*    2400-COMPUTE-TAX - BANDED MARGINAL WITHHOLDING, AS THE PAY
068700*                       RUN WITHHOLDS IT - EACH SLICE OF THE
068800*                       TAXABLE PAY ABOVE A BAND FLOOR IS TAXED AT
068900*                       THAT BAND'S RATE; A ZERO OR NEGATIVE
069000*                       TAXABLE PAY WITHHOLDS NOTHING
069100******************************************************************
069200 2400-COMPUTE-TAX.
069300     MOVE ZERO                   TO WS-TAX-AMOUNT.
069400     IF WS-TAXABLE-PAY NOT GREATER THAN ZERO
069500      OR WS-TXB-COUNT EQUAL ZERO
069600         GO TO 2400-EXIT
069700     END-IF.
069800     PERFORM 2450-TAX-ONE-BAND THRU 2450-EXIT
069900             VARYING WS-TXB-SUB FROM 1 BY 1
070000             UNTIL WS-TXB-SUB GREATER THAN WS-TXB-COUNT.
070100 2400-EXIT.
070200     EXIT.
070300
070400 2450-TAX-ONE-BAND.
070500     IF WS-TXB-SUB LESS THAN WS-TXB-COUNT
070600         MOVE WS-TXB-FLOOR (WS-TXB-SUB + 1)
070700                                 TO WS-BAND-CEILING
070800     ELSE
070900         MOVE 9999999.99         TO WS-BAND-CEILING
071000     END-IF.
071100     IF WS-TAXABLE-PAY GREATER THAN WS-TXB-FLOOR (WS-TXB-SUB)
071200         MOVE WS-TAXABLE-PAY     TO WS-BAND-TOP
071300         IF WS-BAND-TOP GREATER THAN WS-BAND-CEILING
071400             MOVE WS-BAND-CEILING TO WS-BAND-TOP
071500         END-IF
071600         COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-AMOUNT
071700             + ((WS-BAND-TOP - WS-TXB-FLOOR (WS-TXB-SUB))
071800                * WS-TXB-RATE (WS-TXB-SUB) / 100)
071900     END-IF.
072000 2450-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400*    3000-PRINT-REPORT - THREE ROWS (CURRENT, PROPOSED, CHANGE)
072500*                        FOR EACH DEPARTMENT WITH ACTIVE STAFF,
072600*                        THEN THE SAME THREE ROWS FOR THE COMPANY
072700******************************************************************
072800 3000-PRINT-REPORT.
072900     PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT.
073000     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
073100             VARYING WS-DEPT-SUB FROM 1 BY 1
073200             UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
073300     PERFORM 3400-PRINT-GRAND-TOTALS THRU 3400-EXIT.
073400 3000-EXIT.
073500     EXIT.
073600
073700 3100-PRINT-ONE-DEPT.
073800     IF WS-DT-HEADCOUNT (WS-DEPT-SUB) EQUAL ZERO
073900         GO TO 3100-EXIT
074000     END-IF.
074100     MOVE WS-DT-DEPT-CODE (WS-DEPT-SUB) TO WS-PRINT-CODE.
074200     MOVE WS-DT-DEPT-NAME (WS-DEPT-SUB) TO WS-PRINT-NAME.
074300     MOVE WS-DT-HEADCOUNT (WS-DEPT-SUB) TO WS-PRINT-HEADCOUNT.
074400     MOVE WS-DT-CUR-GROSS (WS-DEPT-SUB) TO WS-PR-CUR-GROSS.
074500     MOVE WS-DT-CUR-BEN-ER (WS-DEPT-SUB) TO WS-PR-CUR-BEN-ER.
074600     MOVE WS-DT-CUR-TAX (WS-DEPT-SUB) TO WS-PR-CUR-TAX.
074700     MOVE WS-DT-NEW-GROSS (WS-DEPT-SUB) TO WS-PR-NEW-GROSS.
074800     MOVE WS-DT-NEW-BEN-ER (WS-DEPT-SUB) TO WS-PR-NEW-BEN-ER.
074900     MOVE WS-DT-NEW-TAX (WS-DEPT-SUB) TO WS-PR-NEW-TAX.
075000     PERFORM 3200-PRINT-BLOCK THRU 3200-EXIT.
075100     ADD WS-DT-HEADCOUNT (WS-DEPT-SUB) TO WS-TOT-HEADCOUNT.
075200     ADD WS-DT-CUR-GROSS (WS-DEPT-SUB) TO WS-TOT-CUR-GROSS.
075300     ADD WS-DT-CUR-BEN-ER (WS-DEPT-SUB) TO WS-TOT-CUR-BEN-ER.
075400     ADD WS-DT-CUR-TAX (WS-DEPT-SUB) TO WS-TOT-CUR-TAX.
075500     ADD WS-DT-NEW-GROSS (WS-DEPT-SUB) TO WS-TOT-NEW-GROSS.
075600     ADD WS-DT-NEW-BEN-ER (WS-DEPT-SUB) TO WS-TOT-NEW-BEN-ER.
075700     ADD WS-DT-NEW-TAX (WS-DEPT-SUB) TO WS-TOT-NEW-TAX.
075800     ADD 1                       TO WS-PRINT-COUNT.
075900 3100-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300*    3200-PRINT-BLOCK - THE CURRENT, PROPOSED AND CHANGE ROWS FOR
076400*                       FIGURES IN THE WS-PR- FIELDS; THE BLOCK IS
076500*                       KEPT TOGETHER ON ONE PAGE
076600******************************************************************
076700 3200-PRINT-BLOCK.
076800     IF WS-LINE-COUNT + 4 GREATER THAN WS-MAX-LINES-PER-PAGE
076900         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
077000     END-IF.
077100     MOVE SPACES                 TO WS-DETAIL-LINE.
077200     MOVE WS-PRINT-CODE          TO WS-DTL-DEPT-CODE.
077300     MOVE WS-PRINT-NAME          TO WS-DTL-DEPT-NAME.
077400     MOVE WS-PRINT-HEADCOUNT     TO WS-DTL-HEADCOUNT.
077500     MOVE "CURRENT"              TO WS-DTL-BASIS.
077600     MOVE WS-PR-CUR-GROSS        TO WS-DTL-GROSS.
077700     MOVE WS-PR-CUR-BEN-ER       TO WS-DTL-BEN-ER.
077800     COMPUTE WS-DTL-COST = WS-PR-CUR-GROSS + WS-PR-CUR-BEN-ER.
077900     MOVE WS-PR-CUR-TAX          TO WS-DTL-TAX.
078000     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT.
078100     MOVE SPACES                 TO WS-DETAIL-LINE.
078200     MOVE "PROPOSED"             TO WS-DTL-BASIS.
078300     MOVE WS-PR-NEW-GROSS        TO WS-DTL-GROSS.
078400     MOVE WS-PR-NEW-BEN-ER       TO WS-DTL-BEN-ER.
078500     COMPUTE WS-DTL-COST = WS-PR-NEW-GROSS + WS-PR-NEW-BEN-ER.
078600     MOVE WS-PR-NEW-TAX          TO WS-DTL-TAX.
078700     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT.
078800     MOVE SPACES                 TO WS-DETAIL-LINE.
078900     MOVE "CHANGE"               TO WS-DTL-BASIS.
079000     COMPUTE WS-DTL-GROSS = WS-PR-NEW-GROSS - WS-PR-CUR-GROSS.
079100     COMPUTE WS-DTL-BEN-ER = WS-PR-NEW-BEN-ER - WS-PR-CUR-BEN-ER.
079200     COMPUTE WS-DTL-COST = WS-PR-NEW-GROSS + WS-PR-NEW-BEN-ER
079300                         - WS-PR-CUR-GROSS - WS-PR-CUR-BEN-ER.
079400     COMPUTE WS-DTL-TAX = WS-PR-NEW-TAX - WS-PR-CUR-TAX.
079500     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT.
079600     WRITE RPT-LINE              FROM SPACES.
079700     ADD 1                       TO WS-LINE-COUNT.
079800 3200-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200*    3400-PRINT-GRAND-TOTALS - THE COMPANY BLOCK AND RUN COUNTS
080300******************************************************************
080400 3400-PRINT-GRAND-TOTALS.
080500     MOVE "***"                  TO WS-PRINT-CODE.
080600     MOVE "ALL DEPARTMENTS"      TO WS-PRINT-NAME.
080700     MOVE WS-TOT-HEADCOUNT       TO WS-PRINT-HEADCOUNT.
080800     MOVE WS-TOT-CUR-GROSS       TO WS-PR-CUR-GROSS.
080900     MOVE WS-TOT-CUR-BEN-ER      TO WS-PR-CUR-BEN-ER.
081000     MOVE WS-TOT-CUR-TAX         TO WS-PR-CUR-TAX.
081100     MOVE WS-TOT-NEW-GROSS       TO WS-PR-NEW-GROSS.
081200     MOVE WS-TOT-NEW-BEN-ER      TO WS-PR-NEW-BEN-ER.
081300     MOVE WS-TOT-NEW-TAX         TO WS-PR-NEW-TAX.
081400     PERFORM 3200-PRINT-BLOCK THRU 3200-EXIT.
081500     MOVE "DEPARTMENTS PRINTED       : " TO WS-GT-LABEL.
081600     MOVE WS-PRINT-COUNT         TO WS-GT-COUNT.
081700     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
081800     MOVE "ACTIVE EMPLOYEES COSTED   : " TO WS-GT-LABEL.
081900     MOVE WS-ACTIVE-COUNT        TO WS-GT-COUNT.
082000     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
082100     MOVE "  GIVEN A RAISE           : " TO WS-GT-LABEL.
082200     MOVE WS-RAISED-COUNT        TO WS-GT-COUNT.
082300     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
082400     MOVE "NOT COSTED (PAY GROUP)    : " TO WS-GT-LABEL.
082500     MOVE WS-BAD-GROUP-COUNT     TO WS-GT-COUNT.
082600     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
082700     MOVE "RAISE CARDS REJECTED      : " TO WS-GT-LABEL.
082800     MOVE WS-PARM-REJECT-COUNT   TO WS-GT-COUNT.
082900     WRITE RPT-LINE              FROM WS-GRAND-TOTAL-LINE.
083000 3400-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    3500-PRINT-DETAIL - PRINT ONE LINE, BREAKING TO A NEW PAGE
083500*                        WHEN THE CURRENT PAGE IS FULL
083600******************************************************************
083700 3500-PRINT-DETAIL.
083800     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
083900             WS-MAX-LINES-PER-PAGE
084000         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
084100     END-IF.
084200     WRITE RPT-LINE              FROM WS-DETAIL-LINE.
084300     ADD 1                       TO WS-LINE-COUNT.
084400 3500-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
084900******************************************************************
085000 3600-PRINT-HEADERS.
085100     ADD 1                       TO WS-PAGE-COUNT.
085200     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
085300     IF WS-PAGE-COUNT IS GREATER THAN 1
085400         WRITE RPT-LINE          FROM SPACES
085500             AFTER ADVANCING PAGE
085600     END-IF.
085700     WRITE RPT-LINE              FROM WS-HEADING-1.
085800     WRITE RPT-LINE              FROM WS-HEADING-2.
085900     WRITE RPT-LINE              FROM SPACES.
086000     WRITE RPT-LINE              FROM WS-HEADING-3.
086100     MOVE ZERO                   TO WS-LINE-COUNT.
086200 3600-EXIT.
086300     EXIT.
086400
086500******************************************************************
086600*    5000-FIND-DEPT-ROW - LOCATE (OR OPEN) THE DEPARTMENT'S ROW;
086700*                         A CODE NOT ON DEPTMAST GETS A ROW OF ITS
086800*                         OWN AT THE END.  WITH THE TABLE FULL THE
086900*                         HIT IS ZERO AND THE CALLER SKIPS IT
087000******************************************************************
087100 5000-FIND-DEPT-ROW.
087200     MOVE 'N'                    TO WS-DEPT-FOUND-SW.
087300     MOVE ZERO                   TO WS-DEPT-HIT.
087400     PERFORM 5100-SCAN-ONE-ROW THRU 5100-EXIT
087500             VARYING WS-DEPT-SUB FROM 1 BY 1
087600             UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
087700                OR WS-DEPT-FOUND.
087800     IF WS-DEPT-FOUND
087900         GO TO 5000-EXIT
088000     END-IF.
088100     IF WS-DEPT-COUNT NOT LESS THAN WS-DEPT-MAX
088200         ADD 1                   TO WS-UNTABLED-COUNT
088300         GO TO 5000-EXIT
088400     END-IF.
088500     ADD 1                       TO WS-DEPT-COUNT.
088600     MOVE WS-DEPT-COUNT          TO WS-DEPT-HIT.
088700     MOVE WS-DEPT-WORK-CODE      TO WS-DT-DEPT-CODE (WS-DEPT-HIT).
088800     MOVE "*NOT ON DEPTMAST*"    TO WS-DT-DEPT-NAME (WS-DEPT-HIT).
088900     MOVE ZERO TO WS-DT-HEADCOUNT (WS-DEPT-HIT)
089000                  WS-DT-CUR-GROSS (WS-DEPT-HIT)
089100                  WS-DT-CUR-BEN-ER (WS-DEPT-HIT)
089200                  WS-DT-CUR-TAX (WS-DEPT-HIT)
089300                  WS-DT-NEW-GROSS (WS-DEPT-HIT)
089400                  WS-DT-NEW-BEN-ER (WS-DEPT-HIT)
089500                  WS-DT-NEW-TAX (WS-DEPT-HIT).
089600 5000-EXIT.
089700     EXIT.
089800
089900 5100-SCAN-ONE-ROW.
090000     IF WS-DT-DEPT-CODE (WS-DEPT-SUB) EQUAL WS-DEPT-WORK-CODE
090100         SET WS-DEPT-FOUND       TO TRUE
090200         MOVE WS-DEPT-SUB        TO WS-DEPT-HIT
090300     END-IF.
090400 5100-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    5200-FIND-PARM - LOOK UP THE RAISE CARD FOR WS-LOOK-SCOPE AND
090900*                     WS-LOOK-CODE; WS-PARM-SUB POINTS AT IT
091000******************************************************************
091100 5200-FIND-PARM.
091200     MOVE 'N'                    TO WS-PARM-FOUND-SW.
091300     PERFORM 5250-SCAN-ONE-PARM THRU 5250-EXIT
091400             VARYING WS-PARM-SUB FROM 1 BY 1
091500             UNTIL WS-PARM-SUB GREATER THAN WS-PARM-COUNT
091600                OR WS-PARM-FOUND.
091700     IF WS-PARM-FOUND
091800         SUBTRACT 1              FROM WS-PARM-SUB
091900     END-IF.
092000 5200-EXIT.
092100     EXIT.
092200
092300 5250-SCAN-ONE-PARM.
092400     IF WS-PT-SCOPE (WS-PARM-SUB) EQUAL WS-LOOK-SCOPE
092500      AND WS-PT-CODE (WS-PARM-SUB) EQUAL WS-LOOK-CODE
092600         SET WS-PARM-FOUND       TO TRUE
092700     END-IF.
092800 5250-EXIT.
092900     EXIT.
093000
093100******************************************************************
093200*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS.  A
093300*                     REJECTED RAISE CARD, AN EMPLOYEE NOT COSTED
093400*                     OR A DEPARTMENT TABLE TOO SMALL SETS RC 4
093500******************************************************************
093600 9000-TERMINATE.
093700     DISPLAY "EMPLOYEES READ       : " WS-EMP-COUNT.
093800     DISPLAY "ACTIVE COSTED        : " WS-ACTIVE-COUNT.
093900     DISPLAY "GIVEN A RAISE        : " WS-RAISED-COUNT.
094000     DISPLAY "RAISE CARDS READ     : " WS-PARM-COUNT-READ.
094100     DISPLAY "RAISE CARDS REJECTED : " WS-PARM-REJECT-COUNT.
094200     DISPLAY "NOT COSTED (GROUP)   : " WS-BAD-GROUP-COUNT.
094300     DISPLAY "DEPARTMENTS PRINTED  : " WS-PRINT-COUNT.
094400     IF WS-UNTABLED-COUNT GREATER THAN ZERO
094500         DISPLAY "DEPARTMENT TABLE FULL - " WS-UNTABLED-COUNT
094600                 " RECORDS LEFT OUT, RAISE WS-DEPT-MAX"
094700         MOVE 4                  TO RETURN-CODE
094800     END-IF.
094900     IF WS-PARM-REJECT-COUNT GREATER THAN ZERO
095000      OR WS-BAD-GROUP-COUNT GREATER THAN ZERO
095100         MOVE 4                  TO RETURN-CODE
095200     END-IF.
095300     CLOSE DEPT-MASTER.
095400     CLOSE EMPLOYEE-MASTER.
095500     CLOSE BENEFIT-MASTER.
095600     CLOSE RAISE-REPORT.
095700     MOVE 'E'                    TO RSA-FUNCTION.
095800     MOVE WS-EMP-COUNT           TO RSA-READ-COUNT.
095900     MOVE WS-PRINT-COUNT         TO RSA-WRITTEN-COUNT.
096000     MOVE WS-PARM-REJECT-COUNT   TO RSA-REJECT-COUNT.
096100     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
096200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
096300     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
096400 9000-EXIT.
096500     EXIT.
096600
096700 9999-EXIT.
096800     STOP RUN.
