000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 EXPRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - EXPENSE CLAIM STATUS
001200*                     REGISTER.  RUN AFTER THE PAY RUNS, IT FIRST
001300*                     MARKS AN APPROVED CLAIM PAID ONCE PAYHIST
001400*                     HOLDS A REGULAR PAY RESULT FOR THE EMPLOYEE
001500*                     DATED ON OR AFTER THE DAY THE CLAIM WAS
001600*                     APPROVED (THE NIGHT ITS EXPCLMFD ADDITIONS
001700*                     WENT TO PAYROLL), THEN LISTS EVERY CLAIM ON
001800*                     EXPCLAIM AS SUBMITTED, APPROVED, PAID OR
001900*                     REJECTED WITH COUNT AND AMOUNT TOTALS FOR
002000*                     EACH STATUS.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-370.
002500 OBJECT-COMPUTER.            IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT EXPENSE-CLAIMS   ASSIGN TO "EXPCLAIM"
002900                             ORGANIZATION IS INDEXED
003000                             ACCESS MODE IS DYNAMIC
003100                             RECORD KEY IS XC-CLAIM-ID
003200                             FILE STATUS IS WS-MASTER-STATUS.
003300     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS DYNAMIC
003600                             RECORD KEY IS EMP-ID
003700                             FILE STATUS IS WS-EMP-STATUS.
003800     SELECT OPTIONAL PAY-HISTORY ASSIGN TO "PAYHIST"
003900                             ORGANIZATION IS INDEXED
004000                             ACCESS MODE IS DYNAMIC
004100                             RECORD KEY IS PH-KEY
004200                             FILE STATUS IS WS-PHIST-STATUS.
004300     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS WS-BDAT-STATUS.
004600     SELECT CLAIM-REPORT     ASSIGN TO "EXPRPT"
004700                             ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EXPENSE-CLAIMS.
005200     COPY EXPCLAIM.
005300
005400 FD  EMPLOYEE-MASTER.
005500     COPY EMPREC.
005600
005700 FD  PAY-HISTORY.
005800     COPY PAYHIST.
005900
006000 FD  BUS-DATE-FILE
006100     RECORDING MODE IS F.
006200     COPY BUSDATE.
006300
006400 FD  CLAIM-REPORT
006500     RECORDING MODE IS F.
006600 01  RPT-LINE                    PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-MASTER-STATUS            PIC X(02).
007000     88  WS-MASTER-OK                    VALUE "00".
007100 01  WS-EMP-STATUS               PIC X(02).
007200     88  WS-EMP-OK                       VALUE "00".
007300 01  WS-PHIST-STATUS             PIC X(02).
007400     88  WS-PHIST-OK                     VALUE "00".
007500 01  WS-BDAT-STATUS              PIC X(02).
007600     88  WS-BDAT-OK                      VALUE "00".
007700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007800 01  WS-DU-FUNCTION              PIC X(01).
007900 01  WS-DU-DATE-2                PIC 9(08).
008000 01  WS-DU-DAYS                  PIC S9(05).
008100 01  WS-DU-VALID-SW              PIC X(01).
008200
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008500         88  WS-EOF                          VALUE 'Y'.
008600     05  WS-PHIST-PRESENT-SW     PIC X(01)   VALUE 'N'.
008700         88  WS-PHIST-PRESENT                VALUE 'Y'.
008800     05  WS-PHIST-DONE-SW        PIC X(01)   VALUE 'N'.
008900         88  WS-PHIST-DONE                   VALUE 'Y'.
009000
009100 77  WS-CLAIM-COUNT              PIC 9(05)   COMP    VALUE ZERO.
009200 77  WS-NEWLY-PAID-COUNT         PIC 9(05)   COMP    VALUE ZERO.
009300 77  WS-STAT-SUB                 PIC 9(01)   COMP    VALUE ZERO.
009400 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
009500 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
009600 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
009700
009800*    ONE TOTAL PER STATUS, IN THE ORDER A CLAIM MOVES THROUGH
009900 01  WS-STATUS-TOTALS.
010000     05  WS-STAT-ENTRY           OCCURS 4 TIMES.
010100         10  WS-ST-COUNT         PIC 9(05)   COMP.
010200         10  WS-ST-AMOUNT        PIC 9(09)V9(02).
010300 01  WS-STATUS-NAME-VALUES.
010400     05  FILLER                  PIC X(09)   VALUE "SUBMITTED".
010500     05  FILLER                  PIC X(09)   VALUE "APPROVED".
010600     05  FILLER                  PIC X(09)   VALUE "PAID".
010700     05  FILLER                  PIC X(09)   VALUE "REJECTED".
010800 01  WS-STATUS-NAMES REDEFINES WS-STATUS-NAME-VALUES.
010900     05  WS-STATUS-NAME          PIC X(09)   OCCURS 4 TIMES.
011000
011100 01  WS-RUN-DATE.
011200     05  WS-RUN-YYYY             PIC 9(04).
011300     05  WS-RUN-MM               PIC 9(02).
011400     05  WS-RUN-DD               PIC 9(02).
011500
011600 01  WS-RUN-DATE-EDIT.
011700     05  WS-RUN-MM-EDIT          PIC 9(02).
011800     05  FILLER                  PIC X(01)   VALUE '/'.
011900     05  WS-RUN-DD-EDIT          PIC 9(02).
012000     05  FILLER                  PIC X(01)   VALUE '/'.
012100     05  WS-RUN-YYYY-EDIT        PIC 9(04).
012200
012300 01  WS-HEADING-1.
012400     05  FILLER                  PIC X(40)   VALUE SPACES.
012500     05  FILLER                  PIC X(40)
012600             VALUE "EXPENSE CLAIM STATUS REGISTER".
012700     05  FILLER                  PIC X(30)   VALUE SPACES.
012800     05  FILLER                  PIC X(05)   VALUE "PAGE ".
012900     05  WS-H1-PAGE              PIC ZZZ9.
013000
013100 01  WS-HEADING-2.
013200     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
013300     05  FILLER                  PIC X(02)   VALUE ": ".
013400     05  WS-H2-DATE              PIC X(10).
013500
013600 01  WS-HEADING-3.
013700     05  FILLER                  PIC X(10)   VALUE "CLAIM".
013800     05  FILLER                  PIC X(07)   VALUE "EMP".
013900     05  FILLER                  PIC X(22)
014000             VALUE "EMPLOYEE NAME".
014100     05  FILLER                  PIC X(06)   VALUE "CAT".
014200     05  FILLER                  PIC X(10)   VALUE "EXPENSED".
014300     05  FILLER                  PIC X(11)   VALUE "   AMOUNT".
014400     05  FILLER                  PIC X(11)   VALUE "STATUS".
014500     05  FILLER                  PIC X(10)   VALUE "BY".
014600     05  FILLER                  PIC X(10)   VALUE "ON".
014700     05  FILLER                  PIC X(30)   VALUE "NOTE".
014800
014900 01  WS-DETAIL-LINE.
015000     05  WS-DL-CLAIM-ID          PIC X(08).
015100     05  FILLER                  PIC X(02)   VALUE SPACES.
015200     05  WS-DL-EMP-ID            PIC 9(05).
015300     05  FILLER                  PIC X(02)   VALUE SPACES.
015400     05  WS-DL-EMP-NAME          PIC X(20).
015500     05  FILLER                  PIC X(02)   VALUE SPACES.
015600     05  WS-DL-CAT-CODE          PIC X(04).
015700     05  FILLER                  PIC X(02)   VALUE SPACES.
015800     05  WS-DL-EXPENSE-DATE      PIC 9(08).
015900     05  FILLER                  PIC X(02)   VALUE SPACES.
016000     05  WS-DL-AMOUNT            PIC ZZ,ZZ9.99.
016100     05  FILLER                  PIC X(02)   VALUE SPACES.
016200     05  WS-DL-STATUS            PIC X(09).
016300     05  FILLER                  PIC X(02)   VALUE SPACES.
016400     05  WS-DL-BY                PIC X(08).
016500     05  FILLER                  PIC X(02)   VALUE SPACES.
016600     05  WS-DL-DATE              PIC 9(08).
016700     05  FILLER                  PIC X(02)   VALUE SPACES.
016800     05  WS-DL-NOTE              PIC X(30).
016900
017000 01  WS-TOTAL-LINE.
017100     05  FILLER                  PIC X(10)   VALUE SPACES.
017200     05  WS-TL-LABEL             PIC X(09).
017300     05  FILLER                  PIC X(10)   VALUE " CLAIMS: ".
017400     05  WS-TL-COUNT             PIC ZZ,ZZ9.
017500     05  FILLER                  PIC X(11)   VALUE "  AMOUNT: ".
017600     05  WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
017700
017800     COPY RUNSTAT.
017900
018000 PROCEDURE DIVISION.
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
018300     PERFORM 2000-REGISTER-ONE-CLAIM THRU 2000-EXIT
018400             UNTIL WS-EOF.
018500     PERFORM 3000-PRINT-TOTALS       THRU 3000-EXIT.
018600     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
018700     GO TO 9999-EXIT.
018800
018900******************************************************************
019000*    1000-INITIALIZE - OPEN THE CLAIMS MASTER FOR UPDATE, THE PAY
019100*                      HISTORY IF THERE IS ONE, AND START THE
019200*                      REGISTER
019300******************************************************************
019400 1000-INITIALIZE.
019500     DISPLAY "EXPRPT - EXPENSE CLAIM REGISTER STARTING".
019600     MOVE "EXPRPT"               TO RSA-PROGRAM-ID.
019700     MOVE 'S'                    TO RSA-FUNCTION.
019800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
019900     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
020000     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
020100     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
020200     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
020300     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
020400     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
020500     INITIALIZE WS-STATUS-TOTALS.
020600     OPEN I-O    EXPENSE-CLAIMS.
020700     OPEN INPUT  EMPLOYEE-MASTER.
020800     OPEN INPUT  PAY-HISTORY.
020900     IF WS-PHIST-OK
021000         SET WS-PHIST-PRESENT    TO TRUE
021100     ELSE
021200         DISPLAY "NO PAY HISTORY - NO CLAIMS MARKED PAID"
021300     END-IF.
021400     OPEN OUTPUT CLAIM-REPORT.
021500     PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT.
021600     PERFORM 2900-READ-CLAIM THRU 2900-EXIT.
021700 1000-EXIT.
021800     EXIT.
021900
022000******************************************************************
022100*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
022200*                             SHARED DATEUTIL FALLBACK
022300******************************************************************
022400 8100-GET-BUSINESS-DATE.
022500     OPEN INPUT BUS-DATE-FILE.
022600     IF WS-BDAT-OK
022700         READ BUS-DATE-FILE
022800             AT END
022900                 CONTINUE
023000             NOT AT END
023100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
023200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
023300                 END-IF
023400         END-READ
023500     END-IF.
023600     CLOSE BUS-DATE-FILE.
023700     IF WS-BUSINESS-DATE EQUAL ZERO
023800         MOVE 'C'                TO WS-DU-FUNCTION
023900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
024000                                       WS-BUSINESS-DATE
024100                                       WS-DU-DATE-2
024200                                       WS-DU-DAYS
024300                                       WS-DU-VALID-SW
024400     END-IF.
024500 8100-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*    2000-REGISTER-ONE-CLAIM - BRING AN APPROVED CLAIM UP TO PAID
025000*                              WHERE THE PAY RUN HAS PAID IT, THEN
025100*                              LIST AND TOTAL THE CLAIM
025200******************************************************************
025300 2000-REGISTER-ONE-CLAIM.
025400     ADD 1                       TO WS-CLAIM-COUNT.
025500     IF XC-APPROVED
025600      AND WS-PHIST-PRESENT
025700         PERFORM 2100-CHECK-PAID THRU 2100-EXIT
025800     END-IF.
025900     PERFORM 2200-PRINT-CLAIM THRU 2200-EXIT.
026000     PERFORM 2900-READ-CLAIM THRU 2900-EXIT.
026100 2000-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*    2100-CHECK-PAID - POSITION PAYHIST AT THE EMPLOYEE'S FIRST
026600*                      RESULT ON OR AFTER THE APPROVAL DATE; A
026700*                      REGULAR RUN THERE PAID THE CLAIM (AN
026800*                      OFF-CYCLE PAYMENT CARRIES NO ADJUSTMENTS)
026900******************************************************************
027000 2100-CHECK-PAID.
027100     MOVE XC-EMP-ID              TO PH-EMP-ID.
027200     MOVE XC-APPROVED-DATE       TO PH-PAY-DATE.
027300     MOVE SPACE                  TO PH-RUN-TYPE.
027400     START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
027500         INVALID KEY
027600             GO TO 2100-EXIT
027700     END-START.
027800     MOVE 'N'                    TO WS-PHIST-DONE-SW.
027900     PERFORM 2150-NEXT-PAY-RESULT THRU 2150-EXIT
028000             UNTIL WS-PHIST-DONE.
028100 2100-EXIT.
028200     EXIT.
028300
028400 2150-NEXT-PAY-RESULT.
028500     READ PAY-HISTORY NEXT RECORD
028600         AT END
028700             SET WS-PHIST-DONE   TO TRUE
028800             GO TO 2150-EXIT
028900     END-READ.
029000     IF PH-EMP-ID NOT EQUAL XC-EMP-ID
029100         SET WS-PHIST-DONE       TO TRUE
029200         GO TO 2150-EXIT
029300     END-IF.
029400     IF PH-RUN-REGULAR
029500         SET WS-PHIST-DONE       TO TRUE
029600         SET XC-PAID             TO TRUE
029700         MOVE PH-PAY-DATE        TO XC-PAID-DATE
029800         REWRITE EXPENSE-CLAIM-RECORD
029900         ADD 1                   TO WS-NEWLY-PAID-COUNT
030000     END-IF.
030100 2150-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    2200-PRINT-CLAIM - ONE REGISTER LINE; THE DATE SHOWN IS WHEN
030600*                       THE CLAIM REACHED ITS CURRENT STATUS
030700******************************************************************
030800 2200-PRINT-CLAIM.
030900     EVALUATE TRUE
031000         WHEN XC-SUBMITTED
031100             MOVE 1              TO WS-STAT-SUB
031200             MOVE XC-SUBMITTED-BY TO WS-DL-BY
031300             MOVE XC-SUBMIT-DATE TO WS-DL-DATE
031400             MOVE "AWAITING APPROVAL" TO WS-DL-NOTE
031500         WHEN XC-APPROVED
031600             MOVE 2              TO WS-STAT-SUB
031700             MOVE XC-APPROVED-BY TO WS-DL-BY
031800             MOVE XC-APPROVED-DATE TO WS-DL-DATE
031900             MOVE "SENT TO PAYROLL" TO WS-DL-NOTE
032000         WHEN XC-PAID
032100             MOVE 3              TO WS-STAT-SUB
032200             MOVE XC-APPROVED-BY TO WS-DL-BY
032300             MOVE XC-PAID-DATE   TO WS-DL-DATE
032400             MOVE SPACES         TO WS-DL-NOTE
032500         WHEN OTHER
032600             MOVE 4              TO WS-STAT-SUB
032700             MOVE XC-APPROVED-BY TO WS-DL-BY
032800             MOVE XC-APPROVED-DATE TO WS-DL-DATE
032900             MOVE XC-REJECT-REASON TO WS-DL-NOTE
033000     END-EVALUATE.
033100*    A CLAIM TURNED DOWN AT INTAKE WAS NEVER BEFORE AN APPROVER
033200     IF WS-STAT-SUB EQUAL 4
033300      AND XC-APPROVED-DATE EQUAL ZERO
033400         MOVE XC-SUBMITTED-BY    TO WS-DL-BY
033500         MOVE XC-SUBMIT-DATE     TO WS-DL-DATE
033600     END-IF.
033700     MOVE XC-CLAIM-ID            TO WS-DL-CLAIM-ID.
033800     MOVE XC-EMP-ID              TO WS-DL-EMP-ID.
033900     MOVE XC-CAT-CODE            TO WS-DL-CAT-CODE.
034000     MOVE XC-EXPENSE-DATE        TO WS-DL-EXPENSE-DATE.
034100     MOVE XC-AMOUNT              TO WS-DL-AMOUNT.
034200     MOVE WS-STATUS-NAME (WS-STAT-SUB) TO WS-DL-STATUS.
034300     MOVE XC-EMP-ID              TO EMP-ID.
034400     READ EMPLOYEE-MASTER
034500         INVALID KEY
034600             MOVE "*NOT ON FILE*" TO WS-DL-EMP-NAME
034700         NOT INVALID KEY
034800             MOVE EMP-NAME       TO WS-DL-EMP-NAME
034900     END-READ.
035000     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
035100             WS-MAX-LINES-PER-PAGE
035200         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
035300     END-IF.
035400     WRITE RPT-LINE              FROM WS-DETAIL-LINE.
035500     ADD 1                       TO WS-LINE-COUNT.
035600     ADD 1                       TO WS-ST-COUNT (WS-STAT-SUB).
035700     ADD XC-AMOUNT               TO WS-ST-AMOUNT (WS-STAT-SUB).
035800 2200-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    2900-READ-CLAIM - READ THE NEXT CLAIM IN CLAIM-NUMBER ORDER
036300******************************************************************
036400 2900-READ-CLAIM.
036500     READ EXPENSE-CLAIMS NEXT RECORD
036600         AT END
036700             SET WS-EOF TO TRUE
036800     END-READ.
036900 2900-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300*    3000-PRINT-TOTALS - COUNT AND AMOUNT FOR EACH STATUS
037400******************************************************************
037500 3000-PRINT-TOTALS.
037600     WRITE RPT-LINE              FROM SPACES.
037700     PERFORM 3100-PRINT-ONE-TOTAL THRU 3100-EXIT
037800             VARYING WS-STAT-SUB FROM 1 BY 1
037900             UNTIL WS-STAT-SUB GREATER THAN 4.
038000 3000-EXIT.
038100     EXIT.
038200
038300 3100-PRINT-ONE-TOTAL.
038400     MOVE WS-STATUS-NAME (WS-STAT-SUB) TO WS-TL-LABEL.
038500     MOVE WS-ST-COUNT (WS-STAT-SUB)    TO WS-TL-COUNT.
038600     MOVE WS-ST-AMOUNT (WS-STAT-SUB)   TO WS-TL-AMOUNT.
038700     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
038800 3100-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
039300******************************************************************
039400 3600-PRINT-HEADERS.
039500     ADD 1                       TO WS-PAGE-COUNT.
039600     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
039700     IF WS-PAGE-COUNT IS GREATER THAN 1
039800         WRITE RPT-LINE          FROM SPACES
039900             AFTER ADVANCING PAGE
040000     END-IF.
040100     WRITE RPT-LINE              FROM WS-HEADING-1.
040200     WRITE RPT-LINE              FROM WS-HEADING-2.
040300     WRITE RPT-LINE              FROM SPACES.
040400     WRITE RPT-LINE              FROM WS-HEADING-3.
040500     MOVE ZERO                   TO WS-LINE-COUNT.
040600 3600-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS
041100******************************************************************
041200 9000-TERMINATE.
041300     DISPLAY "CLAIMS LISTED         : " WS-CLAIM-COUNT.
041400     DISPLAY "CLAIMS NEWLY PAID     : " WS-NEWLY-PAID-COUNT.
041500     CLOSE EXPENSE-CLAIMS.
041600     CLOSE EMPLOYEE-MASTER.
041700     CLOSE PAY-HISTORY.
041800     CLOSE CLAIM-REPORT.
041900     MOVE 'E'                    TO RSA-FUNCTION.
042000     MOVE WS-CLAIM-COUNT         TO RSA-READ-COUNT.
042100     MOVE WS-NEWLY-PAID-COUNT    TO RSA-WRITTEN-COUNT.
042200     MOVE ZERO                   TO RSA-REJECT-COUNT.
042300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
042400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
042500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
042600 9000-EXIT.
042700     EXIT.
042800
042900 9999-EXIT.
043000     STOP RUN.
