000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 FEEBILL.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - TERM FEE BILLING.  EVERY
001200*                     ENROLLED STUDENT ON STUMAST IS BILLED THE
001300*                     TERM FEE FOR THEIR CLASS YEAR FROM THE
001400*                     FEESTRUC FEE STRUCTURE, ADDED TO THEIR
001500*                     STUFEE FEE ACCOUNT (OPENED ON FIRST BILL).
001600*                     THE TERMPARM TERM IS STAMPED ON THE ACCOUNT
001700*                     SO A RERUN FOR THE SAME TERM BILLS NOBODY
001800*                     TWICE.  A CLASS YEAR WITH NO FEE STRUCTURE
001900*                     IS LISTED ON THE FEEBREG REGISTER AND ENDS
002000*                     THE STEP RC 4.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-370.
002500 OBJECT-COMPUTER.            IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
002900                             ORGANIZATION IS LINE SEQUENTIAL
003000                             FILE STATUS IS WS-BDAT-STATUS.
003100     SELECT OPTIONAL TERM-PARM ASSIGN TO "TERMPARM"
003200                             ORGANIZATION IS LINE SEQUENTIAL
003300                             FILE STATUS IS WS-TERM-STATUS.
003400     SELECT FEE-STRUCTURE    ASSIGN TO "FEESTRUC"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-FEES-STATUS.
003700     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS SEQUENTIAL
004000                             RECORD KEY IS SM-STUDENT-ID
004100                             FILE STATUS IS WS-STU-STATUS.
004200     SELECT OPTIONAL STUDENT-FEE ASSIGN TO "STUFEE"
004300                             ORGANIZATION IS INDEXED
004400                             ACCESS MODE IS RANDOM
004500                             RECORD KEY IS SF-STUDENT-ID
004600                             FILE STATUS IS WS-SFEE-STATUS.
004700     SELECT FEE-REGISTER     ASSIGN TO "FEEBREG"
004800                             ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BUS-DATE-FILE
005300     RECORDING MODE IS F.
005400     COPY BUSDATE.
005500
005600 FD  TERM-PARM
005700     RECORDING MODE IS F.
005800 01  TERM-PARM-RECORD.
005900     05  TP-TERM-CODE            PIC X(05).
006000
006100 FD  FEE-STRUCTURE
006200     RECORDING MODE IS F.
006300     COPY FEESTRUC.
006400
006500 FD  STUDENT-MASTER.
006600     COPY STUMAST.
006700
006800 FD  STUDENT-FEE.
006900     COPY STUFEE.
007000
007100 FD  FEE-REGISTER
007200     RECORDING MODE IS F.
007300 01  FEE-REGISTER-LINE           PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-BDAT-STATUS              PIC X(02).
007700     88  WS-BDAT-OK                      VALUE "00".
007800 01  WS-TERM-STATUS              PIC X(02).
007900     88  WS-TERM-OK                      VALUE "00".
008000 01  WS-FEES-STATUS              PIC X(02).
008100     88  WS-FEES-OK                      VALUE "00".
008200 01  WS-STU-STATUS               PIC X(02).
008300     88  WS-STU-OK                       VALUE "00".
008400 01  WS-SFEE-STATUS              PIC X(02).
008500     88  WS-SFEE-OK                      VALUE "00".
008600     88  WS-SFEE-USABLE                  VALUE "00", "05".
008700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008800 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
008900 01  WS-DU-FUNCTION              PIC X(01).
009000 01  WS-DU-DATE-2                PIC 9(08).
009100 01  WS-DU-DAYS                  PIC S9(05).
009200 01  WS-DU-VALID-SW              PIC X(01).
009300
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
009600         88  WS-EOF                          VALUE 'Y'.
009700     05  WS-FEES-EOF-SW          PIC X(01)   VALUE 'N'.
009800         88  WS-FEES-EOF                     VALUE 'Y'.
009900     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
010000         88  WS-FILE-ERROR                   VALUE 'Y'.
010100     05  WS-ACCOUNT-FOUND-SW     PIC X(01)   VALUE 'N'.
010200         88  WS-ACCOUNT-FOUND                VALUE 'Y'.
010300
010400 77  WS-FEE-MAX                  PIC 9(02)   COMP    VALUE 20.
010500 77  WS-FEE-COUNT                PIC 9(02)   COMP    VALUE ZERO.
010600 77  WS-FEE-SUB                  PIC 9(02)   COMP.
010700 77  WS-FEE-HIT                  PIC 9(02)   COMP    VALUE ZERO.
010800 01  WS-FEE-TABLE.
010900     05  WS-FEE-ENTRY            OCCURS 20 TIMES.
011000         10  WS-FT-CLASS-YEAR    PIC 9(02).
011100         10  WS-FT-TERM-FEE      PIC 9(06)V9(02).
011200
011300 77  WS-STUDENT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
011400 77  WS-BILLED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011500 77  WS-OPENED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011600 77  WS-ALREADY-COUNT            PIC 9(05)   COMP    VALUE ZERO.
011700 77  WS-NOT-ENROLLED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
011800 77  WS-NO-FEE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011900 01  WS-BILLED-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
012000
012100 01  WS-RPT-HEADING-1.
012200     05  FILLER                  PIC X(30)   VALUE
012300         "TERM FEE BILLING REGISTER".
012400     05  FILLER                  PIC X(06)   VALUE "TERM: ".
012500     05  WS-H1-TERM              PIC X(05).
012600     05  FILLER                  PIC X(04)   VALUE SPACES.
012700     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
012800     05  WS-H1-DATE              PIC 9(08).
012900 01  WS-RPT-HEADING-2.
013000     05  FILLER                  PIC X(32)   VALUE
013100         "STUDENT NAME                  YR".
013200     05  FILLER                  PIC X(28)   VALUE
013300         "      TERM FEE   BALANCE NOW".
013400
013500 01  WS-RPT-DETAIL-LINE.
013600     05  WS-RD-STUDENT-ID        PIC 9(05).
013700     05  FILLER                  PIC X(03)   VALUE SPACES.
013800     05  WS-RD-STUDENT-NAME      PIC X(20).
013900     05  FILLER                  PIC X(02)   VALUE SPACES.
014000     05  WS-RD-CLASS-YEAR        PIC Z9.
014100     05  FILLER                  PIC X(04)   VALUE SPACES.
014200     05  WS-RD-TERM-FEE          PIC ZZZ,ZZ9.99.
014300     05  FILLER                  PIC X(01)   VALUE SPACES.
014400     05  WS-RD-BALANCE           PIC Z,ZZZ,ZZ9.99-.
014500     05  FILLER                  PIC X(02)   VALUE SPACES.
014600     05  WS-RD-NOTE              PIC X(18).
014700
014800 01  WS-TOTAL-LINE.
014900     05  WS-TL-LABEL             PIC X(24).
015000     05  WS-TL-COUNT             PIC ZZZZ9.
015100 01  WS-AMOUNT-LINE.
015200     05  WS-AL-LABEL             PIC X(24).
015300     05  WS-AL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
015400
015500     COPY RUNSTAT.
015600
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
016000     PERFORM 2000-BILL-ONE-STUDENT   THRU 2000-EXIT
016100             UNTIL WS-EOF.
016200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
016300     GO TO 9999-EXIT.
016400
016500******************************************************************
016600*    1000-INITIALIZE - TERM, FEE STRUCTURE AND FILES
016700******************************************************************
016800 1000-INITIALIZE.
016900     DISPLAY "FEEBILL - TERM FEE BILLING STARTING".
017000     MOVE "FEEBILL"              TO RSA-PROGRAM-ID.
017100     MOVE 'S'                    TO RSA-FUNCTION.
017200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
017300     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
017400     PERFORM 1300-READ-TERM-PARM THRU 1300-EXIT.
017500     PERFORM 1100-LOAD-FEE-TABLE THRU 1100-EXIT.
017600     OPEN INPUT  STUDENT-MASTER.
017700     IF NOT WS-STU-OK
017800         DISPLAY "STUMAST OPEN FAILED - STATUS " WS-STU-STATUS
017900         SET WS-FILE-ERROR       TO TRUE
018000     END-IF.
018100     OPEN I-O    STUDENT-FEE.
018200     IF NOT WS-SFEE-USABLE
018300         DISPLAY "STUFEE OPEN FAILED - STATUS " WS-SFEE-STATUS
018400         SET WS-FILE-ERROR       TO TRUE
018500     END-IF.
018600     OPEN OUTPUT FEE-REGISTER.
018700     MOVE WS-TERM-CODE           TO WS-H1-TERM.
018800     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
018900     WRITE FEE-REGISTER-LINE     FROM WS-RPT-HEADING-1.
019000     WRITE FEE-REGISTER-LINE     FROM WS-RPT-HEADING-2.
019100     WRITE FEE-REGISTER-LINE     FROM SPACES.
019200     IF WS-FILE-ERROR
019300      OR WS-FEE-COUNT EQUAL ZERO
019400         SET WS-EOF              TO TRUE
019500     ELSE
019600         PERFORM 2900-READ-STUDENT THRU 2900-EXIT
019700     END-IF.
019800 1000-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200*    1100-LOAD-FEE-TABLE - THE FEE STRUCTURE, ONE TERM FEE PER
020300*                          CLASS YEAR
020400******************************************************************
020500 1100-LOAD-FEE-TABLE.
020600     OPEN INPUT FEE-STRUCTURE.
020700     IF NOT WS-FEES-OK
020800         DISPLAY "NO FEE STRUCTURE - NOTHING IS BILLED"
020900         SET WS-FEES-EOF         TO TRUE
021000     ELSE
021100         PERFORM 1190-READ-FEE THRU 1190-EXIT
021200     END-IF.
021300     PERFORM 1150-TABLE-ONE-FEE THRU 1150-EXIT
021400             UNTIL WS-FEES-EOF.
021500     CLOSE FEE-STRUCTURE.
021600     DISPLAY "CLASS YEARS LOADED : " WS-FEE-COUNT.
021700 1100-EXIT.
021800     EXIT.
021900
022000 1150-TABLE-ONE-FEE.
022100     IF WS-FEE-COUNT LESS THAN WS-FEE-MAX
022200      AND FS-CLASS-YEAR NUMERIC
022300         ADD 1                   TO WS-FEE-COUNT
022400         MOVE FS-CLASS-YEAR
022500                 TO WS-FT-CLASS-YEAR (WS-FEE-COUNT)
022600         COMPUTE WS-FT-TERM-FEE (WS-FEE-COUNT) =
022700                 FS-TUITION-FEE + FS-EXAM-FEE + FS-OTHER-FEE
022800     END-IF.
022900     PERFORM 1190-READ-FEE THRU 1190-EXIT.
023000 1150-EXIT.
023100     EXIT.
023200
023300 1190-READ-FEE.
023400     READ FEE-STRUCTURE
023500         AT END
023600             SET WS-FEES-EOF TO TRUE
023700     END-READ.
023800 1190-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200*    1300-READ-TERM-PARM - THE TERM BEING BILLED (DEFAULT:
024300*                          BUSINESS YEAR PLUS '1')
024400******************************************************************
024500 1300-READ-TERM-PARM.
024600     OPEN INPUT TERM-PARM.
024700     IF WS-TERM-OK
024800         READ TERM-PARM
024900             AT END
025000                 CONTINUE
025100             NOT AT END
025200                 IF TP-TERM-CODE NOT EQUAL SPACES
025300                     MOVE TP-TERM-CODE TO WS-TERM-CODE
025400                 END-IF
025500         END-READ
025600     END-IF.
025700     CLOSE TERM-PARM.
025800     IF WS-TERM-CODE EQUAL SPACES
025900         MOVE WS-BUSINESS-DATE (1:4) TO WS-TERM-CODE (1:4)
026000         MOVE '1'                TO WS-TERM-CODE (5:1)
026100     END-IF.
026200 1300-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
026700*                             SHARED DATEUTIL FALLBACK
026800******************************************************************
026900 8100-GET-BUSINESS-DATE.
027000     OPEN INPUT BUS-DATE-FILE.
027100     IF WS-BDAT-OK
027200         READ BUS-DATE-FILE
027300             AT END
027400                 CONTINUE
027500             NOT AT END
027600                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
027700                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
027800                 END-IF
027900         END-READ
028000     END-IF.
028100     CLOSE BUS-DATE-FILE.
028200     IF WS-BUSINESS-DATE EQUAL ZERO
028300         MOVE 'C'                TO WS-DU-FUNCTION
028400         CALL "DATEUTIL"         USING WS-DU-FUNCTION
028500                                       WS-BUSINESS-DATE
028600                                       WS-DU-DATE-2
028700                                       WS-DU-DAYS
028800                                       WS-DU-VALID-SW
028900     END-IF.
029000 8100-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    2000-BILL-ONE-STUDENT - THE CLASS YEAR'S TERM FEE ONTO THE
029500*                            STUDENT'S FEE ACCOUNT, ONCE PER TERM
029600******************************************************************
029700 2000-BILL-ONE-STUDENT.
029800     ADD 1                       TO WS-STUDENT-COUNT.
029900     IF NOT SM-ENROLLED
030000         ADD 1                   TO WS-NOT-ENROLLED-COUNT
030100         GO TO 2000-READ-NEXT
030200     END-IF.
030300     MOVE SM-STUDENT-ID          TO WS-RD-STUDENT-ID.
030400     MOVE SM-STUDENT-NAME        TO WS-RD-STUDENT-NAME.
030500     MOVE SM-CLASS-YEAR          TO WS-RD-CLASS-YEAR.
030600     PERFORM 2100-FIND-FEE THRU 2100-EXIT.
030700     IF WS-FEE-HIT EQUAL ZERO
030800         ADD 1                   TO WS-NO-FEE-COUNT
030900         MOVE ZERO               TO WS-RD-TERM-FEE
031000         MOVE ZERO               TO WS-RD-BALANCE
031100         MOVE "NO FEE FOR YEAR"  TO WS-RD-NOTE
031200         WRITE FEE-REGISTER-LINE FROM WS-RPT-DETAIL-LINE
031300         GO TO 2000-READ-NEXT
031400     END-IF.
031500     MOVE SM-STUDENT-ID          TO SF-STUDENT-ID.
031600     READ STUDENT-FEE
031700         INVALID KEY
031800             MOVE 'N'            TO WS-ACCOUNT-FOUND-SW
031900         NOT INVALID KEY
032000             SET WS-ACCOUNT-FOUND TO TRUE
032100     END-READ.
032200     IF WS-ACCOUNT-FOUND
032300      AND SF-LAST-TERM-BILLED EQUAL WS-TERM-CODE
032400         ADD 1                   TO WS-ALREADY-COUNT
032500         GO TO 2000-READ-NEXT
032600     END-IF.
032700     IF NOT WS-ACCOUNT-FOUND
032800         MOVE SM-STUDENT-ID      TO SF-STUDENT-ID
032900         MOVE ZERO               TO SF-BALANCE
033000                                    SF-BILLED-TO-DATE
033100                                    SF-PAID-TO-DATE
033200                                    SF-LAST-BILL-DATE
033300                                    SF-LAST-RECEIPT-DATE
033400         MOVE SPACES             TO SF-LAST-TERM-BILLED
033500     END-IF.
033600     ADD WS-FT-TERM-FEE (WS-FEE-HIT) TO SF-BALANCE
033700                                        SF-BILLED-TO-DATE.
033800     MOVE WS-TERM-CODE           TO SF-LAST-TERM-BILLED.
033900     MOVE WS-BUSINESS-DATE       TO SF-LAST-BILL-DATE.
034000     IF WS-ACCOUNT-FOUND
034100         REWRITE STUDENT-FEE-RECORD
034200         MOVE SPACES             TO WS-RD-NOTE
034300     ELSE
034400         WRITE STUDENT-FEE-RECORD
034500         ADD 1                   TO WS-OPENED-COUNT
034600         MOVE "ACCOUNT OPENED"   TO WS-RD-NOTE
034700     END-IF.
034800     ADD 1                       TO WS-BILLED-COUNT.
034900     ADD WS-FT-TERM-FEE (WS-FEE-HIT) TO WS-BILLED-TOTAL.
035000     MOVE WS-FT-TERM-FEE (WS-FEE-HIT) TO WS-RD-TERM-FEE.
035100     MOVE SF-BALANCE             TO WS-RD-BALANCE.
035200     WRITE FEE-REGISTER-LINE     FROM WS-RPT-DETAIL-LINE.
035300 2000-READ-NEXT.
035400     PERFORM 2900-READ-STUDENT THRU 2900-EXIT.
035500 2000-EXIT.
035600     EXIT.
035700
035800 2100-FIND-FEE.
035900     MOVE ZERO                   TO WS-FEE-HIT.
036000     MOVE 1                      TO WS-FEE-SUB.
036100     PERFORM 2150-CHECK-ONE-FEE THRU 2150-EXIT
036200             UNTIL WS-FEE-SUB > WS-FEE-COUNT
036300                OR WS-FEE-HIT > ZERO.
036400 2100-EXIT.
036500     EXIT.
036600
036700 2150-CHECK-ONE-FEE.
036800     IF WS-FT-CLASS-YEAR (WS-FEE-SUB) EQUAL SM-CLASS-YEAR
036900         MOVE WS-FEE-SUB         TO WS-FEE-HIT
037000     END-IF.
037100     ADD 1                       TO WS-FEE-SUB.
037200 2150-EXIT.
037300     EXIT.
037400
037500 2900-READ-STUDENT.
037600     READ STUDENT-MASTER NEXT RECORD
037700         AT END
037800             SET WS-EOF TO TRUE
037900     END-READ.
038000 2900-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    9000-TERMINATE - REGISTER TOTALS, CLOSE FILES AND REPORT
038500*                     RUN TOTALS
038600******************************************************************
038700 9000-TERMINATE.
038800     WRITE FEE-REGISTER-LINE     FROM SPACES.
038900     MOVE "STUDENTS BILLED       : " TO WS-TL-LABEL.
039000     MOVE WS-BILLED-COUNT        TO WS-TL-COUNT.
039100     WRITE FEE-REGISTER-LINE     FROM WS-TOTAL-LINE.
039200     MOVE "ALREADY BILLED TERM   : " TO WS-TL-LABEL.
039300     MOVE WS-ALREADY-COUNT       TO WS-TL-COUNT.
039400     WRITE FEE-REGISTER-LINE     FROM WS-TOTAL-LINE.
039500     MOVE "NO FEE FOR CLASS YEAR : " TO WS-TL-LABEL.
039600     MOVE WS-NO-FEE-COUNT        TO WS-TL-COUNT.
039700     WRITE FEE-REGISTER-LINE     FROM WS-TOTAL-LINE.
039800     MOVE "TOTAL BILLED          : " TO WS-AL-LABEL.
039900     MOVE WS-BILLED-TOTAL        TO WS-AL-AMOUNT.
040000     WRITE FEE-REGISTER-LINE     FROM WS-AMOUNT-LINE.
040100     DISPLAY "TERM BILLED           : " WS-TERM-CODE.
040200     DISPLAY "STUDENTS READ         : " WS-STUDENT-COUNT.
040300     DISPLAY "  NOT ENROLLED        : " WS-NOT-ENROLLED-COUNT.
040400     DISPLAY "  BILLED              : " WS-BILLED-COUNT.
040500     DISPLAY "  ACCOUNTS OPENED     : " WS-OPENED-COUNT.
040600     DISPLAY "  ALREADY BILLED TERM : " WS-ALREADY-COUNT.
040700     DISPLAY "  NO FEE FOR YEAR     : " WS-NO-FEE-COUNT.
040800     CLOSE STUDENT-MASTER.
040900     CLOSE STUDENT-FEE.
041000     CLOSE FEE-REGISTER.
041100     IF WS-NO-FEE-COUNT > ZERO
041200         MOVE 4                  TO RETURN-CODE
041300     END-IF.
041400     IF WS-FILE-ERROR
041500      OR WS-FEE-COUNT EQUAL ZERO
041600         MOVE 8                  TO RETURN-CODE
041700     END-IF.
041800     MOVE 'E'                    TO RSA-FUNCTION.
041900     MOVE WS-STUDENT-COUNT       TO RSA-READ-COUNT.
042000     MOVE WS-BILLED-COUNT        TO RSA-WRITTEN-COUNT.
042100     MOVE WS-NO-FEE-COUNT        TO RSA-REJECT-COUNT.
042200     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
042300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
042400     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
042500 9000-EXIT.
042600     EXIT.
042700
042800 9999-EXIT.
042900     STOP RUN.
