000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 GRADEMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - PAY GRADE REFERENCE
001200*                     MASTER MAINTENANCE IN THE SAME
001300*                     ADD/CHANGE/DELETE PATTERN DEPTMNT USES.
001400*                     A BLANK CODE OR NAME IS REFUSED, THE RANGE
001500*                     MUST RUN MINIMUM <= MIDPOINT <= MAXIMUM WITH
001600*                     A MINIMUM ABOVE ZERO, AND EVERY APPLIED
001700*                     TRANSACTION WRITES A BEFORE/AFTER AUDIT
001800*                     RECORD TO GRDAUD.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-370.
002300 OBJECT-COMPUTER.            IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT GRADE-MASTER     ASSIGN TO "PAYGRADE"
002700                             ORGANIZATION IS INDEXED
002800                             ACCESS MODE IS DYNAMIC
002900                             RECORD KEY IS PG-GRADE-CODE
003000                             FILE STATUS IS WS-MASTER-STATUS.
003100     SELECT GRADE-TRANS      ASSIGN TO "GRADETRN"
003200                             ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT GRADE-TRANS-REJECT ASSIGN TO "GRDMREJ"
003400                             ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT GRADE-AUDIT      ASSIGN TO "GRDAUD"
003600                             ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  GRADE-MASTER.
004100     COPY PAYGRADE.
004200
004300 FD  GRADE-TRANS
004400     RECORDING MODE IS F.
004500     COPY GRADETRN.
004600
004700 FD  GRADE-TRANS-REJECT
004800     RECORDING MODE IS F.
004900 01  GRADE-REJ-LINE              PIC X(80).
005000
005100 FD  GRADE-AUDIT
005200     RECORDING MODE IS F.
005300 01  GRADE-AUDIT-LINE            PIC X(130).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-MASTER-STATUS            PIC X(02).
005700     88  WS-MASTER-OK                    VALUE "00".
005800     88  WS-MASTER-NOT-FOUND             VALUE "23".
005900     88  WS-MASTER-DUPLICATE             VALUE "22".
006000
006100 01  WS-SWITCHES.
006200     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006300         88  WS-EOF                          VALUE 'Y'.
006400     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
006500         88  WS-TRAN-VALID                   VALUE 'Y'.
006600         88  WS-TRAN-INVALID                 VALUE 'N'.
006700
006800 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
006900 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007000 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007100 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007200
007300 01  WS-TRANS-REJECT-LINE.
007400     05  WS-TREJ-TRAN-CODE       PIC X(01).
007500     05  FILLER                  PIC X(02)   VALUE SPACES.
007600     05  WS-TREJ-GRADE-CODE      PIC X(03).
007700     05  FILLER                  PIC X(02)   VALUE SPACES.
007800     05  WS-TREJ-REASON          PIC X(30).
007900
008000 01  WS-OLD-GRADE-NAME           PIC X(20).
008100 01  WS-OLD-MIN-PAY              PIC 9(07)V9(02).
008200 01  WS-OLD-MID-PAY              PIC 9(07)V9(02).
008300 01  WS-OLD-MAX-PAY              PIC 9(07)V9(02).
008400 01  WS-OLD-ACTIVE-FLAG          PIC X(01).
008500
008600 01  WS-AUDIT-DATE               PIC 9(08).
008700
008800 01  WS-AUDIT-LINE.
008900     05  WS-AUD-TRAN-CODE        PIC X(01).
009000     05  FILLER                  PIC X(02)   VALUE SPACES.
009100     05  WS-AUD-GRADE-CODE       PIC X(03).
009200     05  FILLER                  PIC X(02)   VALUE SPACES.
009300     05  WS-AUD-OLD-NAME         PIC X(20).
009400     05  FILLER                  PIC X(01)   VALUE SPACES.
009500     05  WS-AUD-OLD-MIN          PIC Z(06)9.99.
009600     05  FILLER                  PIC X(01)   VALUE SPACES.
009700     05  WS-AUD-OLD-MID          PIC Z(06)9.99.
009800     05  FILLER                  PIC X(01)   VALUE SPACES.
009900     05  WS-AUD-OLD-MAX          PIC Z(06)9.99.
010000     05  FILLER                  PIC X(01)   VALUE SPACES.
010100     05  WS-AUD-OLD-FLAG         PIC X(01).
010200     05  FILLER                  PIC X(02)   VALUE SPACES.
010300     05  WS-AUD-NEW-NAME         PIC X(20).
010400     05  FILLER                  PIC X(01)   VALUE SPACES.
010500     05  WS-AUD-NEW-MIN          PIC Z(06)9.99.
010600     05  FILLER                  PIC X(01)   VALUE SPACES.
010700     05  WS-AUD-NEW-MID          PIC Z(06)9.99.
010800     05  FILLER                  PIC X(01)   VALUE SPACES.
010900     05  WS-AUD-NEW-MAX          PIC Z(06)9.99.
011000     05  FILLER                  PIC X(01)   VALUE SPACES.
011100     05  WS-AUD-NEW-FLAG         PIC X(01).
011200     05  FILLER                  PIC X(02)   VALUE SPACES.
011300     05  WS-AUD-DATE             PIC 9(08).
011400
011500     COPY RUNSTAT.
011600
011700 PROCEDURE DIVISION.
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
012000     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
012100             UNTIL WS-EOF.
012200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
012300     GO TO 9999-EXIT.
012400
012500******************************************************************
012600*    1000-INITIALIZE - OPEN THE MASTER I-O AND TRANSACTION FILES
012700******************************************************************
012800 1000-INITIALIZE.
012900     DISPLAY "GRADEMNT - PAY GRADE MAINTENANCE STARTING".
013000     MOVE "GRADEMNT"             TO RSA-PROGRAM-ID.
013100     MOVE 'S'                    TO RSA-FUNCTION.
013200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
013300     OPEN I-O    GRADE-MASTER.
013400     OPEN INPUT  GRADE-TRANS.
013500     OPEN OUTPUT GRADE-TRANS-REJECT.
013600     OPEN OUTPUT GRADE-AUDIT.
013700     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
013800     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
013900 1000-EXIT.
014000     EXIT.
014100
014200******************************************************************
014300*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN APPLY ONE
014400*                         ADD/CHANGE/DELETE AGAINST THE MASTER
014500******************************************************************
014600 2000-PROCESS-TRANS.
014700     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
014800     IF WS-TRAN-INVALID
014900         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
015000     ELSE
015100         EVALUATE TRUE
015200             WHEN GT-ADD
015300                 PERFORM 2100-ADD-GRADE    THRU 2100-EXIT
015400             WHEN GT-CHANGE
015500                 PERFORM 2200-CHANGE-GRADE THRU 2200-EXIT
015600             WHEN GT-DELETE
015700                 PERFORM 2300-DELETE-GRADE THRU 2300-EXIT
015800             WHEN OTHER
015900                 MOVE "UNKNOWN TRANSACTION CODE"
016000                                 TO WS-TREJ-REASON
016100                 PERFORM 2900-WRITE-TRANS-REJECT
016200                         THRU 2900-WRJ-EXIT
016300         END-EVALUATE
016400     END-IF.
016500     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
016600 2000-EXIT.
016700     EXIT.
016800
016900******************************************************************
017000*    2050-EDIT-TRANSACTION - THE CODE MUST BE PRESENT AND AN ADD
017100*                            OR CHANGE MUST CARRY A NAME, A VALID
017200*                            ACTIVE FLAG AND A RANGE THAT RUNS
017300*                            MINIMUM <= MIDPOINT <= MAXIMUM
017400******************************************************************
017500 2050-EDIT-TRANSACTION.
017600     SET WS-TRAN-VALID           TO TRUE.
017700     IF GT-GRADE-CODE EQUAL SPACES
017800         SET WS-TRAN-INVALID     TO TRUE
017900         MOVE "GRADE CODE BLANK" TO WS-TREJ-REASON
018000         GO TO 2050-EXIT
018100     END-IF.
018200     IF GT-DELETE
018300         GO TO 2050-EXIT
018400     END-IF.
018500     IF GT-GRADE-NAME EQUAL SPACES
018600         SET WS-TRAN-INVALID     TO TRUE
018700         MOVE "GRADE NAME BLANK" TO WS-TREJ-REASON
018800         GO TO 2050-EXIT
018900     END-IF.
019000     IF GT-ACTIVE-FLAG NOT EQUAL 'A'
019100      AND GT-ACTIVE-FLAG NOT EQUAL 'I'
019200         SET WS-TRAN-INVALID     TO TRUE
019300         MOVE "INVALID ACTIVE FLAG" TO WS-TREJ-REASON
019400         GO TO 2050-EXIT
019500     END-IF.
019600     IF GT-MIN-PAY NOT NUMERIC
019700      OR GT-MID-PAY NOT NUMERIC
019800      OR GT-MAX-PAY NOT NUMERIC
019900         SET WS-TRAN-INVALID     TO TRUE
020000         MOVE "PAY RANGE NOT NUMERIC" TO WS-TREJ-REASON
020100         GO TO 2050-EXIT
020200     END-IF.
020300     IF GT-MIN-PAY EQUAL ZERO
020400         SET WS-TRAN-INVALID     TO TRUE
020500         MOVE "MINIMUM PAY IS ZERO" TO WS-TREJ-REASON
020600         GO TO 2050-EXIT
020700     END-IF.
020800     IF GT-MID-PAY < GT-MIN-PAY
020900      OR GT-MAX-PAY < GT-MID-PAY
021000         SET WS-TRAN-INVALID     TO TRUE
021100         MOVE "RANGE NOT MIN <= MID <= MAX" TO WS-TREJ-REASON
021200     END-IF.
021300 2050-EXIT.
021400     EXIT.
021500
021600******************************************************************
021700*    2100-ADD-GRADE - WRITE A NEW PAY GRADE RECORD
021800******************************************************************
021900 2100-ADD-GRADE.
022000     MOVE GT-GRADE-CODE          TO PG-GRADE-CODE.
022100     MOVE GT-GRADE-NAME          TO PG-GRADE-NAME.
022200     MOVE GT-MIN-PAY             TO PG-MIN-PAY.
022300     MOVE GT-MID-PAY             TO PG-MID-PAY.
022400     MOVE GT-MAX-PAY             TO PG-MAX-PAY.
022500     MOVE GT-ACTIVE-FLAG         TO PG-ACTIVE-FLAG.
022600     WRITE PAY-GRADE-RECORD
022700       INVALID KEY
022800         MOVE "DUPLICATE GRADE CODE" TO WS-TREJ-REASON
022900         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
023000       NOT INVALID KEY
023100         ADD 1 TO WS-ADD-COUNT
023200         MOVE SPACES             TO WS-OLD-GRADE-NAME
023300                                    WS-OLD-ACTIVE-FLAG
023400         MOVE ZERO               TO WS-OLD-MIN-PAY
023500                                    WS-OLD-MID-PAY
023600                                    WS-OLD-MAX-PAY
023700         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
023800     END-WRITE.
023900 2100-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*    2200-CHANGE-GRADE - REWRITE AN EXISTING PAY GRADE RECORD.
024400*                        EMPLOYEES ALREADY IN THE GRADE ARE NOT
024500*                        TOUCHED - ONE LEFT OUTSIDE A MOVED RANGE
024600*                        SHOWS UP ON THE COMPARPT REPORT
024700******************************************************************
024800 2200-CHANGE-GRADE.
024900     MOVE GT-GRADE-CODE          TO PG-GRADE-CODE.
025000     READ GRADE-MASTER
025100       INVALID KEY
025200         MOVE "GRADE NOT ON FILE" TO WS-TREJ-REASON
025300         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
025400     END-READ.
025500     IF WS-MASTER-OK
025600         MOVE PG-GRADE-NAME      TO WS-OLD-GRADE-NAME
025700         MOVE PG-MIN-PAY         TO WS-OLD-MIN-PAY
025800         MOVE PG-MID-PAY         TO WS-OLD-MID-PAY
025900         MOVE PG-MAX-PAY         TO WS-OLD-MAX-PAY
026000         MOVE PG-ACTIVE-FLAG     TO WS-OLD-ACTIVE-FLAG
026100         MOVE GT-GRADE-NAME      TO PG-GRADE-NAME
026200         MOVE GT-MIN-PAY         TO PG-MIN-PAY
026300         MOVE GT-MID-PAY         TO PG-MID-PAY
026400         MOVE GT-MAX-PAY         TO PG-MAX-PAY
026500         MOVE GT-ACTIVE-FLAG     TO PG-ACTIVE-FLAG
026600         REWRITE PAY-GRADE-RECORD
026700         ADD 1 TO WS-CHANGE-COUNT
026800         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
026900     END-IF.
027000 2200-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400*    2250-WRITE-AUDIT-RECORD - LOG THE BEFORE/AFTER IMAGE
027500******************************************************************
027600 2250-WRITE-AUDIT-RECORD.
027700     MOVE GT-TRAN-CODE           TO WS-AUD-TRAN-CODE.
027800     MOVE GT-GRADE-CODE          TO WS-AUD-GRADE-CODE.
027900     MOVE WS-OLD-GRADE-NAME      TO WS-AUD-OLD-NAME.
028000     MOVE WS-OLD-MIN-PAY         TO WS-AUD-OLD-MIN.
028100     MOVE WS-OLD-MID-PAY         TO WS-AUD-OLD-MID.
028200     MOVE WS-OLD-MAX-PAY         TO WS-AUD-OLD-MAX.
028300     MOVE WS-OLD-ACTIVE-FLAG     TO WS-AUD-OLD-FLAG.
028400     MOVE PG-GRADE-NAME          TO WS-AUD-NEW-NAME.
028500     MOVE PG-MIN-PAY             TO WS-AUD-NEW-MIN.
028600     MOVE PG-MID-PAY             TO WS-AUD-NEW-MID.
028700     MOVE PG-MAX-PAY             TO WS-AUD-NEW-MAX.
028800     MOVE PG-ACTIVE-FLAG         TO WS-AUD-NEW-FLAG.
028900     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
029000     WRITE GRADE-AUDIT-LINE      FROM WS-AUDIT-LINE.
029100 2250-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    2300-DELETE-GRADE - REMOVE A PAY GRADE RECORD.  EMPMNT
029600*                        REJECTS A GRADE NO LONGER ON FILE, SO
029700*                        RETIRING A GRADE STILL IN USE IS BETTER
029800*                        DONE BY FLAGGING IT INACTIVE
029900******************************************************************
030000 2300-DELETE-GRADE.
030100     MOVE GT-GRADE-CODE          TO PG-GRADE-CODE.
030200     READ GRADE-MASTER
030300         INVALID KEY
030400             MOVE "GRADE NOT ON FILE" TO WS-TREJ-REASON
030500             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
030600     END-READ.
030700     IF WS-MASTER-OK
030800         MOVE PG-GRADE-NAME      TO WS-OLD-GRADE-NAME
030900         MOVE PG-MIN-PAY         TO WS-OLD-MIN-PAY
031000         MOVE PG-MID-PAY         TO WS-OLD-MID-PAY
031100         MOVE PG-MAX-PAY         TO WS-OLD-MAX-PAY
031200         MOVE PG-ACTIVE-FLAG     TO WS-OLD-ACTIVE-FLAG
031300         DELETE GRADE-MASTER
031400             INVALID KEY
031500             MOVE "GRADE NOT ON FILE" TO WS-TREJ-REASON
031600             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
031700             NOT INVALID KEY
031800                 ADD 1 TO WS-DELETE-COUNT
031900                 MOVE SPACES     TO PG-GRADE-NAME
032000                                    PG-ACTIVE-FLAG
032100                 MOVE ZERO       TO PG-MIN-PAY
032200                                    PG-MID-PAY
032300                                    PG-MAX-PAY
032400                 PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
032500         END-DELETE
032600     END-IF.
032700 2300-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100*    2900-READ-TRANS - READ THE NEXT PAY GRADE TRANSACTION
033200******************************************************************
033300 2900-READ-TRANS.
033400     READ GRADE-TRANS
033500         AT END
033600             SET WS-EOF TO TRUE
033700     END-READ.
033800 2900-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
034300******************************************************************
034400 2900-WRITE-TRANS-REJECT.
034500     ADD 1 TO WS-REJECT-COUNT.
034600     MOVE GT-TRAN-CODE           TO WS-TREJ-TRAN-CODE.
034700     MOVE GT-GRADE-CODE          TO WS-TREJ-GRADE-CODE.
034800     WRITE GRADE-REJ-LINE        FROM WS-TRANS-REJECT-LINE.
034900 2900-WRJ-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
035400******************************************************************
035500 9000-TERMINATE.
035600     DISPLAY "GRADES ADDED          : " WS-ADD-COUNT.
035700     DISPLAY "GRADES CHANGED        : " WS-CHANGE-COUNT.
035800     DISPLAY "GRADES DELETED        : " WS-DELETE-COUNT.
035900     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
036000     CLOSE GRADE-MASTER.
036100     CLOSE GRADE-TRANS.
036200     CLOSE GRADE-TRANS-REJECT.
036300     CLOSE GRADE-AUDIT.
036400     IF WS-REJECT-COUNT > ZERO
036500         MOVE 4              TO RETURN-CODE
036600     END-IF.
036700     MOVE 'E'                    TO RSA-FUNCTION.
036800     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
036900                          + WS-DELETE-COUNT + WS-REJECT-COUNT.
037000     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
037100                               + WS-DELETE-COUNT.
037200     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
037300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
037400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
037500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
037600 9000-EXIT.
037700     EXIT.
037800
037900 9999-EXIT.
038000     STOP RUN.
