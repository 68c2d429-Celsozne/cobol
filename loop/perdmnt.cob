000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PERDMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MAINTENANCE RUN FOR THE
001200*                     PERDCTL ACCOUNTING PERIOD CONTROL FILE.  A
001300*                     'C' CLOSES A MONTH (YYYYMM) ONCE FINANCE HAS
001400*                     REPORTED IT; AN 'O' REOPENS A CLOSED MONTH
001500*                     AND MUST SAY WHY.  THE OPERATOR MUST HOLD
001600*                     PERDCTL AUTHORITY ON USERAUTH.  A MONTH NOT
001700*                     YET STARTED CANNOT BE CLOSED.  WHILE A MONTH
001800*                     IS CLOSED THE EFFECTIVE-DATED UPDATE RUNS
001900*                     DIVERT ANY TRANSACTION DATED INSIDE IT TO
002000*                     THE BACKDTD EXCEPTIONS FILE THROUGH THE
002100*                     SHARED PERDCHK ROUTINE.  EVERY CLOSE AND
002200*                     REOPEN IS JOURNALED THROUGH UPDJRNL; REJECTS
002300*                     GO TO PERDREJ.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-370.
002800 OBJECT-COMPUTER.            IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003200                             ORGANIZATION IS LINE SEQUENTIAL
003300                             FILE STATUS IS WS-BDAT-STATUS.
003400     SELECT PERIOD-CONTROL   ASSIGN TO "PERDCTL"
003500                             ORGANIZATION IS INDEXED
003600                             ACCESS MODE IS RANDOM
003700                             RECORD KEY IS PC-PERIOD
003800                             FILE STATUS IS WS-MASTER-STATUS.
003900     SELECT PERIOD-TRANS     ASSIGN TO "PERDTRAN"
004000                             ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT PERIOD-TRANS-REJECT ASSIGN TO "PERDREJ"
004200                             ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PERIOD-CONTROL.
004700     COPY PERDCTL.
004800
004900 FD  PERIOD-TRANS
005000     RECORDING MODE IS F.
005100     COPY PERDTRAN.
005200
005300 FD  PERIOD-TRANS-REJECT
005400     RECORDING MODE IS F.
005500 01  PERIOD-REJ-LINE             PIC X(80).
005600
005700 FD  BUS-DATE-FILE
005800     RECORDING MODE IS F.
005900     COPY BUSDATE.
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-BDAT-STATUS              PIC X(02).
006300     88  WS-BDAT-OK                      VALUE "00".
006400 01  WS-DU-FUNCTION              PIC X(01).
006500 01  WS-DU-DATE-2                PIC 9(08).
006600 01  WS-DU-DAYS                  PIC S9(05).
006700 01  WS-DU-VALID-SW              PIC X(01).
006800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
006900 01  WS-BUSINESS-PERIOD          PIC 9(06)   VALUE ZERO.
007000 01  WS-MASTER-STATUS            PIC X(02).
007100     88  WS-MASTER-OK                    VALUE "00".
007200
007300 01  WS-SWITCHES.
007400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007500         88  WS-EOF                          VALUE 'Y'.
007600     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
007700         88  WS-TRAN-VALID                   VALUE 'Y'.
007800         88  WS-TRAN-INVALID                 VALUE 'N'.
007900
008000 77  WS-TRAN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
008100 77  WS-CLOSE-COUNT              PIC 9(05)   COMP    VALUE ZERO.
008200 77  WS-REOPEN-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008300 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008400
008500 01  WS-TRANS-REJECT-LINE.
008600     05  WS-TREJ-TRAN-CODE       PIC X(01).
008700     05  FILLER                  PIC X(02)   VALUE SPACES.
008800     05  WS-TREJ-PERIOD          PIC X(06).
008900     05  FILLER                  PIC X(02)   VALUE SPACES.
009000     05  WS-TREJ-USER-ID         PIC X(08).
009100     05  FILLER                  PIC X(02)   VALUE SPACES.
009200     05  WS-TREJ-REASON          PIC X(36).
009300
009400 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "PERDCTL".
009500 01  WS-JRN-ACTION               PIC X(01).
009600 01  WS-JRN-BEFORE               PIC X(80).
009700 01  WS-JRN-AFTER                PIC X(80).
009800 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "PERDCTL".
009900 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
010000 01  WS-AUTH-SW                  PIC X(01).
010100     88  WS-AUTHORIZED                   VALUE 'Y'.
010200
010300     COPY RUNSTAT.
010400
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
010800     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
010900             UNTIL WS-EOF.
011000     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
011100     GO TO 9999-EXIT.
011200
011300******************************************************************
011400*    1000-INITIALIZE - OPEN THE CONTROL FILE I-O AND THE
011500*                      TRANSACTION FILES
011600******************************************************************
011700 1000-INITIALIZE.
011800     DISPLAY "PERDMNT - ACCOUNTING PERIOD CONTROL STARTING".
011900     MOVE "PERDMNT"              TO RSA-PROGRAM-ID.
012000     MOVE 'S'                    TO RSA-FUNCTION.
012100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
012200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
012300     DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-BUSINESS-PERIOD.
012400     OPEN I-O    PERIOD-CONTROL.
012500     OPEN INPUT  PERIOD-TRANS.
012600     OPEN OUTPUT PERIOD-TRANS-REJECT.
012700     PERFORM 2900-READ-TRANS     THRU 2900-EXIT.
012800 1000-EXIT.
012900     EXIT.
013000
013100******************************************************************
013200*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN CLOSE OR
013300*                         REOPEN ONE PERIOD
013400******************************************************************
013500 2000-PROCESS-TRANS.
013600     ADD 1                       TO WS-TRAN-COUNT.
013700     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
013800     IF WS-TRAN-INVALID
013900         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
014000     ELSE
014100         IF PDT-CLOSE
014200             PERFORM 2100-CLOSE-PERIOD  THRU 2100-EXIT
014300         ELSE
014400             PERFORM 2200-REOPEN-PERIOD THRU 2200-EXIT
014500         END-IF
014600     END-IF.
014700     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
014800 2000-EXIT.
014900     EXIT.
015000
015100******************************************************************
015200*    2050-EDIT-TRANSACTION - TRANSACTION CODE, A REAL MONTH NOT
015300*                            AFTER THE BUSINESS DATE'S, THE USER,
015400*                            A REASON FOR A REOPEN, AND THE
015500*                            USER'S AUTHORITY
015600******************************************************************
015700 2050-EDIT-TRANSACTION.
015800     SET WS-TRAN-VALID           TO TRUE.
015900     IF NOT PDT-CLOSE AND NOT PDT-REOPEN
016000         SET WS-TRAN-INVALID     TO TRUE
016100         MOVE "UNKNOWN TRANSACTION CODE" TO WS-TREJ-REASON
016200         GO TO 2050-EXIT
016300     END-IF.
016400     IF PDT-PERIOD NOT NUMERIC
016500      OR PDT-YEAR EQUAL ZERO
016600      OR PDT-MONTH LESS THAN 01
016700      OR PDT-MONTH GREATER THAN 12
016800         SET WS-TRAN-INVALID     TO TRUE
016900         MOVE "INVALID PERIOD" TO WS-TREJ-REASON
017000         GO TO 2050-EXIT
017100     END-IF.
017200     IF PDT-CLOSE
017300      AND PDT-PERIOD GREATER THAN WS-BUSINESS-PERIOD
017400         SET WS-TRAN-INVALID     TO TRUE
017500         MOVE "PERIOD NOT YET STARTED" TO WS-TREJ-REASON
017600         GO TO 2050-EXIT
017700     END-IF.
017800     IF PDT-USER-ID EQUAL SPACES
017900         SET WS-TRAN-INVALID     TO TRUE
018000         MOVE "USER ID MISSING"  TO WS-TREJ-REASON
018100         GO TO 2050-EXIT
018200     END-IF.
018300     IF PDT-REOPEN AND PDT-REASON EQUAL SPACES
018400         SET WS-TRAN-INVALID     TO TRUE
018500         MOVE "REOPEN REASON MISSING" TO WS-TREJ-REASON
018600         GO TO 2050-EXIT
018700     END-IF.
018800     CALL "AUTHCHK"              USING PDT-USER-ID
018900                                       WS-AUTH-MASTER-ID
019000                                       WS-AUTH-AMOUNT
019100                                       WS-AUTH-SW.
019200     IF NOT WS-AUTHORIZED
019300         SET WS-TRAN-INVALID     TO TRUE
019400         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
019500     END-IF.
019600 2050-EXIT.
019700     EXIT.
019800
019900******************************************************************
020000*    2100-CLOSE-PERIOD - A PERIOD CLOSED FOR THE FIRST TIME GETS A
020100*                        NEW RECORD; ONE REOPENED EARLIER IS
020200*                        CLOSED AGAIN IN PLACE
020300******************************************************************
020400 2100-CLOSE-PERIOD.
020500     MOVE PDT-PERIOD             TO PC-PERIOD.
020600     READ PERIOD-CONTROL
020700         INVALID KEY
020800             MOVE SPACES         TO WS-JRN-BEFORE
020900             MOVE 'W'            TO WS-JRN-ACTION
021000         NOT INVALID KEY
021100             MOVE PERIOD-CONTROL-RECORD TO WS-JRN-BEFORE
021200             MOVE 'R'            TO WS-JRN-ACTION
021300     END-READ.
021400     IF WS-JRN-ACTION EQUAL 'R' AND PC-CLOSED
021500         MOVE "PERIOD ALREADY CLOSED" TO WS-TREJ-REASON
021600         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
021700         GO TO 2100-EXIT
021800     END-IF.
021900     IF WS-JRN-ACTION EQUAL 'W'
022000         MOVE SPACES             TO PERIOD-CONTROL-RECORD
022100         MOVE PDT-PERIOD         TO PC-PERIOD
022200         MOVE ZERO               TO PC-REOPENED-DATE
022300     END-IF.
022400     SET PC-CLOSED               TO TRUE.
022500     MOVE PDT-USER-ID            TO PC-CLOSED-BY.
022600     MOVE WS-BUSINESS-DATE       TO PC-CLOSED-DATE.
022700     MOVE PDT-REASON             TO PC-REASON.
022800     IF WS-JRN-ACTION EQUAL 'W'
022900         WRITE PERIOD-CONTROL-RECORD
023000     ELSE
023100         REWRITE PERIOD-CONTROL-RECORD
023200     END-IF.
023300     IF NOT WS-MASTER-OK
023400         MOVE "CONTROL FILE UPDATE FAILED" TO WS-TREJ-REASON
023500         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
023600         GO TO 2100-EXIT
023700     END-IF.
023800     ADD 1                       TO WS-CLOSE-COUNT.
023900     DISPLAY "PERIOD " PC-PERIOD " CLOSED BY " PC-CLOSED-BY.
024000     PERFORM 2260-WRITE-JOURNAL  THRU 2260-EXIT.
024100 2100-EXIT.
024200     EXIT.
024300
024400******************************************************************
024500*    2200-REOPEN-PERIOD - ONLY A CLOSED PERIOD CAN BE REOPENED;
024600*                         THE RECORD STAYS, MARKED OPEN, SO THE
024700*                         LAST CLOSE IS STILL ON FILE
024800******************************************************************
024900 2200-REOPEN-PERIOD.
025000     MOVE PDT-PERIOD             TO PC-PERIOD.
025100     READ PERIOD-CONTROL
025200         INVALID KEY
025300             MOVE "PERIOD NOT CLOSED" TO WS-TREJ-REASON
025400             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
025500             GO TO 2200-EXIT
025600     END-READ.
025700     IF NOT PC-CLOSED
025800         MOVE "PERIOD NOT CLOSED" TO WS-TREJ-REASON
025900         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
026000         GO TO 2200-EXIT
026100     END-IF.
026200     MOVE PERIOD-CONTROL-RECORD  TO WS-JRN-BEFORE.
026300     MOVE 'R'                    TO WS-JRN-ACTION.
026400     SET PC-OPEN                 TO TRUE.
026500     MOVE PDT-USER-ID            TO PC-REOPENED-BY.
026600     MOVE WS-BUSINESS-DATE       TO PC-REOPENED-DATE.
026700     MOVE PDT-REASON             TO PC-REASON.
026800     REWRITE PERIOD-CONTROL-RECORD.
026900     IF NOT WS-MASTER-OK
027000         MOVE "CONTROL FILE UPDATE FAILED" TO WS-TREJ-REASON
027100         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
027200         GO TO 2200-EXIT
027300     END-IF.
027400     ADD 1                       TO WS-REOPEN-COUNT.
027500     DISPLAY "PERIOD " PC-PERIOD " REOPENED BY " PC-REOPENED-BY
027600             " - " PC-REASON.
027700     PERFORM 2260-WRITE-JOURNAL  THRU 2260-EXIT.
027800 2200-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    2260-WRITE-JOURNAL - BEFORE AND AFTER IMAGES OF THE CONTROL
028300*                         RECORD TO THE SHARED UPDATE JOURNAL
028400******************************************************************
028500 2260-WRITE-JOURNAL.
028600     MOVE PERIOD-CONTROL-RECORD  TO WS-JRN-AFTER.
028700     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
028800                                       WS-JRN-ACTION
028900                                       WS-BUSINESS-DATE
029000                                       WS-JRN-BEFORE
029100                                       WS-JRN-AFTER.
029200 2260-EXIT.
029300     EXIT.
029400
029500 2900-READ-TRANS.
029600     READ PERIOD-TRANS
029700         AT END
029800             SET WS-EOF TO TRUE
029900     END-READ.
030000 2900-EXIT.
030100     EXIT.
030200
030300******************************************************************
030400*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
030500******************************************************************
030600 2900-WRITE-TRANS-REJECT.
030700     ADD 1 TO WS-REJECT-COUNT.
030800     MOVE PDT-TRAN-CODE          TO WS-TREJ-TRAN-CODE.
030900     MOVE PDT-PERIOD             TO WS-TREJ-PERIOD.
031000     MOVE PDT-USER-ID            TO WS-TREJ-USER-ID.
031100     WRITE PERIOD-REJ-LINE       FROM WS-TRANS-REJECT-LINE.
031200 2900-WRJ-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
031700*                             FROM THE CALCHK BUSDATE CARD; FALL
031800*                             BACK TO THE MACHINE DATE WHEN THE
031900*                             CARD IS ABSENT
032000******************************************************************
032100 8100-GET-BUSINESS-DATE.
032200     OPEN INPUT BUS-DATE-FILE.
032300     IF WS-BDAT-OK
032400         READ BUS-DATE-FILE
032500             AT END
032600                 CONTINUE
032700             NOT AT END
032800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
032900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
033000                 END-IF
033100         END-READ
033200     END-IF.
033300     CLOSE BUS-DATE-FILE.
033400     IF WS-BUSINESS-DATE EQUAL ZERO
033500         MOVE 'C'                TO WS-DU-FUNCTION
033600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
033700                                       WS-BUSINESS-DATE
033800                                       WS-DU-DATE-2
033900                                       WS-DU-DAYS
034000                                       WS-DU-VALID-SW
034100     END-IF.
034200 8100-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
034700******************************************************************
034800 9000-TERMINATE.
034900     DISPLAY "PERIODS CLOSED        : " WS-CLOSE-COUNT.
035000     DISPLAY "PERIODS REOPENED      : " WS-REOPEN-COUNT.
035100     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
035200     CLOSE PERIOD-CONTROL.
035300     CLOSE PERIOD-TRANS.
035400     CLOSE PERIOD-TRANS-REJECT.
035500     IF WS-REJECT-COUNT > ZERO
035600         MOVE 4              TO RETURN-CODE
035700     END-IF.
035800     MOVE 'E'                    TO RSA-FUNCTION.
035900     MOVE WS-TRAN-COUNT          TO RSA-READ-COUNT.
036000     COMPUTE RSA-WRITTEN-COUNT = WS-CLOSE-COUNT + WS-REOPEN-COUNT.
036100     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
036200     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
036300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
036400     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
036500 9000-EXIT.
036600     EXIT.
036700
036800 9999-EXIT.
036900     STOP RUN.
