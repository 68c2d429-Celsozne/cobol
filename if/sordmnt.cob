000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 SORDMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - STANDING ORDER MASTER
001200*                     MAINTENANCE IN THE ACCTMNT ADD/CHANGE/DELETE
001300*                     PATTERN.  BOTH ACCOUNTS MUST BE OPEN ON
001400*                     ACCTMST AND DIFFERENT, THE AMOUNT ABOVE
001500*                     ZERO, THE FREQUENCY AND STATUS KNOWN AND THE
001600*                     DATES REAL (AN END DATE NOT BEFORE THE
001700*                     START).  EVERY APPLIED TRANSACTION WRITES A
001800*                     BEFORE/AFTER AUDIT RECORD TO SORDAUD.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-370.
002300 OBJECT-COMPUTER.            IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SORD-MASTER      ASSIGN TO "SORDMAST"
002700                             ORGANIZATION IS INDEXED
002800                             ACCESS MODE IS DYNAMIC
002900                             RECORD KEY IS SO-ORDER-NO
003000                             FILE STATUS IS WS-MASTER-STATUS.
003100     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
003200                             ORGANIZATION IS INDEXED
003300                             ACCESS MODE IS RANDOM
003400                             RECORD KEY IS AM-ACCT-NO
003500                             FILE STATUS IS WS-AMST-STATUS.
003600     SELECT SORD-TRANS       ASSIGN TO "SORDTRAN"
003700                             ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT SORD-TRANS-REJECT ASSIGN TO "SORDMREJ"
003900                             ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT SORD-AUDIT       ASSIGN TO "SORDAUD"
004100                             ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SORD-MASTER.
004600     COPY SORDMAST.
004700
004800 FD  ACCT-MASTER.
004900     COPY ACCTMST.
005000
005100 FD  SORD-TRANS
005200     RECORDING MODE IS F.
005300     COPY SORDTRAN.
005400
005500 FD  SORD-TRANS-REJECT
005600     RECORDING MODE IS F.
005700 01  SORD-REJ-LINE               PIC X(80).
005800
005900 FD  SORD-AUDIT
006000     RECORDING MODE IS F.
006100 01  SORD-AUDIT-LINE             PIC X(120).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-MASTER-STATUS            PIC X(02).
006500     88  WS-MASTER-OK                    VALUE "00".
006600     88  WS-MASTER-NOT-FOUND             VALUE "23".
006700     88  WS-MASTER-DUPLICATE             VALUE "22".
006800 01  WS-AMST-STATUS              PIC X(02).
006900     88  WS-AMST-OK                      VALUE "00".
007000 01  WS-DU-FUNCTION              PIC X(01).
007100 01  WS-DU-DATE-1                PIC 9(08).
007200 01  WS-DU-DATE-2                PIC 9(08).
007300 01  WS-DU-DAYS                  PIC S9(05).
007400 01  WS-DU-VALID-SW              PIC X(01).
007500     88  WS-DU-VALID                     VALUE 'Y'.
007600
007700 01  WS-SWITCHES.
007800     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007900         88  WS-EOF                          VALUE 'Y'.
008000     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
008100         88  WS-TRAN-VALID                   VALUE 'Y'.
008200         88  WS-TRAN-INVALID                 VALUE 'N'.
008300     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
008400         88  WS-FILE-ERROR                   VALUE 'Y'.
008500
008600 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
008700 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008800 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008900 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
009000
009100 01  WS-CHECK-ACCT               PIC 9(06).
009200 01  WS-OLD-IMAGE                PIC X(47).
009300 01  WS-AUDIT-DATE               PIC 9(08).
009400
009500 01  WS-TRANS-REJECT-LINE.
009600     05  WS-TREJ-TRAN-CODE       PIC X(01).
009700     05  FILLER                  PIC X(02)   VALUE SPACES.
009800     05  WS-TREJ-ORDER-NO        PIC 9(06).
009900     05  FILLER                  PIC X(02)   VALUE SPACES.
010000     05  WS-TREJ-REASON          PIC X(30).
010100
010200*    THE AUDIT IMAGES ARE THE MASTER FROM THE FROM-ACCOUNT TO THE
010300*    STATUS - ACCOUNTS, AMOUNT, FREQUENCY, DATES AND DUE DAY
010400 01  WS-AUDIT-LINE.
010500     05  WS-AUD-TRAN-CODE        PIC X(01).
010600     05  FILLER                  PIC X(02)   VALUE SPACES.
010700     05  WS-AUD-ORDER-NO         PIC 9(06).
010800     05  FILLER                  PIC X(02)   VALUE SPACES.
010900     05  WS-AUD-OLD-IMAGE        PIC X(47).
011000     05  FILLER                  PIC X(02)   VALUE SPACES.
011100     05  WS-AUD-NEW-IMAGE        PIC X(47).
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
012600*    1000-INITIALIZE - OPEN THE MASTER I-O, THE ACCOUNT MASTER
012700*                      AND THE TRANSACTION FILES
012800******************************************************************
012900 1000-INITIALIZE.
013000     DISPLAY "SORDMNT - STANDING ORDER MAINTENANCE STARTING".
013100     MOVE "SORDMNT"              TO RSA-PROGRAM-ID.
013200     MOVE 'S'                    TO RSA-FUNCTION.
013300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
013400     OPEN I-O    SORD-MASTER.
013500     OPEN INPUT  ACCT-MASTER.
013600     IF NOT WS-AMST-OK
013700         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
013800         SET WS-FILE-ERROR       TO TRUE
013900     END-IF.
014000     OPEN INPUT  SORD-TRANS.
014100     OPEN OUTPUT SORD-TRANS-REJECT.
014200     OPEN OUTPUT SORD-AUDIT.
014300     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
014400     IF WS-FILE-ERROR
014500         SET WS-EOF              TO TRUE
014600     ELSE
014700         PERFORM 2900-READ-TRANS THRU 2900-EXIT
014800     END-IF.
014900 1000-EXIT.
015000     EXIT.
015100
015200******************************************************************
015300*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN APPLY ONE
015400*                         ADD/CHANGE/DELETE AGAINST THE MASTER
015500******************************************************************
015600 2000-PROCESS-TRANS.
015700     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
015800     IF WS-TRAN-INVALID
015900         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
016000     ELSE
016100         EVALUATE TRUE
016200             WHEN SOT-ADD
016300                 PERFORM 2100-ADD-ORDER    THRU 2100-EXIT
016400             WHEN SOT-CHANGE
016500                 PERFORM 2200-CHANGE-ORDER THRU 2200-EXIT
016600             WHEN SOT-DELETE
016700                 PERFORM 2300-DELETE-ORDER THRU 2300-EXIT
016800             WHEN OTHER
016900                 MOVE "UNKNOWN TRANSACTION CODE"
017000                                 TO WS-TREJ-REASON
017100                 PERFORM 2800-WRITE-TRANS-REJECT
017200                         THRU 2800-EXIT
017300         END-EVALUATE
017400     END-IF.
017500     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
017600 2000-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000*    2050-EDIT-TRANSACTION - THE ORDER NUMBER MUST BE PRESENT; AN
018100*                            ADD OR CHANGE MUST NAME TWO DIFFERENT
018200*                            OPEN ACCOUNTS, A REAL AMOUNT, A KNOWN
018300*                            FREQUENCY AND STATUS AND VALID DATES
018400******************************************************************
018500 2050-EDIT-TRANSACTION.
018600     SET WS-TRAN-VALID           TO TRUE.
018700     IF SOT-ORDER-NO NOT NUMERIC OR SOT-ORDER-NO EQUAL ZERO
018800         SET WS-TRAN-INVALID     TO TRUE
018900         MOVE "ORDER NUMBER ZERO OR BLANK" TO WS-TREJ-REASON
019000         GO TO 2050-EXIT
019100     END-IF.
019200     IF SOT-DELETE
019300         GO TO 2050-EXIT
019400     END-IF.
019500     IF SOT-FROM-ACCT NOT NUMERIC OR SOT-TO-ACCT NOT NUMERIC
019600      OR SOT-FROM-ACCT EQUAL ZERO OR SOT-TO-ACCT EQUAL ZERO
019700      OR SOT-FROM-ACCT EQUAL SOT-TO-ACCT
019800         SET WS-TRAN-INVALID     TO TRUE
019900         MOVE "FROM/TO ACCOUNTS INVALID" TO WS-TREJ-REASON
020000         GO TO 2050-EXIT
020100     END-IF.
020200     MOVE SOT-FROM-ACCT          TO WS-CHECK-ACCT.
020300     PERFORM 2075-CHECK-ACCOUNT  THRU 2075-EXIT.
020400     IF WS-TRAN-INVALID
020500         GO TO 2050-EXIT
020600     END-IF.
020700     MOVE SOT-TO-ACCT            TO WS-CHECK-ACCT.
020800     PERFORM 2075-CHECK-ACCOUNT  THRU 2075-EXIT.
020900     IF WS-TRAN-INVALID
021000         GO TO 2050-EXIT
021100     END-IF.
021200     IF SOT-AMOUNT NOT NUMERIC OR SOT-AMOUNT EQUAL ZERO
021300         SET WS-TRAN-INVALID     TO TRUE
021400         MOVE "AMOUNT MUST BE GREATER THAN 0" TO WS-TREJ-REASON
021500         GO TO 2050-EXIT
021600     END-IF.
021700     IF NOT SOT-FREQUENCY-VALID
021800         SET WS-TRAN-INVALID     TO TRUE
021900         MOVE "INVALID FREQUENCY" TO WS-TREJ-REASON
022000         GO TO 2050-EXIT
022100     END-IF.
022200     IF NOT SOT-STATUS-VALID
022300         SET WS-TRAN-INVALID     TO TRUE
022400         MOVE "INVALID ORDER STATUS" TO WS-TREJ-REASON
022500         GO TO 2050-EXIT
022600     END-IF.
022700     MOVE SOT-START-DATE         TO WS-DU-DATE-1.
022800     PERFORM 2090-VALIDATE-DATE  THRU 2090-EXIT.
022900     IF NOT WS-DU-VALID
023000         SET WS-TRAN-INVALID     TO TRUE
023100         MOVE "INVALID START DATE" TO WS-TREJ-REASON
023200         GO TO 2050-EXIT
023300     END-IF.
023400     IF SOT-END-DATE EQUAL ZERO
023500         GO TO 2050-EXIT
023600     END-IF.
023700     MOVE SOT-END-DATE           TO WS-DU-DATE-1.
023800     PERFORM 2090-VALIDATE-DATE  THRU 2090-EXIT.
023900     IF NOT WS-DU-VALID
024000      OR SOT-END-DATE LESS THAN SOT-START-DATE
024100         SET WS-TRAN-INVALID     TO TRUE
024200         MOVE "INVALID END DATE" TO WS-TREJ-REASON
024300     END-IF.
024400 2050-EXIT.
024500     EXIT.
024600
024700 2075-CHECK-ACCOUNT.
024800     MOVE WS-CHECK-ACCT          TO AM-ACCT-NO.
024900     READ ACCT-MASTER
025000         INVALID KEY
025100             SET WS-TRAN-INVALID TO TRUE
025200             MOVE "ACCOUNT NOT ON ACCTMST" TO WS-TREJ-REASON
025300             GO TO 2075-EXIT
025400     END-READ.
025500     IF NOT AM-OPEN
025600         SET WS-TRAN-INVALID     TO TRUE
025700         MOVE "ACCOUNT NOT OPEN" TO WS-TREJ-REASON
025800     END-IF.
025900 2075-EXIT.
026000     EXIT.
026100
026200 2090-VALIDATE-DATE.
026300     IF WS-DU-DATE-1 NOT NUMERIC
026400         MOVE 'N'                TO WS-DU-VALID-SW
026500         GO TO 2090-EXIT
026600     END-IF.
026700     MOVE 'V'                    TO WS-DU-FUNCTION.
026800     CALL "DATEUTIL"             USING WS-DU-FUNCTION
026900                                       WS-DU-DATE-1
027000                                       WS-DU-DATE-2
027100                                       WS-DU-DAYS
027200                                       WS-DU-VALID-SW.
027300 2090-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    2100-ADD-ORDER - WRITE A NEW ORDER, FIRST DUE ON ITS START
027800*                     DATE
027900******************************************************************
028000 2100-ADD-ORDER.
028100     MOVE SOT-ORDER-NO           TO SO-ORDER-NO.
028200     MOVE SOT-FROM-ACCT          TO SO-FROM-ACCT.
028300     MOVE SOT-TO-ACCT            TO SO-TO-ACCT.
028400     MOVE SOT-AMOUNT             TO SO-AMOUNT.
028500     MOVE SOT-FREQUENCY          TO SO-FREQUENCY.
028600     MOVE SOT-START-DATE         TO SO-START-DATE
028700                                    SO-NEXT-DUE-DATE.
028800     MOVE SOT-END-DATE           TO SO-END-DATE.
028900     MOVE SOT-START-DATE (7:2)   TO SO-DUE-DAY.
029000     MOVE SOT-STATUS             TO SO-STATUS.
029100     MOVE ZERO                   TO SO-LAST-RUN-DATE
029200                                    SO-FAIL-COUNT.
029300     MOVE SPACE                  TO SO-LAST-RESULT.
029400     WRITE STANDING-ORDER-RECORD
029500       INVALID KEY
029600         MOVE "DUPLICATE ORDER NUMBER" TO WS-TREJ-REASON
029700         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
029800       NOT INVALID KEY
029900         ADD 1 TO WS-ADD-COUNT
030000         MOVE SPACES             TO WS-OLD-IMAGE
030100         PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
030200     END-WRITE.
030300 2100-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700*    2200-CHANGE-ORDER - REWRITE AN EXISTING ORDER.  THE NEXT
030800*                        DUE DATE FOLLOWS A NEW START DATE ONLY
030900*                        UNTIL THE ORDER HAS FIRST RUN
031000******************************************************************
031100 2200-CHANGE-ORDER.
031200     MOVE SOT-ORDER-NO           TO SO-ORDER-NO.
031300     READ SORD-MASTER
031400       INVALID KEY
031500         MOVE "ORDER NOT ON FILE" TO WS-TREJ-REASON
031600         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
031700     END-READ.
031800     IF WS-MASTER-OK
031900         MOVE STANDING-ORDER-RECORD (7:47) TO WS-OLD-IMAGE
032000         MOVE SOT-FROM-ACCT      TO SO-FROM-ACCT
032100         MOVE SOT-TO-ACCT        TO SO-TO-ACCT
032200         MOVE SOT-AMOUNT         TO SO-AMOUNT
032300         MOVE SOT-FREQUENCY      TO SO-FREQUENCY
032400         MOVE SOT-END-DATE       TO SO-END-DATE
032500         IF SO-LAST-RUN-DATE EQUAL ZERO
032600             MOVE SOT-START-DATE TO SO-NEXT-DUE-DATE
032700             MOVE SOT-START-DATE (7:2) TO SO-DUE-DAY
032800         END-IF
032900         MOVE SOT-START-DATE     TO SO-START-DATE
033000         MOVE SOT-STATUS         TO SO-STATUS
033100         REWRITE STANDING-ORDER-RECORD
033200         ADD 1 TO WS-CHANGE-COUNT
033300         PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
033400     END-IF.
033500 2200-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    2300-DELETE-ORDER - REMOVE (CANCEL) A STANDING ORDER
034000******************************************************************
034100 2300-DELETE-ORDER.
034200     MOVE SOT-ORDER-NO           TO SO-ORDER-NO.
034300     READ SORD-MASTER
034400         INVALID KEY
034500             MOVE "ORDER NOT ON FILE" TO WS-TREJ-REASON
034600             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
034700     END-READ.
034800     IF WS-MASTER-OK
034900         MOVE STANDING-ORDER-RECORD (7:47) TO WS-OLD-IMAGE
035000         DELETE SORD-MASTER
035100             INVALID KEY
035200             MOVE "ORDER NOT ON FILE" TO WS-TREJ-REASON
035300             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
035400             NOT INVALID KEY
035500                 ADD 1 TO WS-DELETE-COUNT
035600                 MOVE SPACES     TO STANDING-ORDER-RECORD (7:47)
035700                 PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
035800         END-DELETE
035900     END-IF.
036000 2300-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*    2700-WRITE-AUDIT - LOG THE BEFORE/AFTER ORDER IMAGE
036500******************************************************************
036600 2700-WRITE-AUDIT.
036700     MOVE SOT-TRAN-CODE          TO WS-AUD-TRAN-CODE.
036800     MOVE SOT-ORDER-NO           TO WS-AUD-ORDER-NO.
036900     MOVE WS-OLD-IMAGE           TO WS-AUD-OLD-IMAGE.
037000     MOVE STANDING-ORDER-RECORD (7:47) TO WS-AUD-NEW-IMAGE.
037100     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
037200     WRITE SORD-AUDIT-LINE       FROM WS-AUDIT-LINE.
037300 2700-EXIT.
037400     EXIT.
037500
037600 2800-WRITE-TRANS-REJECT.
037700     ADD 1 TO WS-REJECT-COUNT.
037800     MOVE SOT-TRAN-CODE          TO WS-TREJ-TRAN-CODE.
037900     MOVE SOT-ORDER-NO           TO WS-TREJ-ORDER-NO.
038000     WRITE SORD-REJ-LINE         FROM WS-TRANS-REJECT-LINE.
038100 2800-EXIT.
038200     EXIT.
038300
038400 2900-READ-TRANS.
038500     READ SORD-TRANS
038600         AT END
038700             SET WS-EOF TO TRUE
038800     END-READ.
038900 2900-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
039400******************************************************************
039500 9000-TERMINATE.
039600     DISPLAY "ORDERS ADDED          : " WS-ADD-COUNT.
039700     DISPLAY "ORDERS CHANGED        : " WS-CHANGE-COUNT.
039800     DISPLAY "ORDERS DELETED        : " WS-DELETE-COUNT.
039900     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
040000     CLOSE SORD-MASTER.
040100     CLOSE ACCT-MASTER.
040200     CLOSE SORD-TRANS.
040300     CLOSE SORD-TRANS-REJECT.
040400     CLOSE SORD-AUDIT.
040500     IF WS-REJECT-COUNT > ZERO
040600         MOVE 4              TO RETURN-CODE
040700     END-IF.
040800     IF WS-FILE-ERROR
040900         MOVE 8              TO RETURN-CODE
041000     END-IF.
041100     MOVE 'E'                    TO RSA-FUNCTION.
041200     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
041300                          + WS-DELETE-COUNT + WS-REJECT-COUNT.
041400     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
041500                               + WS-DELETE-COUNT.
041600     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
041700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
041800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
041900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
042000 9000-EXIT.
042100     EXIT.
042200
042300 9999-EXIT.
042400     STOP RUN.
