000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 SHFTMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - SHIFT SCHEDULE MASTER
001200*                     MAINTENANCE IN THE SAME ADD/CHANGE/DELETE
001300*                     PATTERN GRADEMNT USES.  THE WORK DATE MUST
001400*                     BE A REAL DATE, BOTH TIMES VALID HHMM AND
001500*                     DIFFERENT, AND THE EMPLOYEE ACTIVE ON
001600*                     EMPMAST.  EVERY APPLIED TRANSACTION WRITES A
001700*                     BEFORE/AFTER AUDIT RECORD TO SHFAUD.
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.            IBM-370.
002200 OBJECT-COMPUTER.            IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SHIFT-MASTER     ASSIGN TO "SHIFTSCH"
002600                             ORGANIZATION IS INDEXED
002700                             ACCESS MODE IS DYNAMIC
002800                             RECORD KEY IS SS-KEY
002900                             FILE STATUS IS WS-MASTER-STATUS.
003000     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
003100                             ORGANIZATION IS INDEXED
003200                             ACCESS MODE IS DYNAMIC
003300                             RECORD KEY IS EMP-ID
003400                             FILE STATUS IS WS-EMP-STATUS.
003500     SELECT SHIFT-TRANS      ASSIGN TO "SHFTTRAN"
003600                             ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT SHIFT-TRANS-REJECT ASSIGN TO "SHFMREJ"
003800                             ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT SHIFT-AUDIT      ASSIGN TO "SHFAUD"
004000                             ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SHIFT-MASTER.
004500     COPY SHIFTSCH.
004600
004700 FD  EMPLOYEE-MASTER.
004800     COPY EMPREC.
004900
005000 FD  SHIFT-TRANS
005100     RECORDING MODE IS F.
005200     COPY SHFTTRAN.
005300
005400 FD  SHIFT-TRANS-REJECT
005500     RECORDING MODE IS F.
005600 01  SHIFT-REJ-LINE              PIC X(80).
005700
005800 FD  SHIFT-AUDIT
005900     RECORDING MODE IS F.
006000 01  SHIFT-AUDIT-LINE            PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-MASTER-STATUS            PIC X(02).
006400     88  WS-MASTER-OK                    VALUE "00".
006500     88  WS-MASTER-NOT-FOUND             VALUE "23".
006600     88  WS-MASTER-DUPLICATE             VALUE "22".
006700 01  WS-EMP-STATUS               PIC X(02).
006800     88  WS-EMP-OK                       VALUE "00".
006900 01  WS-DU-FUNCTION              PIC X(01).
007000 01  WS-DU-DATE-2                PIC 9(08).
007100 01  WS-DU-DAYS                  PIC S9(05).
007200 01  WS-DU-VALID-SW              PIC X(01).
007300     88  WS-DU-VALID                     VALUE 'Y'.
007400
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007700         88  WS-EOF                          VALUE 'Y'.
007800     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
007900         88  WS-TRAN-VALID                   VALUE 'Y'.
008000         88  WS-TRAN-INVALID                 VALUE 'N'.
008100     05  WS-TIME-VALID-SW        PIC X(01)   VALUE 'Y'.
008200         88  WS-TIME-VALID                   VALUE 'Y'.
008300
008400 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
008500 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008600 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008700 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008800
008900 01  WS-TIME-WORK                PIC 9(04).
009000 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
009100     05  WS-TIME-HH              PIC 9(02).
009200     05  WS-TIME-MM              PIC 9(02).
009300
009400 01  WS-TRANS-REJECT-LINE.
009500     05  WS-TREJ-TRAN-CODE       PIC X(01).
009600     05  FILLER                  PIC X(02)   VALUE SPACES.
009700     05  WS-TREJ-EMP-ID          PIC X(05).
009800     05  FILLER                  PIC X(02)   VALUE SPACES.
009900     05  WS-TREJ-WORK-DATE       PIC X(08).
010000     05  FILLER                  PIC X(02)   VALUE SPACES.
010100     05  WS-TREJ-REASON          PIC X(30).
010200
010300 01  WS-OLD-START-TIME           PIC 9(04).
010400 01  WS-OLD-END-TIME             PIC 9(04).
010500
010600 01  WS-AUDIT-DATE               PIC 9(08).
010700
010800 01  WS-AUDIT-LINE.
010900     05  WS-AUD-TRAN-CODE        PIC X(01).
011000     05  FILLER                  PIC X(02)   VALUE SPACES.
011100     05  WS-AUD-EMP-ID           PIC 9(05).
011200     05  FILLER                  PIC X(02)   VALUE SPACES.
011300     05  WS-AUD-WORK-DATE        PIC 9(08).
011400     05  FILLER                  PIC X(02)   VALUE SPACES.
011500     05  WS-AUD-OLD-START        PIC 9(04).
011600     05  FILLER                  PIC X(01)   VALUE '-'.
011700     05  WS-AUD-OLD-END          PIC 9(04).
011800     05  FILLER                  PIC X(02)   VALUE SPACES.
011900     05  WS-AUD-NEW-START        PIC 9(04).
012000     05  FILLER                  PIC X(01)   VALUE '-'.
012100     05  WS-AUD-NEW-END          PIC 9(04).
012200     05  FILLER                  PIC X(02)   VALUE SPACES.
012300     05  WS-AUD-DATE             PIC 9(08).
012400
012500     COPY RUNSTAT.
012600
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
013000     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
013100             UNTIL WS-EOF.
013200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
013300     GO TO 9999-EXIT.
013400
013500******************************************************************
013600*    1000-INITIALIZE - OPEN THE MASTER I-O AND TRANSACTION FILES
013700******************************************************************
013800 1000-INITIALIZE.
013900     DISPLAY "SHFTMNT - SHIFT SCHEDULE MAINTENANCE STARTING".
014000     MOVE "SHFTMNT"              TO RSA-PROGRAM-ID.
014100     MOVE 'S'                    TO RSA-FUNCTION.
014200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
014300     OPEN I-O    SHIFT-MASTER.
014400     OPEN INPUT  EMPLOYEE-MASTER.
014500     OPEN INPUT  SHIFT-TRANS.
014600     OPEN OUTPUT SHIFT-TRANS-REJECT.
014700     OPEN OUTPUT SHIFT-AUDIT.
014800     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
014900     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
015000 1000-EXIT.
015100     EXIT.
015200
015300******************************************************************
015400*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN APPLY ONE
015500*                         ADD/CHANGE/DELETE AGAINST THE MASTER
015600******************************************************************
015700 2000-PROCESS-TRANS.
015800     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
015900     IF WS-TRAN-INVALID
016000         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
016100     ELSE
016200         EVALUATE TRUE
016300             WHEN ST-ADD
016400                 PERFORM 2100-ADD-SHIFT    THRU 2100-EXIT
016500             WHEN ST-CHANGE
016600                 PERFORM 2200-CHANGE-SHIFT THRU 2200-EXIT
016700             WHEN ST-DELETE
016800                 PERFORM 2300-DELETE-SHIFT THRU 2300-EXIT
016900             WHEN OTHER
017000                 MOVE "UNKNOWN TRANSACTION CODE"
017100                                 TO WS-TREJ-REASON
017200                 PERFORM 2900-WRITE-TRANS-REJECT
017300                         THRU 2900-WRJ-EXIT
017400         END-EVALUATE
017500     END-IF.
017600     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
017700 2000-EXIT.
017800     EXIT.
017900
018000******************************************************************
018100*    2050-EDIT-TRANSACTION - THE KEY MUST BE A REAL EMPLOYEE AND
018200*                            DATE; AN ADD OR CHANGE MUST CARRY TWO
018300*                            VALID, DIFFERENT TIMES FOR AN ACTIVE
018400*                            EMPLOYEE.  A DELETE NEEDS ONLY THE
018500*                            KEY, SO A LEAVER'S SHIFTS CAN STILL
018600*                            BE CLEARED
018700******************************************************************
018800 2050-EDIT-TRANSACTION.
018900     SET WS-TRAN-VALID           TO TRUE.
019000     IF ST-EMP-ID NOT NUMERIC
019100      OR ST-EMP-ID EQUAL ZERO
019200         SET WS-TRAN-INVALID     TO TRUE
019300         MOVE "INVALID EMPLOYEE ID" TO WS-TREJ-REASON
019400         GO TO 2050-EXIT
019500     END-IF.
019600     IF ST-WORK-DATE NOT NUMERIC
019700         SET WS-TRAN-INVALID     TO TRUE
019800         MOVE "INVALID WORK DATE" TO WS-TREJ-REASON
019900         GO TO 2050-EXIT
020000     END-IF.
020100     MOVE 'V'                    TO WS-DU-FUNCTION.
020200     CALL "DATEUTIL"             USING WS-DU-FUNCTION
020300                                       ST-WORK-DATE
020400                                       WS-DU-DATE-2
020500                                       WS-DU-DAYS
020600                                       WS-DU-VALID-SW.
020700     IF NOT WS-DU-VALID
020800         SET WS-TRAN-INVALID     TO TRUE
020900         MOVE "INVALID WORK DATE" TO WS-TREJ-REASON
021000         GO TO 2050-EXIT
021100     END-IF.
021200     IF ST-DELETE
021300         GO TO 2050-EXIT
021400     END-IF.
021500     MOVE ST-START-TIME          TO WS-TIME-WORK.
021600     PERFORM 2060-EDIT-TIME THRU 2060-EXIT.
021700     IF WS-TIME-VALID
021800         MOVE ST-END-TIME        TO WS-TIME-WORK
021900         PERFORM 2060-EDIT-TIME THRU 2060-EXIT
022000     END-IF.
022100     IF NOT WS-TIME-VALID
022200         SET WS-TRAN-INVALID     TO TRUE
022300         MOVE "INVALID SHIFT TIME" TO WS-TREJ-REASON
022400         GO TO 2050-EXIT
022500     END-IF.
022600     IF ST-START-TIME EQUAL ST-END-TIME
022700         SET WS-TRAN-INVALID     TO TRUE
022800         MOVE "SHIFT START EQUALS END" TO WS-TREJ-REASON
022900         GO TO 2050-EXIT
023000     END-IF.
023100     MOVE ST-EMP-ID              TO EMP-ID.
023200     READ EMPLOYEE-MASTER
023300         INVALID KEY
023400             SET WS-TRAN-INVALID TO TRUE
023500             MOVE "EMPLOYEE NOT ON FILE" TO WS-TREJ-REASON
023600             GO TO 2050-EXIT
023700     END-READ.
023800     IF NOT EMP-ACTIVE
023900         SET WS-TRAN-INVALID     TO TRUE
024000         MOVE "EMPLOYEE IS TERMINATED" TO WS-TREJ-REASON
024100     END-IF.
024200 2050-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*    2060-EDIT-TIME - WS-TIME-WORK MUST BE HHMM ON THE 24-HOUR
024700*                     CLOCK
024800******************************************************************
024900 2060-EDIT-TIME.
025000     MOVE 'Y'                    TO WS-TIME-VALID-SW.
025100     IF WS-TIME-WORK NOT NUMERIC
025200      OR WS-TIME-HH GREATER THAN 23
025300      OR WS-TIME-MM GREATER THAN 59
025400         MOVE 'N'                TO WS-TIME-VALID-SW
025500     END-IF.
025600 2060-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000*    2100-ADD-SHIFT - WRITE A NEW SHIFT SCHEDULE RECORD
026100******************************************************************
026200 2100-ADD-SHIFT.
026300     MOVE ST-EMP-ID              TO SS-EMP-ID.
026400     MOVE ST-WORK-DATE           TO SS-WORK-DATE.
026500     MOVE ST-START-TIME          TO SS-START-TIME.
026600     MOVE ST-END-TIME            TO SS-END-TIME.
026700     MOVE WS-AUDIT-DATE          TO SS-LAST-CHANGED.
026800     WRITE SHIFT-SCHED-RECORD
026900       INVALID KEY
027000         MOVE "SHIFT ALREADY SCHEDULED" TO WS-TREJ-REASON
027100         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
027200       NOT INVALID KEY
027300         ADD 1 TO WS-ADD-COUNT
027400         MOVE ZERO               TO WS-OLD-START-TIME
027500                                    WS-OLD-END-TIME
027600         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
027700     END-WRITE.
027800 2100-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    2200-CHANGE-SHIFT - REWRITE AN EXISTING SHIFT WITH NEW TIMES
028300******************************************************************
028400 2200-CHANGE-SHIFT.
028500     MOVE ST-EMP-ID              TO SS-EMP-ID.
028600     MOVE ST-WORK-DATE           TO SS-WORK-DATE.
028700     READ SHIFT-MASTER
028800       INVALID KEY
028900         MOVE "SHIFT NOT ON FILE" TO WS-TREJ-REASON
029000         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
029100     END-READ.
029200     IF WS-MASTER-OK
029300         MOVE SS-START-TIME      TO WS-OLD-START-TIME
029400         MOVE SS-END-TIME        TO WS-OLD-END-TIME
029500         MOVE ST-START-TIME      TO SS-START-TIME
029600         MOVE ST-END-TIME        TO SS-END-TIME
029700         MOVE WS-AUDIT-DATE      TO SS-LAST-CHANGED
029800         REWRITE SHIFT-SCHED-RECORD
029900         ADD 1 TO WS-CHANGE-COUNT
030000         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
030100     END-IF.
030200 2200-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600*    2250-WRITE-AUDIT-RECORD - LOG THE BEFORE/AFTER IMAGE
030700******************************************************************
030800 2250-WRITE-AUDIT-RECORD.
030900     MOVE ST-TRAN-CODE           TO WS-AUD-TRAN-CODE.
031000     MOVE ST-EMP-ID              TO WS-AUD-EMP-ID.
031100     MOVE ST-WORK-DATE           TO WS-AUD-WORK-DATE.
031200     MOVE WS-OLD-START-TIME      TO WS-AUD-OLD-START.
031300     MOVE WS-OLD-END-TIME        TO WS-AUD-OLD-END.
031400     MOVE SS-START-TIME          TO WS-AUD-NEW-START.
031500     MOVE SS-END-TIME            TO WS-AUD-NEW-END.
031600     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
031700     WRITE SHIFT-AUDIT-LINE      FROM WS-AUDIT-LINE.
031800 2250-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    2300-DELETE-SHIFT - REMOVE A SHIFT; THE DATE BECOMES A DAY
032300*                        OFF FOR THE EMPLOYEE
032400******************************************************************
032500 2300-DELETE-SHIFT.
032600     MOVE ST-EMP-ID              TO SS-EMP-ID.
032700     MOVE ST-WORK-DATE           TO SS-WORK-DATE.
032800     READ SHIFT-MASTER
032900         INVALID KEY
033000             MOVE "SHIFT NOT ON FILE" TO WS-TREJ-REASON
033100             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
033200     END-READ.
033300     IF WS-MASTER-OK
033400         MOVE SS-START-TIME      TO WS-OLD-START-TIME
033500         MOVE SS-END-TIME        TO WS-OLD-END-TIME
033600         DELETE SHIFT-MASTER
033700             INVALID KEY
033800             MOVE "SHIFT NOT ON FILE" TO WS-TREJ-REASON
033900             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
034000             NOT INVALID KEY
034100                 ADD 1 TO WS-DELETE-COUNT
034200                 MOVE ZERO       TO SS-START-TIME
034300                                    SS-END-TIME
034400                 PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
034500         END-DELETE
034600     END-IF.
034700 2300-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*    2900-READ-TRANS - READ THE NEXT SHIFT TRANSACTION
035200******************************************************************
035300 2900-READ-TRANS.
035400     READ SHIFT-TRANS
035500         AT END
035600             SET WS-EOF TO TRUE
035700     END-READ.
035800 2900-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
036300******************************************************************
036400 2900-WRITE-TRANS-REJECT.
036500     ADD 1 TO WS-REJECT-COUNT.
036600     MOVE ST-TRAN-CODE           TO WS-TREJ-TRAN-CODE.
036700     MOVE ST-EMP-ID              TO WS-TREJ-EMP-ID.
036800     MOVE ST-WORK-DATE           TO WS-TREJ-WORK-DATE.
036900     WRITE SHIFT-REJ-LINE        FROM WS-TRANS-REJECT-LINE.
037000 2900-WRJ-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
037500******************************************************************
037600 9000-TERMINATE.
037700     DISPLAY "SHIFTS ADDED          : " WS-ADD-COUNT.
037800     DISPLAY "SHIFTS CHANGED        : " WS-CHANGE-COUNT.
037900     DISPLAY "SHIFTS DELETED        : " WS-DELETE-COUNT.
038000     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
038100     CLOSE SHIFT-MASTER.
038200     CLOSE EMPLOYEE-MASTER.
038300     CLOSE SHIFT-TRANS.
038400     CLOSE SHIFT-TRANS-REJECT.
038500     CLOSE SHIFT-AUDIT.
038600     IF WS-REJECT-COUNT > ZERO
038700         MOVE 4              TO RETURN-CODE
038800     END-IF.
038900     MOVE 'E'                    TO RSA-FUNCTION.
039000     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
039100                          + WS-DELETE-COUNT + WS-REJECT-COUNT.
039200     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
039300                               + WS-DELETE-COUNT.
039400     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
039500     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
039600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
039700     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
039800 9000-EXIT.
039900     EXIT.
040000
040100 9999-EXIT.
040200     STOP RUN.
