000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 EXAMMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - EXAMINER MASTER
001200*                     MAINTENANCE IN THE SAME ADD/CHANGE/DELETE
001300*                     PATTERN SUBJMNT USES.  A BLANK ID OR NAME,
001400*                     A BAD ACTIVE FLAG, AN EMPTY SUBJECT LIST OR
001500*                     A SUBJECT NOT ON SUBJREF IS REFUSED AND
001600*                     EVERY APPLIED TRANSACTION WRITES A
001700*                     BEFORE/AFTER AUDIT RECORD TO EXAMAUD.
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.            IBM-370.
002200 OBJECT-COMPUTER.            IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT EXAMINER-MASTER  ASSIGN TO "EXAMMAST"
002600                             ORGANIZATION IS INDEXED
002700                             ACCESS MODE IS DYNAMIC
002800                             RECORD KEY IS EX-EXAMINER-ID
002900                             FILE STATUS IS WS-MASTER-STATUS.
003000     SELECT SUBJECT-REF      ASSIGN TO "SUBJREF"
003100                             ORGANIZATION IS INDEXED
003200                             ACCESS MODE IS RANDOM
003300                             RECORD KEY IS SB-SUBJECT-CODE
003400                             FILE STATUS IS WS-SUBJ-STATUS.
003500     SELECT EXAM-TRANS       ASSIGN TO "EXAMTRAN"
003600                             ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT EXAM-TRANS-REJECT ASSIGN TO "EXAMMREJ"
003800                             ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT EXAM-AUDIT       ASSIGN TO "EXAMAUD"
004000                             ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  EXAMINER-MASTER.
004500     COPY EXAMMAST.
004600
004700 FD  SUBJECT-REF.
004800     COPY SUBJREF.
004900
005000 FD  EXAM-TRANS
005100     RECORDING MODE IS F.
005200     COPY EXAMTRAN.
005300
005400 FD  EXAM-TRANS-REJECT
005500     RECORDING MODE IS F.
005600 01  EXAM-REJ-LINE               PIC X(80).
005700
005800 FD  EXAM-AUDIT
005900     RECORDING MODE IS F.
006000 01  EXAM-AUDIT-LINE             PIC X(140).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-MASTER-STATUS            PIC X(02).
006400     88  WS-MASTER-OK                    VALUE "00".
006500     88  WS-MASTER-NOT-FOUND             VALUE "23".
006600     88  WS-MASTER-DUPLICATE             VALUE "22".
006700 01  WS-SUBJ-STATUS              PIC X(02).
006800     88  WS-SUBJ-OK                      VALUE "00".
006900
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007200         88  WS-EOF                          VALUE 'Y'.
007300     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
007400         88  WS-TRAN-VALID                   VALUE 'Y'.
007500         88  WS-TRAN-INVALID                 VALUE 'N'.
007600
007700 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
007800 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007900 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008000 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008100 77  WS-SUBJ-SUB                 PIC 9(02)   COMP.
008200 77  WS-SUBJ-LISTED              PIC 9(02)   COMP    VALUE ZERO.
008300
008400 01  WS-TRANS-REJECT-LINE.
008500     05  WS-TREJ-TRAN-CODE       PIC X(01).
008600     05  FILLER                  PIC X(02)   VALUE SPACES.
008700     05  WS-TREJ-EXAMINER-ID     PIC X(08).
008800     05  FILLER                  PIC X(02)   VALUE SPACES.
008900     05  WS-TREJ-REASON          PIC X(30).
009000
009100 01  WS-OLD-EXAMINER-NAME        PIC X(20).
009200 01  WS-OLD-ACTIVE-FLAG          PIC X(01).
009300 01  WS-OLD-SUBJECT-TABLE        PIC X(30).
009400
009500 01  WS-AUDIT-DATE               PIC 9(08).
009600
009700 01  WS-AUDIT-LINE.
009800     05  WS-AUD-TRAN-CODE        PIC X(01).
009900     05  FILLER                  PIC X(02)   VALUE SPACES.
010000     05  WS-AUD-EXAMINER-ID      PIC X(08).
010100     05  FILLER                  PIC X(02)   VALUE SPACES.
010200     05  WS-AUD-OLD-NAME         PIC X(20).
010300     05  FILLER                  PIC X(01)   VALUE SPACES.
010400     05  WS-AUD-OLD-FLAG         PIC X(01).
010500     05  FILLER                  PIC X(01)   VALUE SPACES.
010600     05  WS-AUD-OLD-SUBJECTS     PIC X(30).
010700     05  FILLER                  PIC X(02)   VALUE SPACES.
010800     05  WS-AUD-NEW-NAME         PIC X(20).
010900     05  FILLER                  PIC X(01)   VALUE SPACES.
011000     05  WS-AUD-NEW-FLAG         PIC X(01).
011100     05  FILLER                  PIC X(01)   VALUE SPACES.
011200     05  WS-AUD-NEW-SUBJECTS     PIC X(30).
011300     05  FILLER                  PIC X(02)   VALUE SPACES.
011400     05  WS-AUD-DATE             PIC 9(08).
011500
011600     COPY RUNSTAT.
011700
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
012100     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
012200             UNTIL WS-EOF.
012300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
012400     GO TO 9999-EXIT.
012500
012600******************************************************************
012700*    1000-INITIALIZE - OPEN THE MASTER I-O AND TRANSACTION FILES
012800******************************************************************
012900 1000-INITIALIZE.
013000     DISPLAY "EXAMMNT - EXAMINER MAINTENANCE STARTING".
013100     MOVE "EXAMMNT"              TO RSA-PROGRAM-ID.
013200     MOVE 'S'                    TO RSA-FUNCTION.
013300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
013400     OPEN I-O    EXAMINER-MASTER.
013500     OPEN INPUT  SUBJECT-REF.
013600     OPEN INPUT  EXAM-TRANS.
013700     OPEN OUTPUT EXAM-TRANS-REJECT.
013800     OPEN OUTPUT EXAM-AUDIT.
013900     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
014000     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300
014400******************************************************************
014500*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN APPLY ONE
014600*                         ADD/CHANGE/DELETE AGAINST THE MASTER
014700******************************************************************
014800 2000-PROCESS-TRANS.
014900     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
015000     IF WS-TRAN-INVALID
015100         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
015200     ELSE
015300         EVALUATE TRUE
015400             WHEN EXT-ADD
015500                 PERFORM 2100-ADD-EXAMINER    THRU 2100-EXIT
015600             WHEN EXT-CHANGE
015700                 PERFORM 2200-CHANGE-EXAMINER THRU 2200-EXIT
015800             WHEN EXT-DELETE
015900                 PERFORM 2300-DELETE-EXAMINER THRU 2300-EXIT
016000             WHEN OTHER
016100                 MOVE "UNKNOWN TRANSACTION CODE"
016200                                 TO WS-TREJ-REASON
016300                 PERFORM 2900-WRITE-TRANS-REJECT
016400                         THRU 2900-WRJ-EXIT
016500         END-EVALUATE
016600     END-IF.
016700     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
016800 2000-EXIT.
016900     EXIT.
017000
017100******************************************************************
017200*    2050-EDIT-TRANSACTION - THE ID MUST BE PRESENT AND AN ADD OR
017300*                            CHANGE MUST CARRY A NAME, A VALID
017400*                            ACTIVE FLAG AND AT LEAST ONE SUBJECT,
017500*                            EVERY ONE OF THEM ON SUBJREF
017600******************************************************************
017700 2050-EDIT-TRANSACTION.
017800     SET WS-TRAN-VALID           TO TRUE.
017900     IF EXT-EXAMINER-ID EQUAL SPACES
018000         SET WS-TRAN-INVALID     TO TRUE
018100         MOVE "EXAMINER ID BLANK" TO WS-TREJ-REASON
018200         GO TO 2050-EXIT
018300     END-IF.
018400     IF EXT-DELETE
018500         GO TO 2050-EXIT
018600     END-IF.
018700     IF EXT-EXAMINER-NAME EQUAL SPACES
018800         SET WS-TRAN-INVALID     TO TRUE
018900         MOVE "EXAMINER NAME BLANK" TO WS-TREJ-REASON
019000         GO TO 2050-EXIT
019100     END-IF.
019200     IF EXT-ACTIVE-FLAG NOT EQUAL 'A'
019300      AND EXT-ACTIVE-FLAG NOT EQUAL 'I'
019400         SET WS-TRAN-INVALID     TO TRUE
019500         MOVE "INVALID ACTIVE FLAG" TO WS-TREJ-REASON
019600         GO TO 2050-EXIT
019700     END-IF.
019800     MOVE ZERO                   TO WS-SUBJ-LISTED.
019900     PERFORM 2060-EDIT-SUBJECT   THRU 2060-EXIT
020000             VARYING WS-SUBJ-SUB FROM 1 BY 1
020100             UNTIL WS-SUBJ-SUB > 10 OR WS-TRAN-INVALID.
020200     IF WS-TRAN-VALID
020300      AND WS-SUBJ-LISTED EQUAL ZERO
020400         SET WS-TRAN-INVALID     TO TRUE
020500         MOVE "NO SUBJECTS TO MARK" TO WS-TREJ-REASON
020600     END-IF.
020700 2050-EXIT.
020800     EXIT.
020900
021000 2060-EDIT-SUBJECT.
021100     IF EXT-SUBJECT-CODE (WS-SUBJ-SUB) EQUAL SPACES
021200         GO TO 2060-EXIT
021300     END-IF.
021400     ADD 1                       TO WS-SUBJ-LISTED.
021500     MOVE EXT-SUBJECT-CODE (WS-SUBJ-SUB) TO SB-SUBJECT-CODE.
021600     READ SUBJECT-REF
021700         INVALID KEY
021800             SET WS-TRAN-INVALID TO TRUE
021900             MOVE "SUBJECT NOT ON REFERENCE" TO WS-TREJ-REASON
022000     END-READ.
022100 2060-EXIT.
022200     EXIT.
022300
022400******************************************************************
022500*    2100-ADD-EXAMINER - WRITE A NEW EXAMINER RECORD
022600******************************************************************
022700 2100-ADD-EXAMINER.
022800     MOVE EXT-EXAMINER-ID            TO EX-EXAMINER-ID.
022900     MOVE EXT-EXAMINER-NAME          TO EX-EXAMINER-NAME.
023000     MOVE EXT-ACTIVE-FLAG            TO EX-ACTIVE-FLAG.
023100     MOVE EXT-SUBJECT-TABLE          TO EX-SUBJECT-TABLE.
023200     WRITE EXAMINER-MASTER-RECORD
023300       INVALID KEY
023400         MOVE "DUPLICATE EXAMINER ID" TO WS-TREJ-REASON
023500         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
023600       NOT INVALID KEY
023700         ADD 1 TO WS-ADD-COUNT
023800         MOVE SPACES             TO WS-OLD-EXAMINER-NAME
023900                                    WS-OLD-ACTIVE-FLAG
024000                                    WS-OLD-SUBJECT-TABLE
024100         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
024200     END-WRITE.
024300 2100-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    2200-CHANGE-EXAMINER - REWRITE AN EXISTING EXAMINER
024800******************************************************************
024900 2200-CHANGE-EXAMINER.
025000     MOVE EXT-EXAMINER-ID            TO EX-EXAMINER-ID.
025100     READ EXAMINER-MASTER
025200       INVALID KEY
025300         MOVE "EXAMINER NOT ON FILE" TO WS-TREJ-REASON
025400         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
025500     END-READ.
025600     IF WS-MASTER-OK
025700         MOVE EX-EXAMINER-NAME       TO WS-OLD-EXAMINER-NAME
025800         MOVE EX-ACTIVE-FLAG         TO WS-OLD-ACTIVE-FLAG
025900         MOVE EX-SUBJECT-TABLE       TO WS-OLD-SUBJECT-TABLE
026000         MOVE EXT-EXAMINER-NAME      TO EX-EXAMINER-NAME
026100         MOVE EXT-ACTIVE-FLAG        TO EX-ACTIVE-FLAG
026200         MOVE EXT-SUBJECT-TABLE      TO EX-SUBJECT-TABLE
026300         REWRITE EXAMINER-MASTER-RECORD
026400         ADD 1 TO WS-CHANGE-COUNT
026500         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
026600     END-IF.
026700 2200-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*    2250-WRITE-AUDIT-RECORD - LOG THE BEFORE/AFTER IMAGE
027200******************************************************************
027300 2250-WRITE-AUDIT-RECORD.
027400     MOVE EXT-TRAN-CODE          TO WS-AUD-TRAN-CODE.
027500     MOVE EXT-EXAMINER-ID        TO WS-AUD-EXAMINER-ID.
027600     MOVE WS-OLD-EXAMINER-NAME   TO WS-AUD-OLD-NAME.
027700     MOVE WS-OLD-ACTIVE-FLAG     TO WS-AUD-OLD-FLAG.
027800     MOVE WS-OLD-SUBJECT-TABLE   TO WS-AUD-OLD-SUBJECTS.
027900     MOVE EX-EXAMINER-NAME       TO WS-AUD-NEW-NAME.
028000     MOVE EX-ACTIVE-FLAG         TO WS-AUD-NEW-FLAG.
028100     MOVE EX-SUBJECT-TABLE       TO WS-AUD-NEW-SUBJECTS.
028200     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
028300     WRITE EXAM-AUDIT-LINE       FROM WS-AUDIT-LINE.
028400 2250-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800*    2300-DELETE-EXAMINER - REMOVE AN EXAMINER RECORD
028900******************************************************************
029000 2300-DELETE-EXAMINER.
029100     MOVE EXT-EXAMINER-ID            TO EX-EXAMINER-ID.
029200     READ EXAMINER-MASTER
029300         INVALID KEY
029400             MOVE "EXAMINER NOT ON FILE" TO WS-TREJ-REASON
029500             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
029600     END-READ.
029700     IF WS-MASTER-OK
029800         MOVE EX-EXAMINER-NAME       TO WS-OLD-EXAMINER-NAME
029900         MOVE EX-ACTIVE-FLAG         TO WS-OLD-ACTIVE-FLAG
030000         MOVE EX-SUBJECT-TABLE       TO WS-OLD-SUBJECT-TABLE
030100         DELETE EXAMINER-MASTER
030200             INVALID KEY
030300             MOVE "EXAMINER NOT ON FILE" TO WS-TREJ-REASON
030400             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
030500             NOT INVALID KEY
030600                 ADD 1 TO WS-DELETE-COUNT
030700                 MOVE SPACES     TO EX-EXAMINER-NAME
030800                                    EX-ACTIVE-FLAG
030900                                    EX-SUBJECT-TABLE
031000                 PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
031100         END-DELETE
031200     END-IF.
031300 2300-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    2900-READ-TRANS - READ THE NEXT EXAMINER TRANSACTION
031800******************************************************************
031900 2900-READ-TRANS.
032000     READ EXAM-TRANS
032100         AT END
032200             SET WS-EOF TO TRUE
032300     END-READ.
032400 2900-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
032900******************************************************************
033000 2900-WRITE-TRANS-REJECT.
033100     ADD 1 TO WS-REJECT-COUNT.
033200     MOVE EXT-TRAN-CODE          TO WS-TREJ-TRAN-CODE.
033300     MOVE EXT-EXAMINER-ID        TO WS-TREJ-EXAMINER-ID.
033400     WRITE EXAM-REJ-LINE         FROM WS-TRANS-REJECT-LINE.
033500 2900-WRJ-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
034000******************************************************************
034100 9000-TERMINATE.
034200     DISPLAY "EXAMINERS ADDED       : " WS-ADD-COUNT.
034300     DISPLAY "EXAMINERS CHANGED     : " WS-CHANGE-COUNT.
034400     DISPLAY "EXAMINERS DELETED     : " WS-DELETE-COUNT.
034500     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
034600     CLOSE EXAMINER-MASTER.
034700     CLOSE SUBJECT-REF.
034800     CLOSE EXAM-TRANS.
034900     CLOSE EXAM-TRANS-REJECT.
035000     CLOSE EXAM-AUDIT.
035100     IF WS-REJECT-COUNT > ZERO
035200         MOVE 4              TO RETURN-CODE
035300     END-IF.
035400     MOVE 'E'                    TO RSA-FUNCTION.
035500     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
035600                          + WS-DELETE-COUNT + WS-REJECT-COUNT.
035700     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
035800                               + WS-DELETE-COUNT.
035900     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
036000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
036100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
036200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
036300 9000-EXIT.
036400     EXIT.
036500
036600 9999-EXIT.
036700     STOP RUN.
