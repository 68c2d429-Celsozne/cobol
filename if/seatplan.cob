000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 SEATPLAN.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - EXAMINATION SEATING PLAN.
001200*                     EACH EXAMSESS SITTING (SUBJECT ACTIVE ON
001300*                     SUBJREF, VALID DATE, AM OR PM) IS SEATED
001400*                     ACROSS THE ROOMREF ROOMS, EACH LAID OUT AS
001500*                     ROWS OF SEATS.  THE STUDENTS SITTING A
001600*                     SUBJECT ARE THE ENROLLED STUMAST STUDENTS
001700*                     WITH AN ATTMAST ENTRY FOR IT IN THE TERMPARM
001800*                     TERM WHO ARE NOT BARRED FOR LOW ATTENDANCE.
001900*                     EACH STUDENT TAKES THE NEXT FREE SEAT FOUND
002000*                     BY SCANNING THE ROOM/ROW/SEAT TABLE AS TB5
002100*                     DOES; A FIRST PASS TAKES ONLY A SEAT WITH NO
002200*                     STUDENT OF THE SAME CLASS YEAR BESIDE, IN
002300*                     FRONT OR BEHIND, AND ONLY WHEN NONE IS LEFT
002400*                     DOES ANY FREE SEAT DO.  PRINTS THE SEATCHRT
002500*                     ROOM-BY-ROOM CHART FOR INVIGILATORS AND
002600*                     A SEATSLIP SEAT SLIP PER STUDENT.  A
002700*                     REJECTED SITTING OR A STUDENT LEFT WITHOUT
002800*                     A SEAT ENDS THE RUN RC 4.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.            IBM-370.
003300 OBJECT-COMPUTER.            IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-BDAT-STATUS.
003900     SELECT OPTIONAL TERM-PARM ASSIGN TO "TERMPARM"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-TERM-STATUS.
004200     SELECT EXAM-SESSIONS    ASSIGN TO "EXAMSESS"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-SESS-STATUS.
004500     SELECT ROOM-REF         ASSIGN TO "ROOMREF"
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS WS-ROOM-STATUS.
004800     SELECT SUBJECT-REF      ASSIGN TO "SUBJREF"
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS RANDOM
005100                             RECORD KEY IS SB-SUBJECT-CODE
005200                             FILE STATUS IS WS-SUBJ-STATUS.
005300     SELECT ATTEND-MASTER    ASSIGN TO "ATTMAST"
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS SEQUENTIAL
005600                             RECORD KEY IS AM-ATTEND-KEY
005700                             FILE STATUS IS WS-ATT-STATUS.
005800     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
005900                             ORGANIZATION IS INDEXED
006000                             ACCESS MODE IS RANDOM
006100                             RECORD KEY IS SM-STUDENT-ID
006200                             FILE STATUS IS WS-STU-STATUS.
006300     SELECT SEATING-CHART    ASSIGN TO "SEATCHRT"
006400                             ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT SEAT-SLIPS       ASSIGN TO "SEATSLIP"
006600                             ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT SEAT-SORT        ASSIGN TO "SORTWK".
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  BUS-DATE-FILE
007200     RECORDING MODE IS F.
007300     COPY BUSDATE.
007400
007500 FD  TERM-PARM
007600     RECORDING MODE IS F.
007700 01  TERM-PARM-RECORD.
007800     05  TP-TERM-CODE            PIC X(05).
007900
008000 FD  EXAM-SESSIONS
008100     RECORDING MODE IS F.
008200     COPY EXAMSESS.
008300
008400 FD  ROOM-REF
008500     RECORDING MODE IS F.
008600     COPY ROOMREF.
008700
008800 FD  SUBJECT-REF.
008900     COPY SUBJREF.
009000
009100 FD  ATTEND-MASTER.
009200     COPY ATTMAST.
009300
009400 FD  STUDENT-MASTER.
009500     COPY STUMAST.
009600
009700 FD  SEATING-CHART
009800     RECORDING MODE IS F.
009900 01  SEATING-CHART-LINE          PIC X(80).
010000
010100 FD  SEAT-SLIPS
010200     RECORDING MODE IS F.
010300 01  SEAT-SLIP-LINE              PIC X(80).
010400
010500 SD  SEAT-SORT.
010600 01  SORT-RECORD.
010700     05  SR-SESS-NO              PIC 9(02).
010800     05  SR-CLASS-YEAR           PIC 9(02).
010900     05  SR-STUDENT-ID           PIC 9(05).
011000     05  SR-STUDENT-NAME         PIC X(20).
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-BDAT-STATUS              PIC X(02).
011400     88  WS-BDAT-OK                      VALUE "00".
011500 01  WS-TERM-STATUS              PIC X(02).
011600     88  WS-TERM-OK                      VALUE "00".
011700 01  WS-SESS-STATUS              PIC X(02).
011800     88  WS-SESS-OK                      VALUE "00".
011900 01  WS-ROOM-STATUS              PIC X(02).
012000     88  WS-ROOM-OK                      VALUE "00".
012100 01  WS-SUBJ-STATUS              PIC X(02).
012200     88  WS-SUBJ-OK                      VALUE "00".
012300 01  WS-ATT-STATUS               PIC X(02).
012400     88  WS-ATT-OK                       VALUE "00".
012500 01  WS-STU-STATUS               PIC X(02).
012600     88  WS-STU-OK                       VALUE "00".
012700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012800 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
012900 01  WS-DU-FUNCTION              PIC X(01).
013000 01  WS-DU-DATE-2                PIC 9(08).
013100 01  WS-DU-DAYS                  PIC S9(05).
013200 01  WS-DU-VALID-SW              PIC X(01).
013300     88  WS-DU-VALID                     VALUE 'Y'.
013400
013500 01  WS-SWITCHES.
013600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
013700         88  WS-EOF                          VALUE 'Y'.
013800     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
013900         88  WS-SORT-EOF                     VALUE 'Y'.
014000     05  WS-SESS-EOF-SW          PIC X(01)   VALUE 'N'.
014100         88  WS-SESS-EOF                     VALUE 'Y'.
014200     05  WS-ROOM-EOF-SW          PIC X(01)   VALUE 'N'.
014300         88  WS-ROOM-EOF                     VALUE 'Y'.
014400     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
014500         88  WS-FILE-ERROR                   VALUE 'Y'.
014600     05  WS-SESS-VALID-SW        PIC X(01)   VALUE 'Y'.
014700         88  WS-SESS-VALID                   VALUE 'Y'.
014800         88  WS-SESS-INVALID                 VALUE 'N'.
014900     05  WS-SESS-STARTED-SW      PIC X(01)   VALUE 'N'.
015000         88  WS-SESS-STARTED                 VALUE 'Y'.
015100     05  WS-SEAT-FOUND-SW        PIC X(01)   VALUE 'N'.
015200         88  WS-SEAT-FOUND                   VALUE 'Y'.
015300     05  WS-PASS-SW              PIC X(01)   VALUE 'A'.
015400         88  WS-APART-PASS                   VALUE 'A'.
015500         88  WS-ANY-SEAT-PASS                VALUE 'F'.
015600
015700 77  WS-SESS-REJECT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
015800 77  WS-CANDIDATE-COUNT          PIC 9(05)   COMP    VALUE ZERO.
015900 77  WS-SEATED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
016000 77  WS-UNSEATED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
016100 77  WS-SESS-SEATED              PIC 9(05)   COMP    VALUE ZERO.
016200 77  WS-SESS-UNSEATED            PIC 9(05)   COMP    VALUE ZERO.
016300 77  WS-SESS-DONE-COUNT          PIC 9(05)   COMP    VALUE ZERO.
016400
016500*    EXAM SITTINGS ACCEPTED FROM EXAMSESS
016600 77  WS-SESS-MAX                 PIC 9(02)   COMP    VALUE 20.
016700 77  WS-SESS-COUNT               PIC 9(02)   COMP    VALUE ZERO.
016800 77  WS-SESS-SUB                 PIC 9(02)   COMP.
016900 77  WS-PREV-SESS                PIC 9(02)   COMP    VALUE ZERO.
017000 01  WS-SESS-TABLE.
017100     05  WS-SESS-ENTRY           OCCURS 20 TIMES.
017200         10  WS-SS-SUBJECT       PIC X(03).
017300         10  WS-SS-SUBJ-NAME     PIC X(20).
017400         10  WS-SS-DATE          PIC 9(08).
017500         10  WS-SS-SESSION       PIC X(02).
017600
017700*    ROOMS FROM ROOMREF AND, PER SITTING, WHO SITS WHERE - ONE
017800*    ROW/SEAT GRID PER ROOM
017900 77  WS-ROOM-MAX                 PIC 9(02)   COMP    VALUE 20.
018000 77  WS-ROW-MAX                  PIC 9(02)   COMP    VALUE 20.
018100 77  WS-SEAT-MAX                 PIC 9(02)   COMP    VALUE 12.
018200 77  WS-ROOM-COUNT               PIC 9(02)   COMP    VALUE ZERO.
018300 77  WS-ROOM-SUB                 PIC 9(02)   COMP.
018400 77  WS-ROW-SUB                  PIC 9(02)   COMP.
018500 77  WS-SEAT-SUB                 PIC 9(02)   COMP.
018600 77  WS-HIT-ROOM                 PIC 9(02)   COMP    VALUE ZERO.
018700 77  WS-HIT-ROW                  PIC 9(02)   COMP    VALUE ZERO.
018800 77  WS-HIT-SEAT                 PIC 9(02)   COMP    VALUE ZERO.
018900 01  WS-ROOM-TABLE.
019000     05  WS-ROOM-ENTRY           OCCURS 20 TIMES.
019100         10  WS-RT-CODE          PIC X(04).
019200         10  WS-RT-NAME          PIC X(20).
019300         10  WS-RT-ROWS          PIC 9(02).
019400         10  WS-RT-SEATS         PIC 9(02).
019500 01  WS-SEATING.
019600     05  WS-ST-ROOM              OCCURS 20 TIMES.
019700         10  WS-ST-SEATED        PIC 9(03).
019800         10  WS-ST-ROW           OCCURS 20 TIMES.
019900             15  WS-ST-SEAT      OCCURS 12 TIMES.
020000                 20  WS-ST-STUDENT       PIC 9(05).
020100                 20  WS-ST-CLASS-YEAR    PIC 9(02).
020200
020300 01  WS-REJ-REASON               PIC X(30).
020400
020500 01  WS-RPT-HEADING-1.
020600     05  FILLER                  PIC X(30)   VALUE
020700         "EXAMINATION SEATING CHART".
020800     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
020900     05  WS-H1-DATE              PIC 9(08).
021000     05  FILLER                  PIC X(08)   VALUE "  TERM: ".
021100     05  WS-H1-TERM              PIC X(05).
021200
021300 01  WS-SESS-REJECT-LINE.
021400     05  FILLER                  PIC X(18)   VALUE
021500         "SITTING REJECTED  ".
021600     05  WS-SR-SUBJECT           PIC X(03).
021700     05  FILLER                  PIC X(01)   VALUE SPACE.
021800     05  WS-SR-DATE              PIC X(08).
021900     05  FILLER                  PIC X(01)   VALUE SPACE.
022000     05  WS-SR-SESSION           PIC X(02).
022100     05  FILLER                  PIC X(02)   VALUE SPACES.
022200     05  WS-SR-REASON            PIC X(30).
022300
022400 01  WS-SESSION-LINE.
022500     05  FILLER                  PIC X(09)   VALUE "SITTING  ".
022600     05  WS-SL-SUBJECT           PIC X(03).
022700     05  FILLER                  PIC X(01)   VALUE SPACE.
022800     05  WS-SL-SUBJ-NAME         PIC X(20).
022900     05  FILLER                  PIC X(07)   VALUE "  DATE ".
023000     05  WS-SL-DATE              PIC 9(08).
023100     05  FILLER                  PIC X(02)   VALUE SPACES.
023200     05  WS-SL-SESSION           PIC X(02).
023300
023400 01  WS-UNSEATED-LINE.
023500     05  FILLER                  PIC X(22)   VALUE
023600         "  NOT SEATED - FULL   ".
023700     05  WS-UL-STUDENT-ID        PIC 9(05).
023800     05  FILLER                  PIC X(02)   VALUE SPACES.
023900     05  WS-UL-STUDENT-NAME      PIC X(20).
024000     05  FILLER                  PIC X(07)   VALUE "  YEAR ".
024100     05  WS-UL-CLASS-YEAR        PIC 9(02).
024200
024300 01  WS-ROOM-LINE.
024400     05  FILLER                  PIC X(07)   VALUE "  ROOM ".
024500     05  WS-RL-CODE              PIC X(04).
024600     05  FILLER                  PIC X(01)   VALUE SPACE.
024700     05  WS-RL-NAME              PIC X(20).
024800     05  FILLER                  PIC X(07)   VALUE "  ROWS ".
024900     05  WS-RL-ROWS              PIC Z9.
025000     05  FILLER                  PIC X(03)   VALUE " X ".
025100     05  WS-RL-SEATS             PIC Z9.
025200     05  FILLER                  PIC X(11)   VALUE " SEATED    ".
025300     05  WS-RL-SEATED            PIC ZZ9.
025400
025500 01  WS-CHART-LINE.
025600     05  WS-CL-LABEL             PIC X(08).
025700     05  WS-CL-CELL              OCCURS 12 TIMES
025800                                 PIC X(06).
025900 01  WS-ROW-LABEL.
026000     05  FILLER                  PIC X(04)   VALUE "ROW ".
026100     05  WS-RWL-ROW              PIC 9(02).
026200     05  FILLER                  PIC X(02)   VALUE SPACES.
026300 01  WS-SEAT-NO-CELL.
026400     05  FILLER                  PIC X(04)   VALUE SPACES.
026500     05  WS-SNC-SEAT             PIC 9(02).
026600 01  WS-STUDENT-CELL.
026700     05  FILLER                  PIC X(01)   VALUE SPACE.
026800     05  WS-SC-STUDENT-ID        PIC 9(05).
026900
027000 01  WS-SESS-TOTAL-LINE.
027100     05  FILLER                  PIC X(20)   VALUE
027200         "  STUDENTS SEATED : ".
027300     05  WS-STL-SEATED           PIC ZZZZ9.
027400     05  FILLER                  PIC X(16)   VALUE
027500         "    NOT SEATED: ".
027600     05  WS-STL-UNSEATED         PIC ZZZZ9.
027700
027800 01  WS-TOTAL-LINE.
027900     05  WS-TL-LABEL             PIC X(24).
028000     05  WS-TL-COUNT             PIC ZZZZ9.
028100
028200 01  WS-SLIP-LINE-1.
028300     05  FILLER                  PIC X(30)   VALUE
028400         "EXAMINATION SEAT SLIP".
028500     05  FILLER                  PIC X(06)   VALUE "TERM: ".
028600     05  WS-SP1-TERM             PIC X(05).
028700 01  WS-SLIP-LINE-2.
028800     05  FILLER                  PIC X(10)   VALUE "STUDENT : ".
028900     05  WS-SP2-STUDENT-ID       PIC 9(05).
029000     05  FILLER                  PIC X(02)   VALUE SPACES.
029100     05  WS-SP2-STUDENT-NAME     PIC X(20).
029200     05  FILLER                  PIC X(13)   VALUE
029300         "  CLASS YEAR ".
029400     05  WS-SP2-CLASS-YEAR       PIC 9(02).
029500 01  WS-SLIP-LINE-3.
029600     05  FILLER                  PIC X(10)   VALUE "SUBJECT : ".
029700     05  WS-SP3-SUBJECT          PIC X(03).
029800     05  FILLER                  PIC X(01)   VALUE SPACE.
029900     05  WS-SP3-SUBJ-NAME        PIC X(20).
030000     05  FILLER                  PIC X(07)   VALUE "  DATE ".
030100     05  WS-SP3-DATE             PIC 9(08).
030200     05  FILLER                  PIC X(10)   VALUE "  SESSION ".
030300     05  WS-SP3-SESSION          PIC X(02).
030400 01  WS-SLIP-LINE-4.
030500     05  FILLER                  PIC X(10)   VALUE "ROOM    : ".
030600     05  WS-SP4-ROOM             PIC X(04).
030700     05  FILLER                  PIC X(01)   VALUE SPACE.
030800     05  WS-SP4-ROOM-NAME        PIC X(20).
030900     05  FILLER                  PIC X(06)   VALUE "  ROW ".
031000     05  WS-SP4-ROW              PIC 9(02).
031100     05  FILLER                  PIC X(07)   VALUE "  SEAT ".
031200     05  WS-SP4-SEAT             PIC 9(02).
031300 01  WS-SLIP-RULE                PIC X(60)   VALUE ALL "-".
031400
031500     COPY RUNSTAT.
031600
031700 PROCEDURE DIVISION.
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
032000     IF NOT WS-FILE-ERROR
032100      AND WS-SESS-COUNT > ZERO
032200         SORT SEAT-SORT
032300             ON ASCENDING KEY SR-SESS-NO
032400                              SR-CLASS-YEAR
032500                              SR-STUDENT-ID
032600             INPUT PROCEDURE IS 2000-SELECT-CANDIDATES
032700                           THRU 2000-SEL-EXIT
032800             OUTPUT PROCEDURE IS 3000-SEAT-SESSIONS
032900                            THRU 3000-EXIT
033000     END-IF.
033100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
033200     GO TO 9999-EXIT.
033300
033400******************************************************************
033500*    1000-INITIALIZE - OPEN THE MASTERS AND OUTPUTS, AND LOAD THE
033600*                      ROOMS AND THE SITTINGS TO BE SEATED
033700******************************************************************
033800 1000-INITIALIZE.
033900     DISPLAY "SEATPLAN - EXAMINATION SEATING PLAN STARTING".
034000     MOVE "SEATPLAN"             TO RSA-PROGRAM-ID.
034100     MOVE 'S'                    TO RSA-FUNCTION.
034200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
034300     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
034400     PERFORM 1300-READ-TERM-PARM THRU 1300-EXIT.
034500     OPEN INPUT  SUBJECT-REF.
034600     IF NOT WS-SUBJ-OK
034700         DISPLAY "SUBJREF OPEN FAILED - STATUS " WS-SUBJ-STATUS
034800         SET WS-FILE-ERROR       TO TRUE
034900     END-IF.
035000     OPEN INPUT  STUDENT-MASTER.
035100     IF NOT WS-STU-OK
035200         DISPLAY "STUMAST OPEN FAILED - STATUS " WS-STU-STATUS
035300         SET WS-FILE-ERROR       TO TRUE
035400     END-IF.
035500     OPEN INPUT  ATTEND-MASTER.
035600     IF NOT WS-ATT-OK
035700         DISPLAY "ATTMAST OPEN FAILED - STATUS " WS-ATT-STATUS
035800         SET WS-FILE-ERROR       TO TRUE
035900     END-IF.
036000     OPEN OUTPUT SEATING-CHART.
036100     OPEN OUTPUT SEAT-SLIPS.
036200     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
036300     MOVE WS-TERM-CODE           TO WS-H1-TERM.
036400     WRITE SEATING-CHART-LINE    FROM WS-RPT-HEADING-1.
036500     WRITE SEATING-CHART-LINE    FROM SPACES.
036600     PERFORM 1100-LOAD-ROOM-TABLE THRU 1100-EXIT.
036700     IF WS-ROOM-COUNT EQUAL ZERO
036800         DISPLAY "NO EXAMINATION ROOMS - NOTHING IS SEATED"
036900         SET WS-FILE-ERROR       TO TRUE
037000     END-IF.
037100     IF NOT WS-FILE-ERROR
037200         PERFORM 1200-LOAD-SESSION-TABLE THRU 1200-EXIT
037300     END-IF.
037400 1000-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
037900*                             SHARED DATEUTIL FALLBACK
038000******************************************************************
038100 8100-GET-BUSINESS-DATE.
038200     OPEN INPUT BUS-DATE-FILE.
038300     IF WS-BDAT-OK
038400         READ BUS-DATE-FILE
038500             AT END
038600                 CONTINUE
038700             NOT AT END
038800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
038900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
039000                 END-IF
039100         END-READ
039200     END-IF.
039300     CLOSE BUS-DATE-FILE.
039400     IF WS-BUSINESS-DATE EQUAL ZERO
039500         MOVE 'C'                TO WS-DU-FUNCTION
039600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
039700                                       WS-BUSINESS-DATE
039800                                       WS-DU-DATE-2
039900                                       WS-DU-DAYS
040000                                       WS-DU-VALID-SW
040100     END-IF.
040200 8100-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600*    1300-READ-TERM-PARM - THE EXAM TERM BEING SEATED; WITH
040700*                         NO CARD THE BUSINESS YEAR PLUS '1'
040800*                         STANDS IN
040900******************************************************************
041000 1300-READ-TERM-PARM.
041100     OPEN INPUT TERM-PARM.
041200     IF WS-TERM-OK
041300         READ TERM-PARM
041400             AT END
041500                 CONTINUE
041600             NOT AT END
041700                 IF TP-TERM-CODE NOT EQUAL SPACES
041800                     MOVE TP-TERM-CODE TO WS-TERM-CODE
041900                 END-IF
042000         END-READ
042100     END-IF.
042200     CLOSE TERM-PARM.
042300     IF WS-TERM-CODE EQUAL SPACES
042400         MOVE WS-BUSINESS-DATE (1:4) TO WS-TERM-CODE (1:4)
042500         MOVE '1'                TO WS-TERM-CODE (5:1)
042600     END-IF.
042700     DISPLAY "EXAM TERM          : " WS-TERM-CODE.
042800 1300-EXIT.
042900     EXIT.
043000
043100******************************************************************
043200*    1100-LOAD-ROOM-TABLE - THE EXAMINATION ROOMS, EACH CAPPED AT
043300*                           THE ROWS AND SEATS THE CHART CAN HOLD
043400******************************************************************
043500 1100-LOAD-ROOM-TABLE.
043600     OPEN INPUT ROOM-REF.
043700     IF NOT WS-ROOM-OK
043800         DISPLAY "ROOMREF OPEN FAILED - STATUS " WS-ROOM-STATUS
043900         SET WS-ROOM-EOF         TO TRUE
044000     ELSE
044100         PERFORM 1190-READ-ROOM THRU 1190-EXIT
044200     END-IF.
044300     PERFORM 1150-TABLE-ONE-ROOM THRU 1150-EXIT
044400             UNTIL WS-ROOM-EOF.
044500     CLOSE ROOM-REF.
044600     DISPLAY "ROOMS LOADED       : " WS-ROOM-COUNT.
044700 1100-EXIT.
044800     EXIT.
044900
045000 1150-TABLE-ONE-ROOM.
045100     IF WS-ROOM-COUNT NOT LESS THAN WS-ROOM-MAX
045200      OR RR-ROWS NOT NUMERIC
045300      OR RR-SEATS-PER-ROW NOT NUMERIC
045400      OR RR-ROWS EQUAL ZERO
045500      OR RR-SEATS-PER-ROW EQUAL ZERO
045600         DISPLAY "ROOM NOT USED      : " RR-ROOM-CODE
045700         GO TO 1150-READ-NEXT
045800     END-IF.
045900     ADD 1                       TO WS-ROOM-COUNT.
046000     MOVE RR-ROOM-CODE           TO WS-RT-CODE (WS-ROOM-COUNT).
046100     MOVE RR-ROOM-NAME           TO WS-RT-NAME (WS-ROOM-COUNT).
046200     MOVE RR-ROWS                TO WS-RT-ROWS (WS-ROOM-COUNT).
046300     MOVE RR-SEATS-PER-ROW       TO WS-RT-SEATS (WS-ROOM-COUNT).
046400     IF RR-ROWS > WS-ROW-MAX
046500         MOVE WS-ROW-MAX         TO WS-RT-ROWS (WS-ROOM-COUNT)
046600         DISPLAY "ROOM ROWS CAPPED   : " RR-ROOM-CODE
046700     END-IF.
046800     IF RR-SEATS-PER-ROW > WS-SEAT-MAX
046900         MOVE WS-SEAT-MAX        TO WS-RT-SEATS (WS-ROOM-COUNT)
047000         DISPLAY "ROOM SEATS CAPPED  : " RR-ROOM-CODE
047100     END-IF.
047200 1150-READ-NEXT.
047300     PERFORM 1190-READ-ROOM THRU 1190-EXIT.
047400 1150-EXIT.
047500     EXIT.
047600
047700 1190-READ-ROOM.
047800     READ ROOM-REF
047900         AT END
048000             SET WS-ROOM-EOF TO TRUE
048100     END-READ.
048200 1190-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    1200-LOAD-SESSION-TABLE - THE SITTINGS TO SEAT; A SITTING FOR
048700*                              AN UNKNOWN OR INACTIVE SUBJECT, A
048800*                              BAD DATE OR A SESSION OTHER THAN AM
048900*                              OR PM IS LISTED AS REJECTED
049000******************************************************************
049100 1200-LOAD-SESSION-TABLE.
049200     OPEN INPUT EXAM-SESSIONS.
049300     IF NOT WS-SESS-OK
049400         DISPLAY "EXAMSESS OPEN FAILED - STATUS " WS-SESS-STATUS
049500         SET WS-FILE-ERROR       TO TRUE
049600         SET WS-SESS-EOF         TO TRUE
049700     ELSE
049800         PERFORM 1290-READ-SESSION THRU 1290-EXIT
049900     END-IF.
050000     PERFORM 1250-TABLE-ONE-SESSION THRU 1250-EXIT
050100             UNTIL WS-SESS-EOF.
050200     CLOSE EXAM-SESSIONS.
050300     DISPLAY "SITTINGS LOADED    : " WS-SESS-COUNT.
050400 1200-EXIT.
050500     EXIT.
050600
050700 1250-TABLE-ONE-SESSION.
050800     PERFORM 1260-EDIT-SESSION THRU 1260-EXIT.
050900     IF WS-SESS-INVALID
051000         ADD 1                   TO WS-SESS-REJECT-COUNT
051100         MOVE ES-SUBJECT-CODE    TO WS-SR-SUBJECT
051200         MOVE ES-EXAM-DATE       TO WS-SR-DATE
051300         MOVE ES-SESSION         TO WS-SR-SESSION
051400         MOVE WS-REJ-REASON      TO WS-SR-REASON
051500         WRITE SEATING-CHART-LINE FROM WS-SESS-REJECT-LINE
051600         GO TO 1250-READ-NEXT
051700     END-IF.
051800     ADD 1                       TO WS-SESS-COUNT.
051900     MOVE ES-SUBJECT-CODE        TO WS-SS-SUBJECT (WS-SESS-COUNT).
052000     MOVE SB-SUBJECT-NAME
052100                             TO WS-SS-SUBJ-NAME (WS-SESS-COUNT).
052200     MOVE ES-EXAM-DATE           TO WS-SS-DATE (WS-SESS-COUNT).
052300     MOVE ES-SESSION             TO WS-SS-SESSION (WS-SESS-COUNT).
052400 1250-READ-NEXT.
052500     PERFORM 1290-READ-SESSION THRU 1290-EXIT.
052600 1250-EXIT.
052700     EXIT.
052800
052900 1260-EDIT-SESSION.
053000     SET WS-SESS-VALID           TO TRUE.
053100     IF WS-SESS-COUNT NOT LESS THAN WS-SESS-MAX
053200         SET WS-SESS-INVALID     TO TRUE
053300         MOVE "TOO MANY SITTINGS IN ONE RUN" TO WS-REJ-REASON
053400         GO TO 1260-EXIT
053500     END-IF.
053600     IF NOT ES-VALID-SESSION
053700         SET WS-SESS-INVALID     TO TRUE
053800         MOVE "SESSION NOT AM OR PM" TO WS-REJ-REASON
053900         GO TO 1260-EXIT
054000     END-IF.
054100     MOVE 'N'                    TO WS-DU-VALID-SW.
054200     IF ES-EXAM-DATE NUMERIC
054300         MOVE 'V'                TO WS-DU-FUNCTION
054400         CALL "DATEUTIL"         USING WS-DU-FUNCTION
054500                                       ES-EXAM-DATE
054600                                       WS-DU-DATE-2
054700                                       WS-DU-DAYS
054800                                       WS-DU-VALID-SW
054900     END-IF.
055000     IF NOT WS-DU-VALID
055100         SET WS-SESS-INVALID     TO TRUE
055200         MOVE "INVALID EXAM DATE" TO WS-REJ-REASON
055300         GO TO 1260-EXIT
055400     END-IF.
055500     MOVE ES-SUBJECT-CODE        TO SB-SUBJECT-CODE.
055600     READ SUBJECT-REF
055700         INVALID KEY
055800             SET WS-SESS-INVALID TO TRUE
055900             MOVE "SUBJECT NOT ON REFERENCE" TO WS-REJ-REASON
056000             GO TO 1260-EXIT
056100     END-READ.
056200     IF SB-INACTIVE
056300         SET WS-SESS-INVALID     TO TRUE
056400         MOVE "SUBJECT INACTIVE" TO WS-REJ-REASON
056500     END-IF.
056600 1260-EXIT.
056700     EXIT.
056800
056900 1290-READ-SESSION.
057000     READ EXAM-SESSIONS
057100         AT END
057200             SET WS-SESS-EOF TO TRUE
057300     END-READ.
057400 1290-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800*    2000-SELECT-CANDIDATES - SORT INPUT PROCEDURE; ONE RECORD PER
057900*                             STUDENT PER SITTING FOR EVERY
058000*                             ENROLLED STUDENT TAKING THE SUBJECT
058100*                             THIS TERM AND NOT BARRED FROM IT
058200******************************************************************
058300 2000-SELECT-CANDIDATES.
058400     PERFORM 2900-READ-ATTENDANCE THRU 2900-EXIT.
058500     PERFORM 2010-SELECT-ONE-ENTRY THRU 2010-EXIT
058600             UNTIL WS-EOF.
058700 2000-SEL-EXIT.
058800     EXIT.
058900
059000 2010-SELECT-ONE-ENTRY.
059100     IF AM-TERM-CODE NOT EQUAL WS-TERM-CODE
059200      OR AM-BARRED
059300         GO TO 2010-READ-NEXT
059400     END-IF.
059500     MOVE AM-STUDENT-ID          TO SM-STUDENT-ID.
059600     READ STUDENT-MASTER
059700         INVALID KEY
059800             GO TO 2010-READ-NEXT
059900     END-READ.
060000     IF NOT SM-ENROLLED
060100         GO TO 2010-READ-NEXT
060200     END-IF.
060300     PERFORM 2100-MATCH-SESSION  THRU 2100-EXIT
060400             VARYING WS-SESS-SUB FROM 1 BY 1
060500             UNTIL WS-SESS-SUB > WS-SESS-COUNT.
060600 2010-READ-NEXT.
060700     PERFORM 2900-READ-ATTENDANCE THRU 2900-EXIT.
060800 2010-EXIT.
060900     EXIT.
061000
061100 2100-MATCH-SESSION.
061200     IF WS-SS-SUBJECT (WS-SESS-SUB) EQUAL AM-SUBJECT-CODE
061300         ADD 1                   TO WS-CANDIDATE-COUNT
061400         MOVE WS-SESS-SUB        TO SR-SESS-NO
061500         MOVE SM-CLASS-YEAR      TO SR-CLASS-YEAR
061600         MOVE SM-STUDENT-ID      TO SR-STUDENT-ID
061700         MOVE SM-STUDENT-NAME    TO SR-STUDENT-NAME
061800         RELEASE SORT-RECORD
061900     END-IF.
062000 2100-EXIT.
062100     EXIT.
062200
062300 2900-READ-ATTENDANCE.
062400     READ ATTEND-MASTER NEXT RECORD
062500         AT END
062600             SET WS-EOF TO TRUE
062700     END-READ.
062800 2900-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200*    3000-SEAT-SESSIONS - SORT OUTPUT PROCEDURE; THE CANDIDATES
063300*                         ARRIVE BY SITTING AND, WITHIN A SITTING,
063400*                         BY CLASS YEAR.  EACH SITTING STARTS WITH
063500*                         EVERY ROOM EMPTY AND ENDS WITH ITS CHART
063600******************************************************************
063700 3000-SEAT-SESSIONS.
063800     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
063900     PERFORM 3100-SEAT-ONE-CANDIDATE THRU 3100-EXIT
064000             UNTIL WS-SORT-EOF.
064100     IF WS-SESS-STARTED
064200         PERFORM 3800-CLOSE-SESSION THRU 3800-EXIT
064300     END-IF.
064400 3000-EXIT.
064500     EXIT.
064600
064700 3100-SEAT-ONE-CANDIDATE.
064800     IF NOT WS-SESS-STARTED
064900         PERFORM 3050-OPEN-SESSION THRU 3050-EXIT
065000     ELSE
065100         IF SR-SESS-NO NOT EQUAL WS-PREV-SESS
065200             PERFORM 3800-CLOSE-SESSION THRU 3800-EXIT
065300             PERFORM 3050-OPEN-SESSION THRU 3050-EXIT
065400         END-IF
065500     END-IF.
065600     PERFORM 3200-SEAT-STUDENT   THRU 3200-EXIT.
065700     PERFORM 3900-RETURN-SORTED  THRU 3900-EXIT.
065800 3100-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*    3050-OPEN-SESSION - EMPTY EVERY ROOM AND HEAD THE SITTING ON
066300*                        THE CHART
066400******************************************************************
066500 3050-OPEN-SESSION.
066600     SET WS-SESS-STARTED         TO TRUE.
066700     MOVE SR-SESS-NO             TO WS-PREV-SESS.
066800     MOVE ZEROS                  TO WS-SEATING.
066900     MOVE ZERO                   TO WS-SESS-SEATED
067000                                    WS-SESS-UNSEATED.
067100     ADD 1                       TO WS-SESS-DONE-COUNT.
067200     MOVE WS-SS-SUBJECT (WS-PREV-SESS)   TO WS-SL-SUBJECT.
067300     MOVE WS-SS-SUBJ-NAME (WS-PREV-SESS) TO WS-SL-SUBJ-NAME.
067400     MOVE WS-SS-DATE (WS-PREV-SESS)      TO WS-SL-DATE.
067500     MOVE WS-SS-SESSION (WS-PREV-SESS)   TO WS-SL-SESSION.
067600     WRITE SEATING-CHART-LINE    FROM WS-SESSION-LINE.
067700 3050-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100*    3200-SEAT-STUDENT - THE FIRST PASS WANTS A FREE SEAT WITH
068200*                        NO CLASSMATE OF THE SAME YEAR ALONGSIDE;
068300*                        WHEN THE ROOMS ARE TOO FULL FOR THAT THE
068400*                        SECOND PASS TAKES ANY FREE SEAT.  A
068500*                        STUDENT WITH NO SEAT LEFT IS LISTED ON
068600*                        THE CHART
068700******************************************************************
068800 3200-SEAT-STUDENT.
068900     MOVE 'N'                    TO WS-SEAT-FOUND-SW.
069000     SET WS-APART-PASS           TO TRUE.
069100     PERFORM 3300-SCAN-ROOM      THRU 3300-EXIT
069200             VARYING WS-ROOM-SUB FROM 1 BY 1
069300             UNTIL WS-ROOM-SUB > WS-ROOM-COUNT OR WS-SEAT-FOUND.
069400     IF NOT WS-SEAT-FOUND
069500         SET WS-ANY-SEAT-PASS    TO TRUE
069600         PERFORM 3300-SCAN-ROOM  THRU 3300-EXIT
069700                 VARYING WS-ROOM-SUB FROM 1 BY 1
069800                 UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
069900                    OR WS-SEAT-FOUND
070000     END-IF.
070100     IF NOT WS-SEAT-FOUND
070200         ADD 1                   TO WS-UNSEATED-COUNT
070300                                    WS-SESS-UNSEATED
070400         MOVE SR-STUDENT-ID      TO WS-UL-STUDENT-ID
070500         MOVE SR-STUDENT-NAME    TO WS-UL-STUDENT-NAME
070600         MOVE SR-CLASS-YEAR      TO WS-UL-CLASS-YEAR
070700         WRITE SEATING-CHART-LINE FROM WS-UNSEATED-LINE
070800         GO TO 3200-EXIT
070900     END-IF.
071000     MOVE SR-STUDENT-ID
071100             TO WS-ST-STUDENT (WS-HIT-ROOM, WS-HIT-ROW,
071200                               WS-HIT-SEAT).
071300     MOVE SR-CLASS-YEAR
071400             TO WS-ST-CLASS-YEAR (WS-HIT-ROOM, WS-HIT-ROW,
071500                                  WS-HIT-SEAT).
071600     ADD 1                       TO WS-ST-SEATED (WS-HIT-ROOM).
071700     ADD 1                       TO WS-SEATED-COUNT
071800                                    WS-SESS-SEATED.
071900     PERFORM 3600-WRITE-SEAT-SLIP THRU 3600-EXIT.
072000 3200-EXIT.
072100     EXIT.
072200
072300 3300-SCAN-ROOM.
072400     PERFORM 3400-SCAN-ROW       THRU 3400-EXIT
072500             VARYING WS-ROW-SUB FROM 1 BY 1
072600             UNTIL WS-ROW-SUB > WS-RT-ROWS (WS-ROOM-SUB)
072700                OR WS-SEAT-FOUND.
072800 3300-EXIT.
072900     EXIT.
073000
073100 3400-SCAN-ROW.
073200     PERFORM 3500-CHECK-SEAT     THRU 3500-EXIT
073300             VARYING WS-SEAT-SUB FROM 1 BY 1
073400             UNTIL WS-SEAT-SUB > WS-RT-SEATS (WS-ROOM-SUB)
073500                OR WS-SEAT-FOUND.
073600 3400-EXIT.
073700     EXIT.
073800
073900******************************************************************
074000*    3500-CHECK-SEAT - THE SEAT IS CAPTURED HERE, AT THE MOMENT IT
074100*                      IS FOUND FREE, BECAUSE THE PERFORM VARYING
074200*                      LOOPS ABOVE STILL STEP THEIR SUBSCRIPTS ONE
074300*                      MORE TIME BEFORE THEY TEST WS-SEAT-FOUND.
074400*                      ON THE FIRST PASS A SEAT NEXT TO, IN FRONT
074500*                      OF OR BEHIND A STUDENT OF THE SAME CLASS
074600*                      YEAR IS PASSED OVER
074700******************************************************************
074800 3500-CHECK-SEAT.
074900     IF WS-ST-STUDENT (WS-ROOM-SUB, WS-ROW-SUB, WS-SEAT-SUB)
075000             NOT EQUAL ZERO
075100         GO TO 3500-EXIT
075200     END-IF.
075300     IF WS-APART-PASS
075400         IF WS-SEAT-SUB > 1
075500             IF WS-ST-STUDENT (WS-ROOM-SUB, WS-ROW-SUB,
075600                               WS-SEAT-SUB - 1) NOT EQUAL ZERO
075700              AND WS-ST-CLASS-YEAR (WS-ROOM-SUB, WS-ROW-SUB,
075800                               WS-SEAT-SUB - 1)
075900                  EQUAL SR-CLASS-YEAR
076000                 GO TO 3500-EXIT
076100             END-IF
076200         END-IF
076300         IF WS-SEAT-SUB < WS-RT-SEATS (WS-ROOM-SUB)
076400             IF WS-ST-STUDENT (WS-ROOM-SUB, WS-ROW-SUB,
076500                               WS-SEAT-SUB + 1) NOT EQUAL ZERO
076600              AND WS-ST-CLASS-YEAR (WS-ROOM-SUB, WS-ROW-SUB,
076700                               WS-SEAT-SUB + 1)
076800                  EQUAL SR-CLASS-YEAR
076900                 GO TO 3500-EXIT
077000             END-IF
077100         END-IF
077200         IF WS-ROW-SUB > 1
077300             IF WS-ST-STUDENT (WS-ROOM-SUB, WS-ROW-SUB - 1,
077400                               WS-SEAT-SUB) NOT EQUAL ZERO
077500              AND WS-ST-CLASS-YEAR (WS-ROOM-SUB, WS-ROW-SUB - 1,
077600                               WS-SEAT-SUB)
077700                  EQUAL SR-CLASS-YEAR
077800                 GO TO 3500-EXIT
077900             END-IF
078000         END-IF
078100         IF WS-ROW-SUB < WS-RT-ROWS (WS-ROOM-SUB)
078200             IF WS-ST-STUDENT (WS-ROOM-SUB, WS-ROW-SUB + 1,
078300                               WS-SEAT-SUB) NOT EQUAL ZERO
078400              AND WS-ST-CLASS-YEAR (WS-ROOM-SUB, WS-ROW-SUB + 1,
078500                               WS-SEAT-SUB)
078600                  EQUAL SR-CLASS-YEAR
078700                 GO TO 3500-EXIT
078800             END-IF
078900         END-IF
079000     END-IF.
079100     SET WS-SEAT-FOUND           TO TRUE.
079200     MOVE WS-ROOM-SUB            TO WS-HIT-ROOM.
079300     MOVE WS-ROW-SUB             TO WS-HIT-ROW.
079400     MOVE WS-SEAT-SUB            TO WS-HIT-SEAT.
079500 3500-EXIT.
079600     EXIT.
079700
079800******************************************************************
079900*    3600-WRITE-SEAT-SLIP - THE STUDENT'S OWN SLIP: WHO, WHICH
080000*                           SITTING, AND WHICH ROOM, ROW AND SEAT
080100******************************************************************
080200 3600-WRITE-SEAT-SLIP.
080300     MOVE WS-TERM-CODE           TO WS-SP1-TERM.
080400     MOVE SR-STUDENT-ID          TO WS-SP2-STUDENT-ID.
080500     MOVE SR-STUDENT-NAME        TO WS-SP2-STUDENT-NAME.
080600     MOVE SR-CLASS-YEAR          TO WS-SP2-CLASS-YEAR.
080700     MOVE WS-SS-SUBJECT (WS-PREV-SESS)   TO WS-SP3-SUBJECT.
080800     MOVE WS-SS-SUBJ-NAME (WS-PREV-SESS) TO WS-SP3-SUBJ-NAME.
080900     MOVE WS-SS-DATE (WS-PREV-SESS)      TO WS-SP3-DATE.
081000     MOVE WS-SS-SESSION (WS-PREV-SESS)   TO WS-SP3-SESSION.
081100     MOVE WS-RT-CODE (WS-HIT-ROOM)       TO WS-SP4-ROOM.
081200     MOVE WS-RT-NAME (WS-HIT-ROOM)       TO WS-SP4-ROOM-NAME.
081300     MOVE WS-HIT-ROW             TO WS-SP4-ROW.
081400     MOVE WS-HIT-SEAT            TO WS-SP4-SEAT.
081500     WRITE SEAT-SLIP-LINE        FROM WS-SLIP-LINE-1.
081600     WRITE SEAT-SLIP-LINE        FROM WS-SLIP-LINE-2.
081700     WRITE SEAT-SLIP-LINE        FROM WS-SLIP-LINE-3.
081800     WRITE SEAT-SLIP-LINE        FROM WS-SLIP-LINE-4.
081900     WRITE SEAT-SLIP-LINE        FROM WS-SLIP-RULE.
082000 3600-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400*    3800-CLOSE-SESSION - THE SITTING'S CHART, ONE GRID PER ROOM
082500*                         IN USE, AND ITS COUNTS
082600******************************************************************
082700 3800-CLOSE-SESSION.
082800     PERFORM 3810-PRINT-ROOM     THRU 3810-EXIT
082900             VARYING WS-ROOM-SUB FROM 1 BY 1
083000             UNTIL WS-ROOM-SUB > WS-ROOM-COUNT.
083100     MOVE WS-SESS-SEATED         TO WS-STL-SEATED.
083200     MOVE WS-SESS-UNSEATED       TO WS-STL-UNSEATED.
083300     WRITE SEATING-CHART-LINE    FROM WS-SESS-TOTAL-LINE.
083400     WRITE SEATING-CHART-LINE    FROM SPACES.
083500 3800-EXIT.
083600     EXIT.
083700
083800 3810-PRINT-ROOM.
083900     IF WS-ST-SEATED (WS-ROOM-SUB) EQUAL ZERO
084000         GO TO 3810-EXIT
084100     END-IF.
084200     MOVE WS-RT-CODE (WS-ROOM-SUB)   TO WS-RL-CODE.
084300     MOVE WS-RT-NAME (WS-ROOM-SUB)   TO WS-RL-NAME.
084400     MOVE WS-RT-ROWS (WS-ROOM-SUB)   TO WS-RL-ROWS.
084500     MOVE WS-RT-SEATS (WS-ROOM-SUB)  TO WS-RL-SEATS.
084600     MOVE WS-ST-SEATED (WS-ROOM-SUB) TO WS-RL-SEATED.
084700     WRITE SEATING-CHART-LINE    FROM SPACES.
084800     WRITE SEATING-CHART-LINE    FROM WS-ROOM-LINE.
084900     MOVE SPACES                 TO WS-CHART-LINE.
085000     MOVE "    SEAT"             TO WS-CL-LABEL.
085100     PERFORM 3820-SEAT-NUMBER    THRU 3820-EXIT
085200             VARYING WS-SEAT-SUB FROM 1 BY 1
085300             UNTIL WS-SEAT-SUB > WS-RT-SEATS (WS-ROOM-SUB).
085400     WRITE SEATING-CHART-LINE    FROM WS-CHART-LINE.
085500     PERFORM 3830-PRINT-ROW      THRU 3830-EXIT
085600             VARYING WS-ROW-SUB FROM 1 BY 1
085700             UNTIL WS-ROW-SUB > WS-RT-ROWS (WS-ROOM-SUB).
085800 3810-EXIT.
085900     EXIT.
086000
086100 3820-SEAT-NUMBER.
086200     MOVE WS-SEAT-SUB            TO WS-SNC-SEAT.
086300     MOVE WS-SEAT-NO-CELL        TO WS-CL-CELL (WS-SEAT-SUB).
086400 3820-EXIT.
086500     EXIT.
086600
086700 3830-PRINT-ROW.
086800     MOVE SPACES                 TO WS-CHART-LINE.
086900     MOVE WS-ROW-SUB             TO WS-RWL-ROW.
087000     MOVE WS-ROW-LABEL           TO WS-CL-LABEL.
087100     PERFORM 3840-SEAT-CELL      THRU 3840-EXIT
087200             VARYING WS-SEAT-SUB FROM 1 BY 1
087300             UNTIL WS-SEAT-SUB > WS-RT-SEATS (WS-ROOM-SUB).
087400     WRITE SEATING-CHART-LINE    FROM WS-CHART-LINE.
087500 3830-EXIT.
087600     EXIT.
087700
087800 3840-SEAT-CELL.
087900     IF WS-ST-STUDENT (WS-ROOM-SUB, WS-ROW-SUB, WS-SEAT-SUB)
088000             EQUAL ZERO
088100         MOVE "    --"             TO WS-CL-CELL (WS-SEAT-SUB)
088200     ELSE
088300         MOVE WS-ST-STUDENT (WS-ROOM-SUB, WS-ROW-SUB, WS-SEAT-SUB)
088400                                 TO WS-SC-STUDENT-ID
088500         MOVE WS-STUDENT-CELL    TO WS-CL-CELL (WS-SEAT-SUB)
088600     END-IF.
088700 3840-EXIT.
088800     EXIT.
088900
089000 3900-RETURN-SORTED.
089100     RETURN SEAT-SORT
089200         AT END
089300             SET WS-SORT-EOF TO TRUE
089400     END-RETURN.
089500 3900-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900*    9000-TERMINATE - CHART TOTALS, CLOSE FILES AND REPORT RUN
090000*                     TOTALS
090100******************************************************************
090200 9000-TERMINATE.
090300     MOVE "SITTINGS SEATED       : " TO WS-TL-LABEL.
090400     MOVE WS-SESS-DONE-COUNT     TO WS-TL-COUNT.
090500     WRITE SEATING-CHART-LINE    FROM WS-TOTAL-LINE.
090600     MOVE "SITTINGS REJECTED     : " TO WS-TL-LABEL.
090700     MOVE WS-SESS-REJECT-COUNT   TO WS-TL-COUNT.
090800     WRITE SEATING-CHART-LINE    FROM WS-TOTAL-LINE.
090900     MOVE "STUDENTS SEATED       : " TO WS-TL-LABEL.
091000     MOVE WS-SEATED-COUNT        TO WS-TL-COUNT.
091100     WRITE SEATING-CHART-LINE    FROM WS-TOTAL-LINE.
091200     MOVE "STUDENTS NOT SEATED   : " TO WS-TL-LABEL.
091300     MOVE WS-UNSEATED-COUNT      TO WS-TL-COUNT.
091400     WRITE SEATING-CHART-LINE    FROM WS-TOTAL-LINE.
091500     DISPLAY "SITTINGS SEATED       : " WS-SESS-DONE-COUNT.
091600     DISPLAY "SITTINGS REJECTED     : " WS-SESS-REJECT-COUNT.
091700     DISPLAY "CANDIDATES            : " WS-CANDIDATE-COUNT.
091800     DISPLAY "  SEATED              : " WS-SEATED-COUNT.
091900     DISPLAY "  NOT SEATED          : " WS-UNSEATED-COUNT.
092000     CLOSE SUBJECT-REF.
092100     CLOSE STUDENT-MASTER.
092200     CLOSE ATTEND-MASTER.
092300     CLOSE SEATING-CHART.
092400     CLOSE SEAT-SLIPS.
092500     IF WS-SESS-REJECT-COUNT > ZERO
092600      OR WS-UNSEATED-COUNT > ZERO
092700         MOVE 4                  TO RETURN-CODE
092800     END-IF.
092900     IF WS-FILE-ERROR
093000         MOVE 8                  TO RETURN-CODE
093100     END-IF.
093200     MOVE 'E'                    TO RSA-FUNCTION.
093300     MOVE WS-CANDIDATE-COUNT     TO RSA-READ-COUNT.
093400     MOVE WS-SEATED-COUNT        TO RSA-WRITTEN-COUNT.
093500     MOVE WS-UNSEATED-COUNT      TO RSA-REJECT-COUNT.
093600     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
093700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
093800     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
093900 9000-EXIT.
094000     EXIT.
094100
094200 9999-EXIT.
094300     STOP RUN.
