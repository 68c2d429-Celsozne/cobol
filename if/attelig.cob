000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 ATTELIG.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MINIMUM-ATTENDANCE EXAM
001200*                     ELIGIBILITY.  EVERY ATTMAST ENTRY FOR THE
001300*                     TERMPARM TERM IS CHECKED AGAINST THE ATTPARM
001400*                     MINIMUM ATTENDANCE PERCENTAGE (75 WHEN NO
001500*                     CARD IS SUPPLIED).  AN ENTRY BELOW THE
001600*                     MINIMUM IS MARKED BARRED, ONE AT OR ABOVE IT
001700*                     ELIGIBLE, AND EVERY BARRED STUDENT AND
001800*                     SUBJECT IS LISTED ON THE ATTBAR REPORT.  IF4
001900*                     RECORDS A BARRED SUBJECT AS "BARRED" INSTEAD
002000*                     OF GRADING IT.
002010*    2026-10-15 JPL   THE MINIMUM PERCENTAGE NOW COMES FROM THE
002020*                     PARMMAST CONTROLLED PARAMETER MASTER
002030*                     (PARAMETER ATTPARM) AS OF THE BUSINESS
002040*                     DATE THROUGH THE SHARED PARMGET ROUTINE;
002050*                     THE ATTPARM CARD IS READ ONLY WHEN THE
002060*                     MASTER HOLDS NO VALUE.
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
003400     SELECT OPTIONAL ATTEND-PARM ASSIGN TO "ATTPARM"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-PARM-STATUS.
003700     SELECT ATTEND-MASTER    ASSIGN TO "ATTMAST"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS SEQUENTIAL
004000                             RECORD KEY IS AM-ATTEND-KEY
004100                             FILE STATUS IS WS-ATT-STATUS.
004200     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
004300                             ORGANIZATION IS INDEXED
004400                             ACCESS MODE IS RANDOM
004500                             RECORD KEY IS SM-STUDENT-ID
004600                             FILE STATUS IS WS-STU-STATUS.
004700     SELECT BARRED-REPORT    ASSIGN TO "ATTBAR"
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
006100 FD  ATTEND-PARM
006200     RECORDING MODE IS F.
006300 01  ATTEND-PARM-RECORD.
006400     05  AP-MIN-PCT              PIC 9(03).
006500
006600 FD  ATTEND-MASTER.
006700     COPY ATTMAST.
006800
006900 FD  STUDENT-MASTER.
007000     COPY STUMAST.
007100
007200 FD  BARRED-REPORT
007300     RECORDING MODE IS F.
007400 01  BARRED-REPORT-LINE          PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-BDAT-STATUS              PIC X(02).
007800     88  WS-BDAT-OK                      VALUE "00".
007900 01  WS-TERM-STATUS              PIC X(02).
008000     88  WS-TERM-OK                      VALUE "00".
008100 01  WS-PARM-STATUS              PIC X(02).
008200     88  WS-PARM-OK                      VALUE "00".
008300 01  WS-ATT-STATUS               PIC X(02).
008400     88  WS-ATT-OK                       VALUE "00".
008500 01  WS-STU-STATUS               PIC X(02).
008600     88  WS-STU-OK                       VALUE "00".
008700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008800 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
008900 01  WS-MIN-PCT                  PIC 9(03)   VALUE 75.
008920 01  WS-ATTEND-CARD.
008940     05  WS-AC-MIN-PCT           PIC 9(03).
008960     05  FILLER                  PIC X(37).
009000 01  WS-DU-FUNCTION              PIC X(01).
009100 01  WS-DU-DATE-2                PIC 9(08).
009200 01  WS-DU-DAYS                  PIC S9(05).
009300 01  WS-DU-VALID-SW              PIC X(01).
009400
009500 01  WS-SWITCHES.
009600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
009700         88  WS-EOF                          VALUE 'Y'.
009800     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
009900         88  WS-FILE-ERROR                   VALUE 'Y'.
010000
010100 77  WS-READ-COUNT               PIC 9(05)   COMP    VALUE ZERO.
010200 77  WS-CHECKED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
010300 77  WS-ELIGIBLE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
010400 77  WS-BARRED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010500
010600 01  WS-RPT-HEADING-1.
010700     05  FILLER                  PIC X(30)   VALUE
010800         "EXAM BARRED - LOW ATTENDANCE".
010900     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
011000     05  WS-H1-DATE              PIC 9(08).
011100     05  FILLER                  PIC X(08)   VALUE "  TERM: ".
011200     05  WS-H1-TERM              PIC X(05).
011300 01  WS-RPT-HEADING-2.
011400     05  FILLER                  PIC X(30)   VALUE
011500         "MINIMUM ATTENDANCE PERCENT: ".
011600     05  WS-H2-MIN-PCT           PIC ZZ9.
011700 01  WS-RPT-HEADING-3.
011800     05  FILLER                  PIC X(40)   VALUE
011900         "STUDENT NAME                 SUBJ HELD".
012000     05  FILLER                  PIC X(20)   VALUE
012100         "ATTD     PCT".
012200
012300 01  WS-RPT-DETAIL-LINE.
012400     05  WS-RD-STUDENT-ID        PIC 9(05).
012500     05  FILLER                  PIC X(03)   VALUE SPACES.
012600     05  WS-RD-STUDENT-NAME      PIC X(20).
012700     05  FILLER                  PIC X(01)   VALUE SPACE.
012800     05  WS-RD-SUBJECT           PIC X(03).
012900     05  FILLER                  PIC X(01)   VALUE SPACE.
013000     05  WS-RD-HELD              PIC ZZZZ9.
013100     05  FILLER                  PIC X(01)   VALUE SPACE.
013200     05  WS-RD-ATTENDED          PIC ZZZZ9.
013300     05  FILLER                  PIC X(02)   VALUE SPACES.
013400     05  WS-RD-PCT               PIC ZZ9.99.
013500
013600 01  WS-TOTAL-LINE.
013700     05  WS-TL-LABEL             PIC X(24).
013800     05  WS-TL-COUNT             PIC ZZZZ9.
013900
014000     COPY RUNSTAT.
014030
014060     COPY PARMREQ.
014100
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
014500     PERFORM 2000-CHECK-ONE-ENTRY    THRU 2000-EXIT
014600             UNTIL WS-EOF.
014700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
014800     GO TO 9999-EXIT.
014900
015000******************************************************************
015100*    1000-INITIALIZE - PICK UP THE TERM AND THE MINIMUM, OPEN THE
015200*                      MASTERS AND THE REPORT, AND PRIME THE READ
015300******************************************************************
015400 1000-INITIALIZE.
015500     DISPLAY "ATTELIG - ATTENDANCE ELIGIBILITY CHECK STARTING".
015600     MOVE "ATTELIG"              TO RSA-PROGRAM-ID.
015700     MOVE 'S'                    TO RSA-FUNCTION.
015800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
015900     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
016000     PERFORM 1300-READ-TERM-PARM THRU 1300-EXIT.
016100     PERFORM 1100-READ-PARM      THRU 1100-EXIT.
016200     OPEN I-O    ATTEND-MASTER.
016300     IF NOT WS-ATT-OK
016400         DISPLAY "ATTMAST OPEN FAILED - STATUS " WS-ATT-STATUS
016500         SET WS-FILE-ERROR       TO TRUE
016600     END-IF.
016700     OPEN INPUT  STUDENT-MASTER.
016800     IF NOT WS-STU-OK
016900         DISPLAY "STUMAST OPEN FAILED - STATUS " WS-STU-STATUS
017000         SET WS-FILE-ERROR       TO TRUE
017100     END-IF.
017200     OPEN OUTPUT BARRED-REPORT.
017300     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
017400     MOVE WS-TERM-CODE           TO WS-H1-TERM.
017500     MOVE WS-MIN-PCT             TO WS-H2-MIN-PCT.
017600     WRITE BARRED-REPORT-LINE    FROM WS-RPT-HEADING-1.
017700     WRITE BARRED-REPORT-LINE    FROM WS-RPT-HEADING-2.
017800     WRITE BARRED-REPORT-LINE    FROM SPACES.
017900     WRITE BARRED-REPORT-LINE    FROM WS-RPT-HEADING-3.
018000     IF WS-FILE-ERROR
018100         SET WS-EOF              TO TRUE
018200     ELSE
018300         PERFORM 2900-READ-ATTENDANCE THRU 2900-EXIT
018400     END-IF.
018500 1000-EXIT.
018600     EXIT.
018700
018800******************************************************************
018900*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
019000*                             SHARED DATEUTIL FALLBACK
019100******************************************************************
019200 8100-GET-BUSINESS-DATE.
019300     OPEN INPUT BUS-DATE-FILE.
019400     IF WS-BDAT-OK
019500         READ BUS-DATE-FILE
019600             AT END
019700                 CONTINUE
019800             NOT AT END
019900                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
020000                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
020100                 END-IF
020200         END-READ
020300     END-IF.
020400     CLOSE BUS-DATE-FILE.
020500     IF WS-BUSINESS-DATE EQUAL ZERO
020600         MOVE 'C'                TO WS-DU-FUNCTION
020700         CALL "DATEUTIL"         USING WS-DU-FUNCTION
020800                                       WS-BUSINESS-DATE
020900                                       WS-DU-DATE-2
021000                                       WS-DU-DAYS
021100                                       WS-DU-VALID-SW
021200     END-IF.
021300 8100-EXIT.
021400     EXIT.
021500
021600******************************************************************
021700*    1100-READ-PARM - THE MINIMUM ATTENDANCE PERCENTAGE A
021800*                     STUDENT NEEDS TO SIT A SUBJECT'S EXAM, IN
021900*                     FORCE ON THE PARAMETER MASTER, ELSE THE
021950*                     OPTIONAL ATTPARM CARD
022000******************************************************************
022100 1100-READ-PARM.
022200     MOVE SPACES                 TO WS-ATTEND-CARD.
022300     MOVE "ATTPARM"              TO PQ-PARM-ID.
022400     MOVE SPACES                 TO PQ-PARM-QUAL.
022500     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
022600     CALL "PARMGET"              USING PARM-REQUEST-AREA.
022700     IF PQ-FOUND
022800         MOVE PQ-VALUE           TO WS-ATTEND-CARD
022900     ELSE
023000         PERFORM 1110-READ-ATTEND-CARD THRU 1110-EXIT
023100     END-IF.
023200     IF WS-AC-MIN-PCT NUMERIC
023300      AND WS-AC-MIN-PCT NOT GREATER THAN 100
023400         MOVE WS-AC-MIN-PCT      TO WS-MIN-PCT
023450     END-IF.
023500     DISPLAY "MINIMUM ATTENDANCE : " WS-MIN-PCT.
023600 1100-EXIT.
023700     EXIT.
023710
023720 1110-READ-ATTEND-CARD.
023730     OPEN INPUT ATTEND-PARM.
023740     IF WS-PARM-OK
023750         READ ATTEND-PARM INTO WS-ATTEND-CARD
023760             AT END
023770                 CONTINUE
023780         END-READ
023790     END-IF.
023791     CLOSE ATTEND-PARM.
023792 1110-EXIT.
023793     EXIT.
023800
023900******************************************************************
024000*    1300-READ-TERM-PARM - THE EXAM TERM BEING CHECKED; WITH
024100*                         NO CARD THE BUSINESS YEAR PLUS '1'
024200*                         STANDS IN
024300******************************************************************
024400 1300-READ-TERM-PARM.
024500     OPEN INPUT TERM-PARM.
024600     IF WS-TERM-OK
024700         READ TERM-PARM
024800             AT END
024900                 CONTINUE
025000             NOT AT END
025100                 IF TP-TERM-CODE NOT EQUAL SPACES
025200                     MOVE TP-TERM-CODE TO WS-TERM-CODE
025300                 END-IF
025400         END-READ
025500     END-IF.
025600     CLOSE TERM-PARM.
025700     IF WS-TERM-CODE EQUAL SPACES
025800         MOVE WS-BUSINESS-DATE (1:4) TO WS-TERM-CODE (1:4)
025900         MOVE '1'                TO WS-TERM-CODE (5:1)
026000     END-IF.
026100     DISPLAY "EXAM TERM          : " WS-TERM-CODE.
026200 1300-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*    2000-CHECK-ONE-ENTRY - MARK ONE TERM ENTRY ELIGIBLE OR
026700*                           BARRED AGAINST THE MINIMUM AND LIST
026800*                           THE BARRED ONES
026900******************************************************************
027000 2000-CHECK-ONE-ENTRY.
027100     IF AM-TERM-CODE NOT EQUAL WS-TERM-CODE
027200         GO TO 2000-READ-NEXT
027300     END-IF.
027400     ADD 1                       TO WS-CHECKED-COUNT.
027500     MOVE WS-BUSINESS-DATE       TO AM-ELIG-CHECK-DATE.
027600     IF AM-ATTEND-PCT < WS-MIN-PCT
027700         MOVE 'B'                TO AM-ELIG-SW
027800         ADD 1                   TO WS-BARRED-COUNT
027900         PERFORM 2100-LIST-BARRED THRU 2100-EXIT
028000     ELSE
028100         MOVE 'E'                TO AM-ELIG-SW
028200         ADD 1                   TO WS-ELIGIBLE-COUNT
028300     END-IF.
028400     REWRITE ATTEND-MASTER-RECORD.
028500 2000-READ-NEXT.
028600     PERFORM 2900-READ-ATTENDANCE THRU 2900-EXIT.
028700 2000-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    2100-LIST-BARRED - ONE LINE OF THE BARRED REPORT, WITH THE
029200*                       STUDENT'S NAME FROM THE STUDENT MASTER
029300******************************************************************
029400 2100-LIST-BARRED.
029500     MOVE SPACES                 TO WS-RD-STUDENT-NAME.
029600     MOVE AM-STUDENT-ID          TO SM-STUDENT-ID.
029700     READ STUDENT-MASTER
029800         INVALID KEY
029900             MOVE "*NOT ON MASTER*"
030000                                 TO WS-RD-STUDENT-NAME
030100         NOT INVALID KEY
030200             MOVE SM-STUDENT-NAME TO WS-RD-STUDENT-NAME
030300     END-READ.
030400     MOVE AM-STUDENT-ID          TO WS-RD-STUDENT-ID.
030500     MOVE AM-SUBJECT-CODE        TO WS-RD-SUBJECT.
030600     MOVE AM-CLASSES-HELD        TO WS-RD-HELD.
030700     MOVE AM-CLASSES-ATTENDED    TO WS-RD-ATTENDED.
030800     MOVE AM-ATTEND-PCT          TO WS-RD-PCT.
030900     WRITE BARRED-REPORT-LINE    FROM WS-RPT-DETAIL-LINE.
031000 2100-EXIT.
031100     EXIT.
031200
031300 2900-READ-ATTENDANCE.
031400     READ ATTEND-MASTER NEXT RECORD
031500         AT END
031600             SET WS-EOF TO TRUE
031700     END-READ.
031800     IF NOT WS-EOF
031900         ADD 1                   TO WS-READ-COUNT
032000     END-IF.
032100 2900-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*    9000-TERMINATE - REPORT TOTALS, CLOSE FILES AND REPORT RUN
032600*                     TOTALS
032700******************************************************************
032800 9000-TERMINATE.
032900     WRITE BARRED-REPORT-LINE    FROM SPACES.
033000     MOVE "TERM ENTRIES CHECKED  : " TO WS-TL-LABEL.
033100     MOVE WS-CHECKED-COUNT       TO WS-TL-COUNT.
033200     WRITE BARRED-REPORT-LINE    FROM WS-TOTAL-LINE.
033300     MOVE "ELIGIBLE              : " TO WS-TL-LABEL.
033400     MOVE WS-ELIGIBLE-COUNT      TO WS-TL-COUNT.
033500     WRITE BARRED-REPORT-LINE    FROM WS-TOTAL-LINE.
033600     MOVE "BARRED                : " TO WS-TL-LABEL.
033700     MOVE WS-BARRED-COUNT        TO WS-TL-COUNT.
033800     WRITE BARRED-REPORT-LINE    FROM WS-TOTAL-LINE.
033900     DISPLAY "ATTMAST ENTRIES READ  : " WS-READ-COUNT.
034000     DISPLAY "  CHECKED FOR TERM    : " WS-CHECKED-COUNT.
034100     DISPLAY "  ELIGIBLE            : " WS-ELIGIBLE-COUNT.
034200     DISPLAY "  BARRED              : " WS-BARRED-COUNT.
034300     CLOSE ATTEND-MASTER.
034400     CLOSE STUDENT-MASTER.
034500     CLOSE BARRED-REPORT.
034600     IF WS-FILE-ERROR
034700         MOVE 8                  TO RETURN-CODE
034800     END-IF.
034900     MOVE 'E'                    TO RSA-FUNCTION.
035000     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
035100     MOVE WS-CHECKED-COUNT       TO RSA-WRITTEN-COUNT.
035200     MOVE ZERO                   TO RSA-REJECT-COUNT.
035300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
035400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
035500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
035600 9000-EXIT.
035700     EXIT.
035800
035900 9999-EXIT.
036000     STOP RUN.
