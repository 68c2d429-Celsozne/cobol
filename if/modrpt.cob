000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 MODRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - RE-MARK MODERATION REPORT
001200*                     BY EXAMINER.  READS THE RSLTAUD CORRECTION
001300*                     TRAIL REMARK WRITES FOR THE TERMPARM TERM
001400*                     AND PRINTS, PER EXAMINER, THE NUMBER OF
001500*                     RE-MARKS, THE AVERAGE MARK CHANGE AND THE
001600*                     LARGEST SWING.  AN EXAMINER WHOSE LARGEST
001700*                     SWING EXCEEDS THE MODPARM LIMIT (DEFAULT 15
001800*                     MARKS) IS FLAGGED FOR EXAM BOARD REVIEW.
001810*    2026-10-15 JPL   THE REVIEW SWING LIMIT NOW COMES FROM THE
001820*                     PARMMAST CONTROLLED PARAMETER MASTER
001830*                     (PARAMETER MODPARM) AS OF THE BUSINESS DATE
001840*                     THROUGH THE SHARED PARMGET ROUTINE; THE
001850*                     MODPARM CARD IS READ ONLY WHEN THE MASTER
001860*                     HOLDS NO VALUE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-370.
002300 OBJECT-COMPUTER.            IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
002700                             ORGANIZATION IS LINE SEQUENTIAL
002800                             FILE STATUS IS WS-BDAT-STATUS.
002900     SELECT OPTIONAL TERM-PARM ASSIGN TO "TERMPARM"
003000                             ORGANIZATION IS LINE SEQUENTIAL
003100                             FILE STATUS IS WS-TERM-STATUS.
003200     SELECT OPTIONAL MOD-PARM ASSIGN TO "MODPARM"
003300                             ORGANIZATION IS LINE SEQUENTIAL
003400                             FILE STATUS IS WS-PARM-STATUS.
003500     SELECT OPTIONAL RESULT-AUDIT ASSIGN TO "RSLTAUD"
003600                             ORGANIZATION IS LINE SEQUENTIAL
003700                             FILE STATUS IS WS-AUD-STATUS.
003800     SELECT EXAMINER-MASTER  ASSIGN TO "EXAMMAST"
003900                             ORGANIZATION IS INDEXED
004000                             ACCESS MODE IS RANDOM
004100                             RECORD KEY IS EX-EXAMINER-ID
004200                             FILE STATUS IS WS-EXAM-STATUS.
004300     SELECT MODERATION-REPORT ASSIGN TO "MODRPT"
004400                             ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT REMARK-SORT      ASSIGN TO "SORTWK".
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  BUS-DATE-FILE
005000     RECORDING MODE IS F.
005100     COPY BUSDATE.
005200
005300 FD  TERM-PARM
005400     RECORDING MODE IS F.
005500 01  TERM-PARM-RECORD.
005600     05  TP-TERM-CODE            PIC X(05).
005700
005800 FD  MOD-PARM
005900     RECORDING MODE IS F.
006000 01  MOD-PARM-RECORD.
006100     05  MP-SWING-LIMIT          PIC 9(03).
006200
006300 FD  RESULT-AUDIT
006400     RECORDING MODE IS F.
006500 01  RESULT-AUDIT-LINE           PIC X(90).
006600
006700 FD  EXAMINER-MASTER.
006800     COPY EXAMMAST.
006900
007000 FD  MODERATION-REPORT
007100     RECORDING MODE IS F.
007200 01  MODERATION-REPORT-LINE      PIC X(80).
007300
007400 SD  REMARK-SORT.
007500 01  SORT-RECORD.
007600     05  SR-EXAMINER-ID          PIC X(08).
007700     05  SR-CHANGE               PIC S9(03).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-BDAT-STATUS              PIC X(02).
008100     88  WS-BDAT-OK                      VALUE "00".
008200 01  WS-TERM-STATUS              PIC X(02).
008300     88  WS-TERM-OK                      VALUE "00".
008400 01  WS-PARM-STATUS              PIC X(02).
008500     88  WS-PARM-OK                      VALUE "00".
008600 01  WS-AUD-STATUS               PIC X(02).
008700     88  WS-AUD-OK                       VALUE "00" "05".
008800 01  WS-EXAM-STATUS              PIC X(02).
008900     88  WS-EXAM-OK                      VALUE "00".
009000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
009100 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
009200 01  WS-SWING-LIMIT              PIC 9(03)   VALUE 15.
009300 01  WS-DU-FUNCTION              PIC X(01).
009400 01  WS-DU-DATE-2                PIC 9(08).
009500 01  WS-DU-DAYS                  PIC S9(05).
009600 01  WS-DU-VALID-SW              PIC X(01).
009700
009800 01  WS-SWITCHES.
009900     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010000         88  WS-EOF                          VALUE 'Y'.
010100     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
010200         88  WS-SORT-EOF                     VALUE 'Y'.
010300     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
010400         88  WS-FILE-ERROR                   VALUE 'Y'.
010500     05  WS-EXAMINER-STARTED-SW  PIC X(01)   VALUE 'N'.
010600         88  WS-EXAMINER-STARTED             VALUE 'Y'.
010700
010800 77  WS-READ-COUNT               PIC 9(05)   COMP    VALUE ZERO.
010900 77  WS-REMARK-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011000 77  WS-EXAMINER-COUNT           PIC 9(05)   COMP    VALUE ZERO.
011100 77  WS-REVIEW-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011200
011300*    ONE EXAMINER'S RE-MARKS AS THEY ARE RETURNED FROM THE SORT
011400 01  WS-PREV-EXAMINER            PIC X(08)   VALUE SPACES.
011500 01  WS-EX-COUNT                 PIC 9(05)   COMP    VALUE ZERO.
011600 01  WS-EX-TOTAL-CHANGE          PIC S9(07)  COMP    VALUE ZERO.
011700 01  WS-EX-MAX-SWING             PIC 9(03)           VALUE ZERO.
011800 01  WS-EX-SIGNED-SWING          PIC S9(03)          VALUE ZERO.
011900 01  WS-EX-AVG-CHANGE            PIC S9(03)V9(02)    VALUE ZERO.
012000 01  WS-ABS-CHANGE               PIC 9(03)           VALUE ZERO.
012100
012200*    THE RSLTAUD LINE IS PARSED AT THE OFFSETS REMARK LAYS DOWN
012300 01  WS-RSLT-AUDIT-PARTS.
012400     05  WS-RA-STUDENT-ID        PIC X(05).
012500     05  FILLER                  PIC X(01).
012600     05  WS-RA-TERM              PIC X(05).
012700     05  FILLER                  PIC X(01).
012800     05  WS-RA-SUBJECT           PIC X(03).
012900     05  FILLER                  PIC X(06).
013000     05  WS-RA-OLD-MARKS         PIC 9(03).
013100     05  FILLER                  PIC X(22).
013200     05  WS-RA-NEW-MARKS         PIC 9(03).
013300     05  FILLER                  PIC X(18).
013400     05  WS-RA-EXAMINER          PIC X(08).
013500     05  FILLER                  PIC X(01).
013600     05  WS-RA-DATE              PIC X(08).
013700     05  FILLER                  PIC X(06).
013800
013900 01  WS-RPT-HEADING-1.
014000     05  FILLER                  PIC X(30)   VALUE
014100         "RE-MARK MODERATION BY EXAMINER".
014200     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
014300     05  WS-H1-DATE              PIC 9(08).
014400     05  FILLER                  PIC X(08)   VALUE "  TERM: ".
014500     05  WS-H1-TERM              PIC X(05).
014600 01  WS-RPT-HEADING-2.
014700     05  FILLER                  PIC X(30)   VALUE
014800         "REVIEW WHEN SWING EXCEEDS   : ".
014900     05  WS-H2-LIMIT             PIC ZZ9.
015000 01  WS-RPT-HEADING-3.
015100     05  FILLER                  PIC X(52)   VALUE
015200         "EXAMINER  NAME                 COUNT  AVG CHG  SWING".
015300
015400 01  WS-RPT-DETAIL-LINE.
015500     05  WS-RD-EXAMINER-ID       PIC X(08).
015600     05  FILLER                  PIC X(02)   VALUE SPACES.
015700     05  WS-RD-EXAMINER-NAME     PIC X(20).
015800     05  FILLER                  PIC X(01)   VALUE SPACE.
015900     05  WS-RD-COUNT             PIC ZZZZ9.
016000     05  FILLER                  PIC X(02)   VALUE SPACES.
016100     05  WS-RD-AVG-CHANGE        PIC ---9.99.
016200     05  FILLER                  PIC X(02)   VALUE SPACES.
016300     05  WS-RD-SWING             PIC ++++9.
016400     05  FILLER                  PIC X(02)   VALUE SPACES.
016500     05  WS-RD-REVIEW            PIC X(06).
016600
016700 01  WS-TOTAL-LINE.
016800     05  WS-TL-LABEL             PIC X(24).
016900     05  WS-TL-COUNT             PIC ZZZZ9.
017000
017020 01  WS-MOD-CARD.
017040     05  WS-MC-SWING-LIMIT       PIC 9(03).
017060     05  FILLER                  PIC X(37).
017080
017100     COPY RUNSTAT.
017120
017140     COPY PARMREQ.
017200
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
017600     IF NOT WS-FILE-ERROR
017700         SORT REMARK-SORT
017800             ON ASCENDING KEY SR-EXAMINER-ID
017900             INPUT PROCEDURE IS 2000-SELECT-REMARKS
018000                           THRU 2000-SEL-EXIT
018100             OUTPUT PROCEDURE IS 3000-REPORT-EXAMINERS
018200                            THRU 3000-EXIT
018300     END-IF.
018400     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
018500     GO TO 9999-EXIT.
018600
018700******************************************************************
018800*    1000-INITIALIZE - BUSINESS DATE, TERM AND LIMIT, THEN OPEN
018900*                      THE AUDIT TRAIL, EXAMINER MASTER AND REPORT
019000******************************************************************
019100 1000-INITIALIZE.
019200     DISPLAY "MODRPT - RE-MARK MODERATION REPORT STARTING".
019300     MOVE "MODRPT"               TO RSA-PROGRAM-ID.
019400     MOVE 'S'                    TO RSA-FUNCTION.
019500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
019600     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
019700     PERFORM 1300-READ-TERM-PARM THRU 1300-EXIT.
019800     PERFORM 1100-READ-PARM      THRU 1100-EXIT.
019900     OPEN INPUT  RESULT-AUDIT.
020000     IF NOT WS-AUD-OK
020100         DISPLAY "RSLTAUD OPEN FAILED - STATUS " WS-AUD-STATUS
020200         SET WS-FILE-ERROR       TO TRUE
020300     END-IF.
020400     OPEN INPUT  EXAMINER-MASTER.
020500     IF NOT WS-EXAM-OK
020600         DISPLAY "EXAMMAST OPEN FAILED - STATUS " WS-EXAM-STATUS
020700         SET WS-FILE-ERROR       TO TRUE
020800     END-IF.
020900     OPEN OUTPUT MODERATION-REPORT.
021000     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
021100     MOVE WS-TERM-CODE           TO WS-H1-TERM.
021200     MOVE WS-SWING-LIMIT         TO WS-H2-LIMIT.
021300     WRITE MODERATION-REPORT-LINE FROM WS-RPT-HEADING-1.
021400     WRITE MODERATION-REPORT-LINE FROM WS-RPT-HEADING-2.
021500     WRITE MODERATION-REPORT-LINE FROM SPACES.
021600     WRITE MODERATION-REPORT-LINE FROM WS-RPT-HEADING-3.
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
024850*    1100-READ-PARM - THE SWING, IN MARKS, BEYOND WHICH AN
024900*                     EXAMINER IS FLAGGED FOR REVIEW - FROM THE
024950*                     PARAMETER MASTER, ELSE THE OPTIONAL MODPARM
025000*                     CARD
025200******************************************************************
025300 1100-READ-PARM.
025350     MOVE SPACES                 TO WS-MOD-CARD.
025400     MOVE "MODPARM"              TO PQ-PARM-ID.
025450     MOVE SPACES                 TO PQ-PARM-QUAL.
025500     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
025550     CALL "PARMGET"              USING PARM-REQUEST-AREA.
025600     IF PQ-FOUND
025650         MOVE PQ-VALUE           TO WS-MOD-CARD
025700     ELSE
025750         PERFORM 1110-READ-MOD-CARD THRU 1110-EXIT
025800     END-IF.
025850     IF WS-MC-SWING-LIMIT NUMERIC
025900      AND WS-MC-SWING-LIMIT NOT GREATER THAN 100
025950         MOVE WS-MC-SWING-LIMIT  TO WS-SWING-LIMIT
026000     END-IF.
026700     DISPLAY "REVIEW SWING LIMIT : " WS-SWING-LIMIT.
026800 1100-EXIT.
026900     EXIT.
026905
026910 1110-READ-MOD-CARD.
026915     OPEN INPUT MOD-PARM.
026920     IF WS-PARM-OK
026925         READ MOD-PARM INTO WS-MOD-CARD
026930             AT END
026935                 CONTINUE
026940         END-READ
026945     END-IF.
026950     CLOSE MOD-PARM.
026955 1110-EXIT.
026960     EXIT.
027000
027100******************************************************************
027200*    1300-READ-TERM-PARM - THE EXAM TERM BEING MODERATED; WITH
027300*                         NO CARD THE BUSINESS YEAR PLUS '1'
027400*                         STANDS IN
027500******************************************************************
027600 1300-READ-TERM-PARM.
027700     OPEN INPUT TERM-PARM.
027800     IF WS-TERM-OK
027900         READ TERM-PARM
028000             AT END
028100                 CONTINUE
028200             NOT AT END
028300                 IF TP-TERM-CODE NOT EQUAL SPACES
028400                     MOVE TP-TERM-CODE TO WS-TERM-CODE
028500                 END-IF
028600         END-READ
028700     END-IF.
028800     CLOSE TERM-PARM.
028900     IF WS-TERM-CODE EQUAL SPACES
029000         MOVE WS-BUSINESS-DATE (1:4) TO WS-TERM-CODE (1:4)
029100         MOVE '1'                TO WS-TERM-CODE (5:1)
029200     END-IF.
029300     DISPLAY "EXAM TERM          : " WS-TERM-CODE.
029400 1300-EXIT.
029500     EXIT.
029600
029700******************************************************************
029800*    2000-SELECT-REMARKS - SORT INPUT PROCEDURE; ONE RECORD PER
029900*                          CORRECTION IN THE TERM, CARRYING THE
030000*                          SIGNED MARK CHANGE
030100******************************************************************
030200 2000-SELECT-REMARKS.
030300     PERFORM 2900-READ-AUDIT     THRU 2900-EXIT.
030400     PERFORM 2010-SELECT-ONE-REMARK THRU 2010-EXIT
030500             UNTIL WS-EOF.
030600 2000-SEL-EXIT.
030700     EXIT.
030800
030900 2010-SELECT-ONE-REMARK.
031000     MOVE RESULT-AUDIT-LINE      TO WS-RSLT-AUDIT-PARTS.
031100     IF WS-RA-TERM NOT EQUAL WS-TERM-CODE
031200      OR WS-RA-OLD-MARKS NOT NUMERIC
031300      OR WS-RA-NEW-MARKS NOT NUMERIC
031400         GO TO 2010-READ-NEXT
031500     END-IF.
031600     ADD 1                       TO WS-REMARK-COUNT.
031700     MOVE WS-RA-EXAMINER         TO SR-EXAMINER-ID.
031800     COMPUTE SR-CHANGE = WS-RA-NEW-MARKS - WS-RA-OLD-MARKS.
031900     RELEASE SORT-RECORD.
032000 2010-READ-NEXT.
032100     PERFORM 2900-READ-AUDIT     THRU 2900-EXIT.
032200 2010-EXIT.
032300     EXIT.
032400
032500 2900-READ-AUDIT.
032600     READ RESULT-AUDIT
032700         AT END
032800             SET WS-EOF TO TRUE
032900     END-READ.
033000     IF NOT WS-EOF
033100         ADD 1                   TO WS-READ-COUNT
033200     END-IF.
033300 2900-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*    3000-REPORT-EXAMINERS - SORT OUTPUT PROCEDURE; ACCUMULATE
033800*                            EACH EXAMINER'S RE-MARKS AND PRINT
033900*                            ONE LINE ON THE CONTROL BREAK
034000******************************************************************
034100 3000-REPORT-EXAMINERS.
034200     PERFORM 3900-RETURN-SORTED  THRU 3900-EXIT.
034300     PERFORM 3100-TAKE-ONE-REMARK THRU 3100-EXIT
034400             UNTIL WS-SORT-EOF.
034500     IF WS-EXAMINER-STARTED
034600         PERFORM 3500-PRINT-EXAMINER THRU 3500-EXIT
034700     END-IF.
034800 3000-EXIT.
034900     EXIT.
035000
035100 3100-TAKE-ONE-REMARK.
035200     IF WS-EXAMINER-STARTED
035300      AND SR-EXAMINER-ID NOT EQUAL WS-PREV-EXAMINER
035400         PERFORM 3500-PRINT-EXAMINER THRU 3500-EXIT
035500     END-IF.
035600     IF NOT WS-EXAMINER-STARTED
035700         SET WS-EXAMINER-STARTED TO TRUE
035800         MOVE SR-EXAMINER-ID     TO WS-PREV-EXAMINER
035900         MOVE ZERO               TO WS-EX-COUNT
036000                                    WS-EX-TOTAL-CHANGE
036100                                    WS-EX-MAX-SWING
036200                                    WS-EX-SIGNED-SWING
036300     END-IF.
036400     ADD 1                       TO WS-EX-COUNT.
036500     ADD SR-CHANGE               TO WS-EX-TOTAL-CHANGE.
036600     IF SR-CHANGE < ZERO
036700         COMPUTE WS-ABS-CHANGE = ZERO - SR-CHANGE
036800     ELSE
036900         MOVE SR-CHANGE          TO WS-ABS-CHANGE
037000     END-IF.
037100     IF WS-ABS-CHANGE > WS-EX-MAX-SWING
037200         MOVE WS-ABS-CHANGE      TO WS-EX-MAX-SWING
037300         MOVE SR-CHANGE          TO WS-EX-SIGNED-SWING
037400     END-IF.
037500     PERFORM 3900-RETURN-SORTED  THRU 3900-EXIT.
037600 3100-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000*    3500-PRINT-EXAMINER - ONE LINE PER EXAMINER: RE-MARK COUNT,
038100*                          AVERAGE SIGNED CHANGE AND THE LARGEST
038200*                          SWING EITHER WAY, FLAGGED FOR REVIEW
038300*                          WHEN IT EXCEEDS THE LIMIT
038400******************************************************************
038500 3500-PRINT-EXAMINER.
038600     ADD 1                       TO WS-EXAMINER-COUNT.
038700     MOVE WS-PREV-EXAMINER       TO WS-RD-EXAMINER-ID
038800                                    EX-EXAMINER-ID.
038900     READ EXAMINER-MASTER
039000         INVALID KEY
039100             MOVE "*NOT ON MASTER*"
039200                                 TO WS-RD-EXAMINER-NAME
039300         NOT INVALID KEY
039400             MOVE EX-EXAMINER-NAME TO WS-RD-EXAMINER-NAME
039500     END-READ.
039600     COMPUTE WS-EX-AVG-CHANGE ROUNDED
039700             = WS-EX-TOTAL-CHANGE / WS-EX-COUNT.
039800     MOVE WS-EX-COUNT            TO WS-RD-COUNT.
039900     MOVE WS-EX-AVG-CHANGE       TO WS-RD-AVG-CHANGE.
040000     MOVE WS-EX-SIGNED-SWING     TO WS-RD-SWING.
040100     MOVE SPACES                 TO WS-RD-REVIEW.
040200     IF WS-EX-MAX-SWING > WS-SWING-LIMIT
040300         MOVE "REVIEW"           TO WS-RD-REVIEW
040400         ADD 1                   TO WS-REVIEW-COUNT
040500     END-IF.
040600     WRITE MODERATION-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
040700     MOVE 'N'                    TO WS-EXAMINER-STARTED-SW.
040800 3500-EXIT.
040900     EXIT.
041000
041100 3900-RETURN-SORTED.
041200     RETURN REMARK-SORT
041300         AT END
041400             SET WS-SORT-EOF TO TRUE
041500     END-RETURN.
041600 3900-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*    9000-TERMINATE - REPORT TOTALS, CLOSE FILES AND REPORT RUN
042100*                     TOTALS
042200******************************************************************
042300 9000-TERMINATE.
042400     WRITE MODERATION-REPORT-LINE FROM SPACES.
042500     MOVE "EXAMINERS LISTED      : " TO WS-TL-LABEL.
042600     MOVE WS-EXAMINER-COUNT      TO WS-TL-COUNT.
042700     WRITE MODERATION-REPORT-LINE FROM WS-TOTAL-LINE.
042800     MOVE "RE-MARKS IN TERM      : " TO WS-TL-LABEL.
042900     MOVE WS-REMARK-COUNT        TO WS-TL-COUNT.
043000     WRITE MODERATION-REPORT-LINE FROM WS-TOTAL-LINE.
043100     MOVE "FLAGGED FOR REVIEW    : " TO WS-TL-LABEL.
043200     MOVE WS-REVIEW-COUNT        TO WS-TL-COUNT.
043300     WRITE MODERATION-REPORT-LINE FROM WS-TOTAL-LINE.
043400     DISPLAY "RSLTAUD LINES READ    : " WS-READ-COUNT.
043500     DISPLAY "  RE-MARKS IN TERM    : " WS-REMARK-COUNT.
043600     DISPLAY "EXAMINERS LISTED      : " WS-EXAMINER-COUNT.
043700     DISPLAY "  FLAGGED FOR REVIEW  : " WS-REVIEW-COUNT.
043800     CLOSE RESULT-AUDIT.
043900     CLOSE EXAMINER-MASTER.
044000     CLOSE MODERATION-REPORT.
044100     IF WS-FILE-ERROR
044200         MOVE 8                  TO RETURN-CODE
044300     END-IF.
044400     MOVE 'E'                    TO RSA-FUNCTION.
044500     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
044600     MOVE WS-EXAMINER-COUNT      TO RSA-WRITTEN-COUNT.
044700     MOVE ZERO                   TO RSA-REJECT-COUNT.
044800     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
044900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
045000     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
045100 9000-EXIT.
045200     EXIT.
045300
045400 9999-EXIT.
045500     STOP RUN.
