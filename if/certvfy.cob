000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CERTVFY.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - CERTIFICATE VERIFICATION.
001200*                     EACH SERIAL ON CERTVREQ IS LOOKED UP ON THE
001300*                     CERTREG REGISTER AND REPORTED AS VALID, A
001400*                     (VALID) REISSUE, SUPERSEDED (WITH THE SERIAL
001500*                     THAT REPLACED IT) OR NOT ON THE REGISTER.
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.            IBM-370.
002000 OBJECT-COMPUTER.            IBM-370.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
002400                             ORGANIZATION IS LINE SEQUENTIAL
002500                             FILE STATUS IS WS-BDAT-STATUS.
002600     SELECT VERIFY-REQUESTS  ASSIGN TO "CERTVREQ"
002700                             ORGANIZATION IS LINE SEQUENTIAL
002800                             FILE STATUS IS WS-REQ-STATUS.
002900     SELECT CERT-REGISTER    ASSIGN TO "CERTREG"
003000                             ORGANIZATION IS INDEXED
003100                             ACCESS MODE IS RANDOM
003200                             RECORD KEY IS CG-SERIAL
003300                             ALTERNATE RECORD KEY IS CG-STUDENT-ID
003400                                 WITH DUPLICATES
003500                             FILE STATUS IS WS-CERT-STATUS.
003600     SELECT VERIFY-REPORT    ASSIGN TO "CERTVFY"
003700                             ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  BUS-DATE-FILE
004200     RECORDING MODE IS F.
004300     COPY BUSDATE.
004400
004500 FD  VERIFY-REQUESTS
004600     RECORDING MODE IS F.
004700 01  VERIFY-REQUEST-RECORD.
004800     05  VQ-SERIAL               PIC 9(07).
004900
005000 FD  CERT-REGISTER.
005100     COPY CERTREG.
005200
005300 FD  VERIFY-REPORT
005400     RECORDING MODE IS F.
005500 01  VERIFY-REPORT-LINE          PIC X(80).
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-BDAT-STATUS              PIC X(02).
005900     88  WS-BDAT-OK                      VALUE "00".
006000 01  WS-REQ-STATUS               PIC X(02).
006100     88  WS-REQ-OK                       VALUE "00".
006200 01  WS-CERT-STATUS              PIC X(02).
006300     88  WS-CERT-OK                      VALUE "00".
006400 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
006500 01  WS-DU-FUNCTION              PIC X(01).
006600 01  WS-DU-DATE-2                PIC 9(08).
006700 01  WS-DU-DAYS                  PIC S9(05).
006800 01  WS-DU-VALID-SW              PIC X(01).
006900
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007200         88  WS-EOF                          VALUE 'Y'.
007300     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
007400         88  WS-FILE-ERROR                   VALUE 'Y'.
007500
007600 77  WS-REQUEST-COUNT            PIC 9(05)   COMP    VALUE ZERO.
007700 77  WS-VALID-COUNT              PIC 9(05)   COMP    VALUE ZERO.
007800 77  WS-SUPERSEDED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
007900 77  WS-NOT-FOUND-COUNT          PIC 9(05)   COMP    VALUE ZERO.
008000
008100 01  WS-HEADING-1.
008200     05  FILLER                  PIC X(30)   VALUE
008300         "CERTIFICATE VERIFICATION".
008400     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
008500     05  WS-H1-DATE              PIC 9(08).
008600 01  WS-HEADING-2.
008700     05  FILLER                  PIC X(35)   VALUE
008800         "SERIAL  STUD  STUDENT NAME".
008900     05  FILLER                  PIC X(29)   VALUE
009000         "RESULT CLASS ISSUED   VERDICT".
009100
009200 01  WS-DETAIL-LINE.
009300     05  WS-DL-SERIAL            PIC 9(07).
009400     05  FILLER                  PIC X(01)   VALUE SPACE.
009500     05  WS-DL-STUDENT-ID        PIC Z(05).
009600     05  FILLER                  PIC X(01)   VALUE SPACE.
009700     05  WS-DL-STUDENT-NAME      PIC X(20).
009800     05  FILLER                  PIC X(01)   VALUE SPACE.
009900     05  WS-DL-CLASS             PIC X(12).
010000     05  FILLER                  PIC X(01)   VALUE SPACE.
010100     05  WS-DL-ISSUE-DATE        PIC Z(08).
010200     05  FILLER                  PIC X(01)   VALUE SPACE.
010300     05  WS-DL-VERDICT           PIC X(14).
010400     05  WS-DL-LINKED            PIC Z(07).
010500
010600 01  WS-TOTAL-LINE.
010700     05  WS-TL-LABEL             PIC X(24).
010800     05  WS-TL-COUNT             PIC ZZZZ9.
010900
011000     COPY RUNSTAT.
011100
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
011500     PERFORM 2000-VERIFY-ONE     THRU 2000-EXIT
011600             UNTIL WS-EOF.
011700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
011800     GO TO 9999-EXIT.
011900
012000******************************************************************
012100*    1000-INITIALIZE - BUSINESS DATE, OPEN THE REGISTER, THE
012200*                      REQUESTS AND THE REPORT
012300******************************************************************
012400 1000-INITIALIZE.
012500     DISPLAY "CERTVFY - CERTIFICATE VERIFICATION STARTING".
012600     MOVE "CERTVFY"              TO RSA-PROGRAM-ID.
012700     MOVE 'S'                    TO RSA-FUNCTION.
012800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
012900     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
013000     OPEN INPUT  VERIFY-REQUESTS.
013100     IF NOT WS-REQ-OK
013200         DISPLAY "CERTVREQ OPEN FAILED - STATUS " WS-REQ-STATUS
013300         SET WS-FILE-ERROR       TO TRUE
013400     END-IF.
013500     OPEN INPUT  CERT-REGISTER.
013600     IF NOT WS-CERT-OK
013700         DISPLAY "CERTREG OPEN FAILED - STATUS " WS-CERT-STATUS
013800         SET WS-FILE-ERROR       TO TRUE
013900     END-IF.
014000     OPEN OUTPUT VERIFY-REPORT.
014100     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
014200     WRITE VERIFY-REPORT-LINE    FROM WS-HEADING-1.
014300     WRITE VERIFY-REPORT-LINE    FROM SPACES.
014400     WRITE VERIFY-REPORT-LINE    FROM WS-HEADING-2.
014500     IF WS-FILE-ERROR
014600         SET WS-EOF              TO TRUE
014700     ELSE
014800         PERFORM 2900-READ-REQUEST THRU 2900-EXIT
014900     END-IF.
015000 1000-EXIT.
015100     EXIT.
015200
015300******************************************************************
015400*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
015500*                             SHARED DATEUTIL FALLBACK
015600******************************************************************
015700 8100-GET-BUSINESS-DATE.
015800     OPEN INPUT BUS-DATE-FILE.
015900     IF WS-BDAT-OK
016000         READ BUS-DATE-FILE
016100             AT END
016200                 CONTINUE
016300             NOT AT END
016400                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
016500                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
016600                 END-IF
016700         END-READ
016800     END-IF.
016900     CLOSE BUS-DATE-FILE.
017000     IF WS-BUSINESS-DATE EQUAL ZERO
017100         MOVE 'C'                TO WS-DU-FUNCTION
017200         CALL "DATEUTIL"         USING WS-DU-FUNCTION
017300                                       WS-BUSINESS-DATE
017400                                       WS-DU-DATE-2
017500                                       WS-DU-DAYS
017600                                       WS-DU-VALID-SW
017700     END-IF.
017800 8100-EXIT.
017900     EXIT.
018000
018100******************************************************************
018200*    2000-VERIFY-ONE - LOOK THE SERIAL UP AND GIVE ITS VERDICT;
018300*                      A SUPERSEDED CERTIFICATE NAMES ITS
018400*                      REPLACEMENT AND A REISSUE THE SERIAL IT
018500*                      REPLACED
018600******************************************************************
018700 2000-VERIFY-ONE.
018800     ADD 1                       TO WS-REQUEST-COUNT.
018900     MOVE SPACES                 TO WS-DETAIL-LINE.
019000     MOVE ZERO                   TO WS-DL-STUDENT-ID
019100                                    WS-DL-ISSUE-DATE
019200                                    WS-DL-LINKED.
019300     IF VQ-SERIAL NOT NUMERIC OR VQ-SERIAL EQUAL ZERO
019400         MOVE ZERO               TO WS-DL-SERIAL
019500         MOVE "NOT ON REGISTER"  TO WS-DL-VERDICT
019600         ADD 1                   TO WS-NOT-FOUND-COUNT
019700         GO TO 2000-WRITE
019800     END-IF.
019900     MOVE VQ-SERIAL              TO WS-DL-SERIAL
020000                                    CG-SERIAL.
020100     READ CERT-REGISTER
020200         INVALID KEY
020300             MOVE "NOT ON REGISTER" TO WS-DL-VERDICT
020400             ADD 1               TO WS-NOT-FOUND-COUNT
020500             GO TO 2000-WRITE
020600     END-READ.
020700     MOVE CG-STUDENT-ID          TO WS-DL-STUDENT-ID.
020800     MOVE CG-STUDENT-NAME        TO WS-DL-STUDENT-NAME.
020900     MOVE CG-RESULT-CLASS        TO WS-DL-CLASS.
021000     MOVE CG-ISSUE-DATE          TO WS-DL-ISSUE-DATE.
021100     EVALUATE TRUE
021200         WHEN CG-ISSUED
021300             MOVE "VALID"        TO WS-DL-VERDICT
021400             ADD 1               TO WS-VALID-COUNT
021500         WHEN CG-REISSUED
021600             MOVE "REISSUE OF"   TO WS-DL-VERDICT
021700             MOVE CG-LINKED-SERIAL TO WS-DL-LINKED
021800             ADD 1               TO WS-VALID-COUNT
021900         WHEN OTHER
022000             MOVE "SUPERSEDED BY"  TO WS-DL-VERDICT
022100             MOVE CG-LINKED-SERIAL TO WS-DL-LINKED
022200             ADD 1               TO WS-SUPERSEDED-COUNT
022300     END-EVALUATE.
022400 2000-WRITE.
022500     WRITE VERIFY-REPORT-LINE    FROM WS-DETAIL-LINE.
022600     PERFORM 2900-READ-REQUEST   THRU 2900-EXIT.
022700 2000-EXIT.
022800     EXIT.
022900
023000 2900-READ-REQUEST.
023100     READ VERIFY-REQUESTS
023200         AT END
023300             SET WS-EOF TO TRUE
023400     END-READ.
023500 2900-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900*    9000-TERMINATE - REPORT TOTALS, CLOSE FILES AND REPORT RUN
024000*                     TOTALS
024100******************************************************************
024200 9000-TERMINATE.
024300     WRITE VERIFY-REPORT-LINE    FROM SPACES.
024400     MOVE "SERIALS CHECKED       : " TO WS-TL-LABEL.
024500     MOVE WS-REQUEST-COUNT       TO WS-TL-COUNT.
024600     WRITE VERIFY-REPORT-LINE    FROM WS-TOTAL-LINE.
024700     MOVE "VALID                 : " TO WS-TL-LABEL.
024800     MOVE WS-VALID-COUNT         TO WS-TL-COUNT.
024900     WRITE VERIFY-REPORT-LINE    FROM WS-TOTAL-LINE.
025000     MOVE "SUPERSEDED            : " TO WS-TL-LABEL.
025100     MOVE WS-SUPERSEDED-COUNT    TO WS-TL-COUNT.
025200     WRITE VERIFY-REPORT-LINE    FROM WS-TOTAL-LINE.
025300     MOVE "NOT ON REGISTER       : " TO WS-TL-LABEL.
025400     MOVE WS-NOT-FOUND-COUNT     TO WS-TL-COUNT.
025500     WRITE VERIFY-REPORT-LINE    FROM WS-TOTAL-LINE.
025600     DISPLAY "SERIALS CHECKED       : " WS-REQUEST-COUNT.
025700     DISPLAY "  VALID               : " WS-VALID-COUNT.
025800     DISPLAY "  SUPERSEDED          : " WS-SUPERSEDED-COUNT.
025900     DISPLAY "  NOT ON REGISTER     : " WS-NOT-FOUND-COUNT.
026000     CLOSE VERIFY-REQUESTS.
026100     CLOSE CERT-REGISTER.
026200     CLOSE VERIFY-REPORT.
026300     IF WS-FILE-ERROR
026400         MOVE 8                  TO RETURN-CODE
026500     END-IF.
026600     MOVE 'E'                    TO RSA-FUNCTION.
026700     MOVE WS-REQUEST-COUNT       TO RSA-READ-COUNT.
026800     MOVE WS-VALID-COUNT         TO RSA-WRITTEN-COUNT.
026900     MOVE WS-NOT-FOUND-COUNT     TO RSA-REJECT-COUNT.
027000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
027100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
027200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
027300 9000-EXIT.
027400     EXIT.
027500
027600 9999-EXIT.
027700     STOP RUN.
