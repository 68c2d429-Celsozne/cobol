000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 FEEDFLT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - FEE DEFAULTER LIST.  EVERY
001200*                     STUFEE ACCOUNT WITH A BALANCE STILL OWED IS
001300*                     LISTED WITH THE STUDENT'S NAME AND CLASS
001400*                     YEAR FROM STUMAST, THE LAST TERM BILLED, THE
001500*                     AMOUNT OWED, THE LAST RECEIPT DATE AND THE
001600*                     DAYS SINCE THE LAST BILL.  THESE ARE THE
001700*                     STUDENTS WHOSE MARK SHEETS AND TRANSCRIPTS
001800*                     ARE WITHHELD.
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
002900     SELECT STUDENT-FEE      ASSIGN TO "STUFEE"
003000                             ORGANIZATION IS INDEXED
003100                             ACCESS MODE IS SEQUENTIAL
003200                             RECORD KEY IS SF-STUDENT-ID
003300                             FILE STATUS IS WS-SFEE-STATUS.
003400     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
003500                             ORGANIZATION IS INDEXED
003600                             ACCESS MODE IS RANDOM
003700                             RECORD KEY IS SM-STUDENT-ID
003800                             FILE STATUS IS WS-STU-STATUS.
003900     SELECT DEFAULTER-LIST   ASSIGN TO "FEEDFLT"
004000                             ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BUS-DATE-FILE
004500     RECORDING MODE IS F.
004600     COPY BUSDATE.
004700
004800 FD  STUDENT-FEE.
004900     COPY STUFEE.
005000
005100 FD  STUDENT-MASTER.
005200     COPY STUMAST.
005300
005400 FD  DEFAULTER-LIST
005500     RECORDING MODE IS F.
005600 01  DEFAULTER-LINE              PIC X(80).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-BDAT-STATUS              PIC X(02).
006000     88  WS-BDAT-OK                      VALUE "00".
006100 01  WS-SFEE-STATUS              PIC X(02).
006200     88  WS-SFEE-OK                      VALUE "00".
006300 01  WS-STU-STATUS               PIC X(02).
006400     88  WS-STU-OK                       VALUE "00".
006500 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
006600 01  WS-DU-FUNCTION              PIC X(01).
006700 01  WS-DU-DATE-2                PIC 9(08).
006800 01  WS-DU-DAYS                  PIC S9(05).
006900 01  WS-DU-VALID-SW              PIC X(01).
007000     88  WS-DU-VALID                     VALUE 'Y'.
007100 01  WS-DAYS-SINCE-BILL          PIC S9(05)  VALUE ZERO.
007200
007300 01  WS-SWITCHES.
007400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007500         88  WS-EOF                          VALUE 'Y'.
007600
007700 77  WS-ACCOUNT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
007800 77  WS-DEFAULTER-COUNT          PIC 9(05)   COMP    VALUE ZERO.
007900 01  WS-OWED-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
008000
008100 01  WS-RPT-HEADING-1.
008200     05  FILLER                  PIC X(30)   VALUE
008300         "FEE DEFAULTER LIST".
008400     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
008500     05  WS-H1-DATE              PIC 9(08).
008600 01  WS-RPT-HEADING-2.
008700     05  FILLER                  PIC X(38)   VALUE
008800         "STUDENT NAME                  YR TERM".
008900     05  FILLER                  PIC X(36)   VALUE
009000         "         OWED  LAST PAID  DAYS".
009100
009200 01  WS-RPT-DETAIL-LINE.
009300     05  WS-RD-STUDENT-ID        PIC 9(05).
009400     05  FILLER                  PIC X(03)   VALUE SPACES.
009500     05  WS-RD-STUDENT-NAME      PIC X(20).
009600     05  FILLER                  PIC X(02)   VALUE SPACES.
009700     05  WS-RD-CLASS-YEAR        PIC Z9.
009800     05  FILLER                  PIC X(01)   VALUE SPACES.
009900     05  WS-RD-TERM              PIC X(05).
010000     05  FILLER                  PIC X(01)   VALUE SPACES.
010100     05  WS-RD-OWED              PIC Z,ZZZ,ZZ9.99.
010200     05  FILLER                  PIC X(02)   VALUE SPACES.
010300     05  WS-RD-LAST-PAID         PIC X(08).
010400     05  FILLER                  PIC X(02)   VALUE SPACES.
010500     05  WS-RD-DAYS              PIC ZZZZ9.
010600
010700 01  WS-TOTAL-LINE.
010800     05  WS-TL-LABEL             PIC X(24).
010900     05  WS-TL-COUNT             PIC ZZZZ9.
011000 01  WS-AMOUNT-LINE.
011100     05  WS-AL-LABEL             PIC X(24).
011200     05  WS-AL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
011300
011400     COPY RUNSTAT.
011500
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
011900     PERFORM 2000-CHECK-ONE-ACCOUNT  THRU 2000-EXIT
012000             UNTIL WS-EOF.
012100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
012200     GO TO 9999-EXIT.
012300
012400******************************************************************
012500*    1000-INITIALIZE - OPEN THE FEE ACCOUNTS AND THE LIST
012600******************************************************************
012700 1000-INITIALIZE.
012800     DISPLAY "FEEDFLT - FEE DEFAULTER LIST STARTING".
012900     MOVE "FEEDFLT"              TO RSA-PROGRAM-ID.
013000     MOVE 'S'                    TO RSA-FUNCTION.
013100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
013200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
013300     OPEN INPUT  STUDENT-FEE.
013400     OPEN INPUT  STUDENT-MASTER.
013500     OPEN OUTPUT DEFAULTER-LIST.
013600     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
013700     WRITE DEFAULTER-LINE        FROM WS-RPT-HEADING-1.
013800     WRITE DEFAULTER-LINE        FROM WS-RPT-HEADING-2.
013900     WRITE DEFAULTER-LINE        FROM SPACES.
014000     IF NOT WS-SFEE-OK
014100         DISPLAY "STUFEE OPEN FAILED - STATUS " WS-SFEE-STATUS
014200         MOVE 8                  TO RETURN-CODE
014300         SET WS-EOF              TO TRUE
014400         GO TO 1000-EXIT
014500     END-IF.
014600     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
014700 1000-EXIT.
014800     EXIT.
014900
015000******************************************************************
015100*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
015200*                             SHARED DATEUTIL FALLBACK
015300******************************************************************
015400 8100-GET-BUSINESS-DATE.
015500     OPEN INPUT BUS-DATE-FILE.
015600     IF WS-BDAT-OK
015700         READ BUS-DATE-FILE
015800             AT END
015900                 CONTINUE
016000             NOT AT END
016100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
016200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
016300                 END-IF
016400         END-READ
016500     END-IF.
016600     CLOSE BUS-DATE-FILE.
016700     IF WS-BUSINESS-DATE EQUAL ZERO
016800         MOVE 'C'                TO WS-DU-FUNCTION
016900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
017000                                       WS-BUSINESS-DATE
017100                                       WS-DU-DATE-2
017200                                       WS-DU-DAYS
017300                                       WS-DU-VALID-SW
017400     END-IF.
017500 8100-EXIT.
017600     EXIT.
017700
017800******************************************************************
017900*    2000-CHECK-ONE-ACCOUNT - LIST THE ACCOUNT IF ANYTHING IS
018000*                             STILL OWED ON IT
018100******************************************************************
018200 2000-CHECK-ONE-ACCOUNT.
018300     ADD 1                       TO WS-ACCOUNT-COUNT.
018400     IF SF-BALANCE NOT > ZERO
018500         GO TO 2000-READ-NEXT
018600     END-IF.
018700     MOVE SF-STUDENT-ID          TO WS-RD-STUDENT-ID.
018800     MOVE SF-STUDENT-ID          TO SM-STUDENT-ID.
018900     READ STUDENT-MASTER
019000         INVALID KEY
019100             MOVE "*NOT ON MASTER*" TO WS-RD-STUDENT-NAME
019200             MOVE ZERO           TO WS-RD-CLASS-YEAR
019300         NOT INVALID KEY
019400             MOVE SM-STUDENT-NAME TO WS-RD-STUDENT-NAME
019500             MOVE SM-CLASS-YEAR  TO WS-RD-CLASS-YEAR
019600     END-READ.
019700     MOVE SF-LAST-TERM-BILLED    TO WS-RD-TERM.
019800     MOVE SF-BALANCE             TO WS-RD-OWED.
019900     IF SF-LAST-RECEIPT-DATE EQUAL ZERO
020000         MOVE "NEVER"            TO WS-RD-LAST-PAID
020100     ELSE
020200         MOVE SF-LAST-RECEIPT-DATE TO WS-RD-LAST-PAID
020300     END-IF.
020400     MOVE ZERO                   TO WS-DAYS-SINCE-BILL.
020500     IF SF-LAST-BILL-DATE > ZERO
020600         MOVE 'N'                TO WS-DU-VALID-SW
020700         MOVE 'D'                TO WS-DU-FUNCTION
020800         MOVE SF-LAST-BILL-DATE  TO WS-DU-DATE-2
020900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
021000                                       WS-BUSINESS-DATE
021100                                       WS-DU-DATE-2
021200                                       WS-DAYS-SINCE-BILL
021300                                       WS-DU-VALID-SW
021400         IF NOT WS-DU-VALID
021500          OR WS-DAYS-SINCE-BILL < ZERO
021600             MOVE ZERO           TO WS-DAYS-SINCE-BILL
021700         END-IF
021800     END-IF.
021900     MOVE WS-DAYS-SINCE-BILL     TO WS-RD-DAYS.
022000     WRITE DEFAULTER-LINE        FROM WS-RPT-DETAIL-LINE.
022100     ADD 1                       TO WS-DEFAULTER-COUNT.
022200     ADD SF-BALANCE              TO WS-OWED-TOTAL.
022300 2000-READ-NEXT.
022400     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
022500 2000-EXIT.
022600     EXIT.
022700
022800 2900-READ-ACCOUNT.
022900     READ STUDENT-FEE NEXT RECORD
023000         AT END
023100             SET WS-EOF TO TRUE
023200     END-READ.
023300 2900-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700*    9000-TERMINATE - LIST TOTALS, CLOSE FILES AND REPORT RUN
023800*                     TOTALS
023900******************************************************************
024000 9000-TERMINATE.
024100     WRITE DEFAULTER-LINE        FROM SPACES.
024200     MOVE "DEFAULTERS LISTED     : " TO WS-TL-LABEL.
024300     MOVE WS-DEFAULTER-COUNT     TO WS-TL-COUNT.
024400     WRITE DEFAULTER-LINE        FROM WS-TOTAL-LINE.
024500     MOVE "TOTAL OUTSTANDING     : " TO WS-AL-LABEL.
024600     MOVE WS-OWED-TOTAL          TO WS-AL-AMOUNT.
024700     WRITE DEFAULTER-LINE        FROM WS-AMOUNT-LINE.
024800     DISPLAY "FEE ACCOUNTS READ     : " WS-ACCOUNT-COUNT.
024900     DISPLAY "DEFAULTERS LISTED     : " WS-DEFAULTER-COUNT.
025000     CLOSE STUDENT-FEE.
025100     CLOSE STUDENT-MASTER.
025200     CLOSE DEFAULTER-LIST.
025300     MOVE 'E'                    TO RSA-FUNCTION.
025400     MOVE WS-ACCOUNT-COUNT       TO RSA-READ-COUNT.
025500     MOVE WS-DEFAULTER-COUNT     TO RSA-WRITTEN-COUNT.
025600     MOVE ZERO                   TO RSA-REJECT-COUNT.
025700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
025800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
025900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
026000 9000-EXIT.
026100     EXIT.
026200
026300 9999-EXIT.
026400     STOP RUN.
