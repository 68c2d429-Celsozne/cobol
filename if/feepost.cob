000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 FEEPOST.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - FEE RECEIPT POSTING.  EACH
001200*                     FEETRAN RECEIPT TAKEN BY THE STUDENT OFFICE
001300*                     IS EDITED (RECEIPT NUMBER, STUDENT ON
001400*                     STUMAST, AMOUNT, DATE NO LATER THAN THE
001500*                     BUSINESS DATE) AND TAKEN OFF THE STUDENT'S
001600*                     STUFEE FEE ACCOUNT.  A STUDENT NOT YET
001700*                     BILLED GETS AN ACCOUNT OPENED IN CREDIT.
001800*                     EVERY POSTING IS LISTED ON THE FEERREG
001900*                     RECEIPT REGISTER WITH THE BALANCE LEFT;
002000*                     REJECTS GO TO FEEPREJ AND END THE STEP RC 4.
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
003100     SELECT FEE-TRANS        ASSIGN TO "FEETRAN"
003200                             ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS RANDOM
003600                             RECORD KEY IS SM-STUDENT-ID
003700                             FILE STATUS IS WS-STU-STATUS.
003800     SELECT OPTIONAL STUDENT-FEE ASSIGN TO "STUFEE"
003900                             ORGANIZATION IS INDEXED
004000                             ACCESS MODE IS RANDOM
004100                             RECORD KEY IS SF-STUDENT-ID
004200                             FILE STATUS IS WS-SFEE-STATUS.
004300     SELECT FEE-REJECT       ASSIGN TO "FEEPREJ"
004400                             ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RECEIPT-REGISTER ASSIGN TO "FEERREG"
004600                             ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BUS-DATE-FILE
005100     RECORDING MODE IS F.
005200     COPY BUSDATE.
005300
005400 FD  FEE-TRANS
005500     RECORDING MODE IS F.
005600     COPY FEETRAN.
005700
005800 FD  STUDENT-MASTER.
005900     COPY STUMAST.
006000
006100 FD  STUDENT-FEE.
006200     COPY STUFEE.
006300
006400 FD  FEE-REJECT
006500     RECORDING MODE IS F.
006600 01  FEE-REJ-LINE                PIC X(80).
006700
006800 FD  RECEIPT-REGISTER
006900     RECORDING MODE IS F.
007000 01  RECEIPT-REGISTER-LINE       PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-BDAT-STATUS              PIC X(02).
007400     88  WS-BDAT-OK                      VALUE "00".
007500 01  WS-STU-STATUS               PIC X(02).
007600     88  WS-STU-OK                       VALUE "00".
007700 01  WS-SFEE-STATUS              PIC X(02).
007800     88  WS-SFEE-USABLE                  VALUE "00", "05".
007900 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008000 01  WS-DU-FUNCTION              PIC X(01).
008100 01  WS-DU-DATE-2                PIC 9(08).
008200 01  WS-DU-DAYS                  PIC S9(05).
008300 01  WS-DU-VALID-SW              PIC X(01).
008400     88  WS-DU-VALID                     VALUE 'Y'.
008500
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008800         88  WS-EOF                          VALUE 'Y'.
008900     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
009000         88  WS-FILE-ERROR                   VALUE 'Y'.
009100     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
009200         88  WS-TRAN-VALID                   VALUE 'Y'.
009300         88  WS-TRAN-INVALID                 VALUE 'N'.
009400     05  WS-ACCOUNT-FOUND-SW     PIC X(01)   VALUE 'N'.
009500         88  WS-ACCOUNT-FOUND                VALUE 'Y'.
009600
009700 77  WS-RECEIPT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
009800 77  WS-POSTED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
009900 77  WS-OPENED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010000 77  WS-CLEARED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
010100 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010200 01  WS-POSTED-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
010300
010400 01  WS-REJECT-LINE.
010500     05  WS-REJ-RECEIPT-NO       PIC X(08).
010600     05  FILLER                  PIC X(02)   VALUE SPACES.
010700     05  WS-REJ-STUDENT-ID       PIC X(05).
010800     05  FILLER                  PIC X(02)   VALUE SPACES.
010900     05  WS-REJ-AMOUNT           PIC X(07).
011000     05  FILLER                  PIC X(02)   VALUE SPACES.
011100     05  WS-REJ-REASON           PIC X(30).
011200
011300 01  WS-RPT-HEADING-1.
011400     05  FILLER                  PIC X(30)   VALUE
011500         "FEE RECEIPT REGISTER".
011600     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
011700     05  WS-H1-DATE              PIC 9(08).
011800 01  WS-RPT-HEADING-2.
011900     05  FILLER                  PIC X(40)   VALUE
012000         "RECEIPT   STUDENT NAME                  ".
012100     05  FILLER                  PIC X(38)   VALUE
012200         "   AMOUNT   BALANCE LEFT".
012300
012400 01  WS-RPT-DETAIL-LINE.
012500     05  WS-RD-RECEIPT-NO        PIC X(08).
012600     05  FILLER                  PIC X(02)   VALUE SPACES.
012700     05  WS-RD-STUDENT-ID        PIC 9(05).
012800     05  FILLER                  PIC X(03)   VALUE SPACES.
012900     05  WS-RD-STUDENT-NAME      PIC X(20).
013000     05  FILLER                  PIC X(02)   VALUE SPACES.
013100     05  WS-RD-AMOUNT            PIC ZZ,ZZ9.99.
013200     05  FILLER                  PIC X(02)   VALUE SPACES.
013300     05  WS-RD-BALANCE           PIC Z,ZZZ,ZZ9.99-.
013400     05  FILLER                  PIC X(02)   VALUE SPACES.
013500     05  WS-RD-NOTE              PIC X(14).
013600
013700 01  WS-TOTAL-LINE.
013800     05  WS-TL-LABEL             PIC X(24).
013900     05  WS-TL-COUNT             PIC ZZZZ9.
014000 01  WS-AMOUNT-LINE.
014100     05  WS-AL-LABEL             PIC X(24).
014200     05  WS-AL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
014300
014400     COPY RUNSTAT.
014500
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
014900     PERFORM 2000-POST-ONE-RECEIPT   THRU 2000-EXIT
015000             UNTIL WS-EOF.
015100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
015200     GO TO 9999-EXIT.
015300
015400******************************************************************
015500*    1000-INITIALIZE - OPEN THE MASTERS, THE RECEIPTS AND THE
015600*                      OUTPUTS, AND PRIME THE READ
015700******************************************************************
015800 1000-INITIALIZE.
015900     DISPLAY "FEEPOST - FEE RECEIPT POSTING STARTING".
016000     MOVE "FEEPOST"              TO RSA-PROGRAM-ID.
016100     MOVE 'S'                    TO RSA-FUNCTION.
016200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
016300     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
016400     OPEN INPUT  STUDENT-MASTER.
016500     IF NOT WS-STU-OK
016600         DISPLAY "STUMAST OPEN FAILED - STATUS " WS-STU-STATUS
016700         SET WS-FILE-ERROR       TO TRUE
016800     END-IF.
016900     OPEN I-O    STUDENT-FEE.
017000     IF NOT WS-SFEE-USABLE
017100         DISPLAY "STUFEE OPEN FAILED - STATUS " WS-SFEE-STATUS
017200         SET WS-FILE-ERROR       TO TRUE
017300     END-IF.
017400     OPEN INPUT  FEE-TRANS.
017500     OPEN OUTPUT FEE-REJECT.
017600     OPEN OUTPUT RECEIPT-REGISTER.
017700     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
017800     WRITE RECEIPT-REGISTER-LINE FROM WS-RPT-HEADING-1.
017900     WRITE RECEIPT-REGISTER-LINE FROM WS-RPT-HEADING-2.
018000     WRITE RECEIPT-REGISTER-LINE FROM SPACES.
018100     IF WS-FILE-ERROR
018200         SET WS-EOF              TO TRUE
018300     ELSE
018400         PERFORM 2900-READ-RECEIPT THRU 2900-EXIT
018500     END-IF.
018600 1000-EXIT.
018700     EXIT.
018800
018900******************************************************************
019000*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
019100*                             SHARED DATEUTIL FALLBACK
019200******************************************************************
019300 8100-GET-BUSINESS-DATE.
019400     OPEN INPUT BUS-DATE-FILE.
019500     IF WS-BDAT-OK
019600         READ BUS-DATE-FILE
019700             AT END
019800                 CONTINUE
019900             NOT AT END
020000                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
020100                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
020200                 END-IF
020300         END-READ
020400     END-IF.
020500     CLOSE BUS-DATE-FILE.
020600     IF WS-BUSINESS-DATE EQUAL ZERO
020700         MOVE 'C'                TO WS-DU-FUNCTION
020800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
020900                                       WS-BUSINESS-DATE
021000                                       WS-DU-DATE-2
021100                                       WS-DU-DAYS
021200                                       WS-DU-VALID-SW
021300     END-IF.
021400 8100-EXIT.
021500     EXIT.
021600
021700******************************************************************
021800*    2000-POST-ONE-RECEIPT - EDIT THE RECEIPT AND TAKE IT OFF THE
021900*                            STUDENT'S FEE ACCOUNT
022000******************************************************************
022100 2000-POST-ONE-RECEIPT.
022200     ADD 1                       TO WS-RECEIPT-COUNT.
022300     PERFORM 2100-EDIT-RECEIPT THRU 2100-EXIT.
022400     IF WS-TRAN-INVALID
022500         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
022600         GO TO 2000-READ-NEXT
022700     END-IF.
022800     MOVE FR-STUDENT-ID          TO SF-STUDENT-ID.
022900     READ STUDENT-FEE
023000         INVALID KEY
023100             MOVE 'N'            TO WS-ACCOUNT-FOUND-SW
023200         NOT INVALID KEY
023300             SET WS-ACCOUNT-FOUND TO TRUE
023400     END-READ.
023500     MOVE SPACES                 TO WS-RD-NOTE.
023600     IF NOT WS-ACCOUNT-FOUND
023700         MOVE FR-STUDENT-ID      TO SF-STUDENT-ID
023800         MOVE ZERO               TO SF-BALANCE
023900                                    SF-BILLED-TO-DATE
024000                                    SF-PAID-TO-DATE
024100                                    SF-LAST-BILL-DATE
024200                                    SF-LAST-RECEIPT-DATE
024300         MOVE SPACES             TO SF-LAST-TERM-BILLED
024400     END-IF.
024500     SUBTRACT FR-AMOUNT          FROM SF-BALANCE.
024600     ADD FR-AMOUNT               TO SF-PAID-TO-DATE.
024700     IF FR-RECEIPT-DATE > SF-LAST-RECEIPT-DATE
024800         MOVE FR-RECEIPT-DATE    TO SF-LAST-RECEIPT-DATE
024900     END-IF.
025000     IF WS-ACCOUNT-FOUND
025100         REWRITE STUDENT-FEE-RECORD
025200     ELSE
025300         WRITE STUDENT-FEE-RECORD
025400         ADD 1                   TO WS-OPENED-COUNT
025500         MOVE "ACCOUNT OPENED"   TO WS-RD-NOTE
025600     END-IF.
025700     EVALUATE TRUE
025800         WHEN SF-BALANCE < ZERO
025900             MOVE "IN ADVANCE"   TO WS-RD-NOTE
026000         WHEN SF-BALANCE EQUAL ZERO
026100             MOVE "PAID IN FULL" TO WS-RD-NOTE
026200             ADD 1               TO WS-CLEARED-COUNT
026300         WHEN OTHER
026400             CONTINUE
026500     END-EVALUATE.
026600     ADD 1                       TO WS-POSTED-COUNT.
026700     ADD FR-AMOUNT               TO WS-POSTED-TOTAL.
026800     MOVE FR-RECEIPT-NO          TO WS-RD-RECEIPT-NO.
026900     MOVE FR-STUDENT-ID          TO WS-RD-STUDENT-ID.
027000     MOVE SM-STUDENT-NAME        TO WS-RD-STUDENT-NAME.
027100     MOVE FR-AMOUNT              TO WS-RD-AMOUNT.
027200     MOVE SF-BALANCE             TO WS-RD-BALANCE.
027300     WRITE RECEIPT-REGISTER-LINE FROM WS-RPT-DETAIL-LINE.
027400 2000-READ-NEXT.
027500     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000*    2100-EDIT-RECEIPT - THE RECEIPT MUST BE NUMBERED, FOR A
028100*                        STUDENT ON FILE, FOR A REAL AMOUNT AND
028200*                        DATED NO LATER THAN TODAY
028300******************************************************************
028400 2100-EDIT-RECEIPT.
028500     SET WS-TRAN-VALID           TO TRUE.
028600     IF FR-RECEIPT-NO EQUAL SPACES
028700         SET WS-TRAN-INVALID     TO TRUE
028800         MOVE "RECEIPT NUMBER BLANK" TO WS-REJ-REASON
028900         GO TO 2100-EXIT
029000     END-IF.
029100     IF FR-STUDENT-ID NOT NUMERIC
029200         SET WS-TRAN-INVALID     TO TRUE
029300         MOVE "INVALID STUDENT ID" TO WS-REJ-REASON
029400         GO TO 2100-EXIT
029500     END-IF.
029600     IF FR-AMOUNT NOT NUMERIC
029700      OR FR-AMOUNT EQUAL ZERO
029800         SET WS-TRAN-INVALID     TO TRUE
029900         MOVE "INVALID RECEIPT AMOUNT" TO WS-REJ-REASON
030000         GO TO 2100-EXIT
030100     END-IF.
030200     MOVE 'N'                    TO WS-DU-VALID-SW.
030300     IF FR-RECEIPT-DATE NUMERIC
030400         MOVE 'V'                TO WS-DU-FUNCTION
030500         CALL "DATEUTIL"         USING WS-DU-FUNCTION
030600                                       FR-RECEIPT-DATE
030700                                       WS-DU-DATE-2
030800                                       WS-DU-DAYS
030900                                       WS-DU-VALID-SW
031000     END-IF.
031100     IF NOT WS-DU-VALID
031200         SET WS-TRAN-INVALID     TO TRUE
031300         MOVE "INVALID RECEIPT DATE" TO WS-REJ-REASON
031400         GO TO 2100-EXIT
031500     END-IF.
031600     IF FR-RECEIPT-DATE GREATER THAN WS-BUSINESS-DATE
031700         SET WS-TRAN-INVALID     TO TRUE
031800         MOVE "RECEIPT DATE IN FUTURE" TO WS-REJ-REASON
031900         GO TO 2100-EXIT
032000     END-IF.
032100     MOVE FR-STUDENT-ID          TO SM-STUDENT-ID.
032200     READ STUDENT-MASTER
032300         INVALID KEY
032400             SET WS-TRAN-INVALID TO TRUE
032500             MOVE "STUDENT NOT ON MASTER" TO WS-REJ-REASON
032600     END-READ.
032700 2100-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100*    2800-WRITE-REJECT - LOG A RECEIPT THAT FAILED ITS EDITS
033200******************************************************************
033300 2800-WRITE-REJECT.
033400     ADD 1                       TO WS-REJECT-COUNT.
033500     MOVE FR-RECEIPT-NO          TO WS-REJ-RECEIPT-NO.
033600     MOVE FR-STUDENT-ID          TO WS-REJ-STUDENT-ID.
033700     MOVE FR-AMOUNT-X            TO WS-REJ-AMOUNT.
033800     WRITE FEE-REJ-LINE          FROM WS-REJECT-LINE.
033900 2800-EXIT.
034000     EXIT.
034100
034200 2900-READ-RECEIPT.
034300     READ FEE-TRANS
034400         AT END
034500             SET WS-EOF TO TRUE
034600     END-READ.
034700 2900-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*    9000-TERMINATE - REGISTER TOTALS, CLOSE FILES AND REPORT
035200*                     RUN TOTALS
035300******************************************************************
035400 9000-TERMINATE.
035500     WRITE RECEIPT-REGISTER-LINE FROM SPACES.
035600     MOVE "RECEIPTS POSTED       : " TO WS-TL-LABEL.
035700     MOVE WS-POSTED-COUNT        TO WS-TL-COUNT.
035800     WRITE RECEIPT-REGISTER-LINE FROM WS-TOTAL-LINE.
035900     MOVE "ACCOUNTS PAID IN FULL : " TO WS-TL-LABEL.
036000     MOVE WS-CLEARED-COUNT       TO WS-TL-COUNT.
036100     WRITE RECEIPT-REGISTER-LINE FROM WS-TOTAL-LINE.
036200     MOVE "RECEIPTS REJECTED     : " TO WS-TL-LABEL.
036300     MOVE WS-REJECT-COUNT        TO WS-TL-COUNT.
036400     WRITE RECEIPT-REGISTER-LINE FROM WS-TOTAL-LINE.
036500     MOVE "TOTAL RECEIVED        : " TO WS-AL-LABEL.
036600     MOVE WS-POSTED-TOTAL        TO WS-AL-AMOUNT.
036700     WRITE RECEIPT-REGISTER-LINE FROM WS-AMOUNT-LINE.
036800     DISPLAY "RECEIPTS READ         : " WS-RECEIPT-COUNT.
036900     DISPLAY "  POSTED              : " WS-POSTED-COUNT.
037000     DISPLAY "  ACCOUNTS OPENED     : " WS-OPENED-COUNT.
037100     DISPLAY "  PAID IN FULL        : " WS-CLEARED-COUNT.
037200     DISPLAY "  REJECTED            : " WS-REJECT-COUNT.
037300     CLOSE STUDENT-MASTER.
037400     CLOSE STUDENT-FEE.
037500     CLOSE FEE-TRANS.
037600     CLOSE FEE-REJECT.
037700     CLOSE RECEIPT-REGISTER.
037800     IF WS-REJECT-COUNT > ZERO
037900         MOVE 4                  TO RETURN-CODE
038000     END-IF.
038100     IF WS-FILE-ERROR
038200         MOVE 8                  TO RETURN-CODE
038300     END-IF.
038400     MOVE 'E'                    TO RSA-FUNCTION.
038500     MOVE WS-RECEIPT-COUNT       TO RSA-READ-COUNT.
038600     MOVE WS-POSTED-COUNT        TO RSA-WRITTEN-COUNT.
038700     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
038800     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
038900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
039000     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
039100 9000-EXIT.
039200     EXIT.
039300
039400 9999-EXIT.
039500     STOP RUN.
