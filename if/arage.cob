000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 ARAGE.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ACCOUNTS-RECEIVABLE AGING
001200*                     OVER THE OPENINV OPEN-INVOICE MASTER THE
001300*                     BILLRUN STEP RAISES AND IF5 PAYMENTS SETTLE,
001400*                     IN THE EXCPAGE PATTERN.  EVERY INVOICE STILL
001500*                     OPEN OR PART-PAID IS LISTED WITH ITS BALANCE
001600*                     DUE AND THE DAYS PAST ITS DUE DATE, AND THE
001700*                     BALANCES ARE BUCKETED CURRENT, 1-30, 31-60,
001800*                     61-90 AND OVER 90 DAYS PAST DUE.
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
002900     SELECT OPEN-INVOICE     ASSIGN TO "OPENINV"
003000                             ORGANIZATION IS INDEXED
003100                             ACCESS MODE IS SEQUENTIAL
003200                             RECORD KEY IS OI-INVOICE-NO
003300                             FILE STATUS IS WS-OINV-STATUS.
003400     SELECT AGING-REPORT     ASSIGN TO "ARARPT"
003500                             ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  BUS-DATE-FILE
004000     RECORDING MODE IS F.
004100     COPY BUSDATE.
004200
004300 FD  OPEN-INVOICE.
004400     COPY OPENINV.
004500
004600 FD  AGING-REPORT
004700     RECORDING MODE IS F.
004800 01  AGING-RPT-LINE              PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-BDAT-STATUS              PIC X(02).
005200     88  WS-BDAT-OK                      VALUE "00".
005300 01  WS-OINV-STATUS              PIC X(02).
005400     88  WS-OINV-OK                      VALUE "00".
005500
005600 01  WS-SWITCHES.
005700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
005800         88  WS-EOF                          VALUE 'Y'.
005900
006000 77  WS-READ-COUNT               PIC 9(05)   COMP    VALUE ZERO.
006100 77  WS-OUTSTANDING-COUNT        PIC 9(05)   COMP    VALUE ZERO.
006200 77  WS-PAST-DUE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
006300
006400 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
006500 01  WS-DAYS-PAST-DUE            PIC S9(05).
006600 01  WS-BALANCE-DUE              PIC 9(09)V9(02).
006700 01  WS-TOTAL-DUE                PIC 9(11)V9(02) VALUE ZERO.
006800
006900 01  WS-BUCKET-TABLE.
007000     05  WS-BUCKET-ENTRY         OCCURS 5 TIMES.
007100         10  WS-BK-COUNT         PIC 9(05)   COMP.
007200         10  WS-BK-AMOUNT        PIC 9(11)V9(02).
007300 77  WS-BK-SUB                   PIC 9(01)   COMP    VALUE ZERO.
007400
007500 01  WS-BUCKET-LABELS.
007600     05  FILLER                  PIC X(16)   VALUE "CURRENT".
007700     05  FILLER                  PIC X(16)   VALUE "1 - 30 DAYS".
007800     05  FILLER                  PIC X(16)   VALUE "31 - 60 DAYS".
007900     05  FILLER                  PIC X(16)   VALUE "61 - 90 DAYS".
008000     05  FILLER                  PIC X(16)   VALUE "OVER 90 DAYS".
008100 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
008200     05  WS-BK-LABEL             PIC X(16)   OCCURS 5 TIMES.
008300
008400 01  WS-DU-FUNCTION              PIC X(01).
008500 01  WS-DU-DATE-2                PIC 9(08).
008600 01  WS-DU-DAYS                  PIC S9(05).
008700 01  WS-DU-VALID-SW              PIC X(01).
008800
008900 01  WS-HEADING-1.
009000     05  FILLER                  PIC X(36)   VALUE
009100         "ACCOUNTS RECEIVABLE AGING REPORT".
009200 01  WS-HEADING-2.
009300     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
009400     05  WS-H2-DATE              PIC 9(08).
009500 01  WS-HEADING-3.
009600     05  FILLER                  PIC X(33)   VALUE
009700         "INVOICE  CUST  ACCT    INV DATE".
009800     05  FILLER                  PIC X(47)   VALUE
009900         "  DUE DATE     BALANCE DUE  PAST DUE".
010000
010100 01  WS-DETAIL-LINE.
010200     05  WS-DET-INVOICE-NO       PIC 9(07).
010300     05  FILLER                  PIC X(02)   VALUE SPACES.
010400     05  WS-DET-CUST-ID          PIC 9(05).
010500     05  FILLER                  PIC X(01)   VALUE SPACES.
010600     05  WS-DET-ACCT-NO          PIC X(06).
010700     05  FILLER                  PIC X(02)   VALUE SPACES.
010800     05  WS-DET-INVOICE-DATE     PIC 9(08).
010900     05  FILLER                  PIC X(02)   VALUE SPACES.
011000     05  WS-DET-DUE-DATE         PIC 9(08).
011100     05  FILLER                  PIC X(02)   VALUE SPACES.
011200     05  WS-DET-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
011300     05  FILLER                  PIC X(02)   VALUE SPACES.
011400     05  WS-DET-DAYS             PIC ZZZZ9.
011500     05  FILLER                  PIC X(01)   VALUE SPACES.
011600     05  WS-DET-PART-PAID        PIC X(09).
011700
011800 01  WS-BUCKET-LINE.
011900     05  WS-BL-LABEL             PIC X(16).
012000     05  FILLER                  PIC X(02)   VALUE SPACES.
012100     05  WS-BL-COUNT             PIC ZZZZ9.
012200     05  FILLER                  PIC X(02)   VALUE SPACES.
012300     05  WS-BL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012400
012500     COPY RUNSTAT.
012600
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
013000     PERFORM 2000-AGE-ONE-INVOICE    THRU 2000-EXIT
013100             UNTIL WS-EOF.
013200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
013300     GO TO 9999-EXIT.
013400
013500 1000-INITIALIZE.
013600     DISPLAY "ARAGE - ACCOUNTS RECEIVABLE AGING STARTING".
013700     MOVE "ARAGE"                TO RSA-PROGRAM-ID.
013800     MOVE 'S'                    TO RSA-FUNCTION.
013900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
014000     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
014100     MOVE ZERO                   TO WS-BK-SUB.
014200     PERFORM 1100-CLEAR-BUCKET THRU 1100-EXIT
014300             UNTIL WS-BK-SUB NOT LESS THAN 5.
014400     OPEN INPUT  OPEN-INVOICE.
014500     OPEN OUTPUT AGING-REPORT.
014600     MOVE WS-BUSINESS-DATE       TO WS-H2-DATE.
014700     WRITE AGING-RPT-LINE        FROM WS-HEADING-1.
014800     WRITE AGING-RPT-LINE        FROM WS-HEADING-2.
014900     WRITE AGING-RPT-LINE        FROM SPACES.
015000     WRITE AGING-RPT-LINE        FROM WS-HEADING-3.
015100     IF NOT WS-OINV-OK
015200         DISPLAY "OPENINV OPEN FAILED - STATUS "
015300                 WS-OINV-STATUS
015400         SET WS-EOF              TO TRUE
015500     ELSE
015600         PERFORM 2900-READ-MASTER THRU 2900-EXIT
015700     END-IF.
015800 1000-EXIT.
015900     EXIT.
016000
016100 1100-CLEAR-BUCKET.
016200     ADD 1                       TO WS-BK-SUB.
016300     MOVE ZERO                   TO WS-BK-COUNT (WS-BK-SUB)
016400                                    WS-BK-AMOUNT (WS-BK-SUB).
016500 1100-EXIT.
016600     EXIT.
016700
016800******************************************************************
016900*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
017000*                             SHARED DATEUTIL FALLBACK
017100******************************************************************
017200 8100-GET-BUSINESS-DATE.
017300     OPEN INPUT BUS-DATE-FILE.
017400     IF WS-BDAT-OK
017500         READ BUS-DATE-FILE
017600             AT END
017700                 CONTINUE
017800             NOT AT END
017900                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
018000                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
018100                 END-IF
018200         END-READ
018300     END-IF.
018400     CLOSE BUS-DATE-FILE.
018500     IF WS-BUSINESS-DATE EQUAL ZERO
018600         MOVE 'C'                TO WS-DU-FUNCTION
018700         CALL "DATEUTIL"         USING WS-DU-FUNCTION
018800                                       WS-BUSINESS-DATE
018900                                       WS-DU-DATE-2
019000                                       WS-DU-DAYS
019100                                       WS-DU-VALID-SW
019200     END-IF.
019300 8100-EXIT.
019400     EXIT.
019500
019600******************************************************************
019700*    2000-AGE-ONE-INVOICE - BALANCE DUE, DAYS PAST DUE AND BUCKET
019800*                           FOR ONE OUTSTANDING INVOICE; PAID
019900*                           INVOICES AND THE CONTROL RECORD ARE
020000*                           PASSED OVER
020100******************************************************************
020200 2000-AGE-ONE-INVOICE.
020300     IF OI-INVOICE-NO EQUAL ZERO
020400         GO TO 2000-READ-NEXT
020500     END-IF.
020600     ADD 1                       TO WS-READ-COUNT.
020700     IF NOT OI-OUTSTANDING
020800         GO TO 2000-READ-NEXT
020900     END-IF.
021000     ADD 1                       TO WS-OUTSTANDING-COUNT.
021100     COMPUTE WS-BALANCE-DUE = OI-INVOICE-AMOUNT - OI-PAID-AMOUNT.
021200     MOVE 'D'                    TO WS-DU-FUNCTION.
021300     MOVE OI-DUE-DATE            TO WS-DU-DATE-2.
021400     CALL "DATEUTIL"             USING WS-DU-FUNCTION
021500                                       WS-BUSINESS-DATE
021600                                       WS-DU-DATE-2
021700                                       WS-DAYS-PAST-DUE
021800                                       WS-DU-VALID-SW.
021900     EVALUATE TRUE
022000         WHEN WS-DAYS-PAST-DUE NOT GREATER THAN ZERO
022100             MOVE 1              TO WS-BK-SUB
022200             MOVE ZERO           TO WS-DAYS-PAST-DUE
022300         WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
022400             MOVE 2              TO WS-BK-SUB
022500         WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
022600             MOVE 3              TO WS-BK-SUB
022700         WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
022800             MOVE 4              TO WS-BK-SUB
022900         WHEN OTHER
023000             MOVE 5              TO WS-BK-SUB
023100     END-EVALUATE.
023200     IF WS-BK-SUB > 1
023300         ADD 1                   TO WS-PAST-DUE-COUNT
023400     END-IF.
023500     ADD 1                       TO WS-BK-COUNT (WS-BK-SUB).
023600     ADD WS-BALANCE-DUE          TO WS-BK-AMOUNT (WS-BK-SUB)
023700                                    WS-TOTAL-DUE.
023800     MOVE OI-INVOICE-NO          TO WS-DET-INVOICE-NO.
023900     MOVE OI-CUST-ID             TO WS-DET-CUST-ID.
024000     IF OI-CHARGE-RAISED
024100         MOVE OI-ACCT-NO         TO WS-DET-ACCT-NO
024200     ELSE
024300         MOVE "NONE"             TO WS-DET-ACCT-NO
024400     END-IF.
024500     MOVE OI-INVOICE-DATE        TO WS-DET-INVOICE-DATE.
024600     MOVE OI-DUE-DATE            TO WS-DET-DUE-DATE.
024700     MOVE WS-BALANCE-DUE         TO WS-DET-BALANCE.
024800     MOVE WS-DAYS-PAST-DUE       TO WS-DET-DAYS.
024900     IF OI-PART-PAID
025000         MOVE "PART-PAID"        TO WS-DET-PART-PAID
025100     ELSE
025200         MOVE SPACES             TO WS-DET-PART-PAID
025300     END-IF.
025400     WRITE AGING-RPT-LINE        FROM WS-DETAIL-LINE.
025500 2000-READ-NEXT.
025600     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900
026000 2900-READ-MASTER.
026100     READ OPEN-INVOICE
026200         AT END
026300             SET WS-EOF TO TRUE
026400     END-READ.
026500 2900-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    9000-TERMINATE - PRINT THE AGE BUCKETS AND CLOSE FILES
027000******************************************************************
027100 9000-TERMINATE.
027200     WRITE AGING-RPT-LINE        FROM SPACES.
027300     MOVE ZERO                   TO WS-BK-SUB.
027400     PERFORM 9100-PRINT-BUCKET THRU 9100-EXIT
027500             UNTIL WS-BK-SUB NOT LESS THAN 5.
027600     MOVE "TOTAL DUE"            TO WS-BL-LABEL.
027700     MOVE WS-OUTSTANDING-COUNT   TO WS-BL-COUNT.
027800     MOVE WS-TOTAL-DUE           TO WS-BL-AMOUNT.
027900     WRITE AGING-RPT-LINE        FROM WS-BUCKET-LINE.
028000     DISPLAY "INVOICES READ       : " WS-READ-COUNT.
028100     DISPLAY "OUTSTANDING         : " WS-OUTSTANDING-COUNT.
028200     DISPLAY "PAST DUE            : " WS-PAST-DUE-COUNT.
028300     DISPLAY "TOTAL DUE           : " WS-TOTAL-DUE.
028400     CLOSE OPEN-INVOICE.
028500     CLOSE AGING-REPORT.
028600     MOVE 'E'                    TO RSA-FUNCTION.
028700     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
028800     MOVE WS-OUTSTANDING-COUNT   TO RSA-WRITTEN-COUNT.
028900     MOVE ZERO                   TO RSA-REJECT-COUNT.
029000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
029100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
029200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
029300 9000-EXIT.
029400     EXIT.
029500
029600 9100-PRINT-BUCKET.
029700     ADD 1                       TO WS-BK-SUB.
029800     MOVE WS-BK-LABEL (WS-BK-SUB)  TO WS-BL-LABEL.
029900     MOVE WS-BK-COUNT (WS-BK-SUB)  TO WS-BL-COUNT.
030000     MOVE WS-BK-AMOUNT (WS-BK-SUB) TO WS-BL-AMOUNT.
030100     WRITE AGING-RPT-LINE        FROM WS-BUCKET-LINE.
030200 9100-EXIT.
030300     EXIT.
030400
030500 9999-EXIT.
030600     STOP RUN.
