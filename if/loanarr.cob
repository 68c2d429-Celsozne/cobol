000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 LOANARR.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - INSTALMENT LOAN ARREARS
001200*                     REPORT IN THE ARAGE PATTERN, RUN AFTER
001300*                     LOANDUE.  EVERY INSTALMENT OF AN ACTIVE LOAN
001400*                     STILL UNPAID PAST ITS DUE DATE IS AGED BY
001500*                     THE DAYS SINCE IT FELL DUE INTO 1-30, 31-60,
001600*                     61-90 AND OVER 90 DAY BUCKETS.  ONE LINE PER
001700*                     LOAN IN ARREARS GIVES THE CUSTOMER, DEPOSIT
001800*                     ACCOUNT, PRINCIPAL OUTSTANDING, INSTALMENTS
001900*                     MISSED AND THE AMOUNT IN EACH BUCKET; THE
002000*                     BUCKET TOTALS FOLLOW.
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
003100     SELECT LOAN-MASTER      ASSIGN TO "LOANMST"
003200                             ORGANIZATION IS INDEXED
003300                             ACCESS MODE IS SEQUENTIAL
003400                             RECORD KEY IS LN-LOAN-ACCT
003500                             FILE STATUS IS WS-LOAN-STATUS.
003600     SELECT LOAN-SCHEDULE    ASSIGN TO "LOANSCHD"
003700                             ORGANIZATION IS INDEXED
003800                             ACCESS MODE IS RANDOM
003900                             RECORD KEY IS LS-SCHED-KEY
004000                             FILE STATUS IS WS-SCHD-STATUS.
004100     SELECT ARREARS-REPORT   ASSIGN TO "LOANARR"
004200                             ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  BUS-DATE-FILE
004700     RECORDING MODE IS F.
004800     COPY BUSDATE.
004900
005000 FD  LOAN-MASTER.
005100     COPY LOANMST.
005200
005300 FD  LOAN-SCHEDULE.
005400     COPY LOANSCHD.
005500
005600 FD  ARREARS-REPORT
005700     RECORDING MODE IS F.
005800 01  ARREARS-RPT-LINE            PIC X(110).
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-BDAT-STATUS              PIC X(02).
006200     88  WS-BDAT-OK                      VALUE "00".
006300 01  WS-LOAN-STATUS              PIC X(02).
006400     88  WS-LOAN-OK                      VALUE "00".
006500 01  WS-SCHD-STATUS              PIC X(02).
006600     88  WS-SCHD-OK                      VALUE "00".
006700
006800 01  WS-SWITCHES.
006900     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007000         88  WS-EOF                          VALUE 'Y'.
007100     05  WS-LOAN-DONE-SW         PIC X(01)   VALUE 'N'.
007200         88  WS-LOAN-DONE                    VALUE 'Y'.
007300
007400 77  WS-READ-COUNT               PIC 9(05)   COMP    VALUE ZERO.
007500 77  WS-ACTIVE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007600 77  WS-ARREARS-COUNT            PIC 9(05)   COMP    VALUE ZERO.
007700 77  WS-INST-NO                  PIC 9(03)   COMP    VALUE ZERO.
007800 77  WS-LOAN-MISSED              PIC 9(03)   COMP    VALUE ZERO.
007900
008000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008100 01  WS-DAYS-PAST-DUE            PIC S9(05).
008200 01  WS-LOAN-ARREARS             PIC 9(09)V9(02).
008300 01  WS-TOTAL-ARREARS            PIC 9(11)V9(02) VALUE ZERO.
008400
008500*    ONE LOAN'S ARREARS BY AGE, AND THE RUN TOTALS
008600 01  WS-LOAN-BUCKET-TABLE.
008700     05  WS-LB-AMOUNT            PIC 9(09)V9(02) OCCURS 4 TIMES.
008800 01  WS-BUCKET-TABLE.
008900     05  WS-BUCKET-ENTRY         OCCURS 4 TIMES.
009000         10  WS-BK-COUNT         PIC 9(05)   COMP.
009100         10  WS-BK-AMOUNT        PIC 9(11)V9(02).
009200 77  WS-BK-SUB                   PIC 9(01)   COMP    VALUE ZERO.
009300
009400 01  WS-BUCKET-LABELS.
009500     05  FILLER                  PIC X(16)   VALUE "1 - 30 DAYS".
009600     05  FILLER                  PIC X(16)   VALUE "31 - 60 DAYS".
009700     05  FILLER                  PIC X(16)   VALUE "61 - 90 DAYS".
009800     05  FILLER                  PIC X(16)   VALUE "OVER 90 DAYS".
009900 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
010000     05  WS-BK-LABEL             PIC X(16)   OCCURS 4 TIMES.
010100
010200 01  WS-DU-FUNCTION              PIC X(01).
010300 01  WS-DU-DATE-2                PIC 9(08).
010400 01  WS-DU-DAYS                  PIC S9(05).
010500 01  WS-DU-VALID-SW              PIC X(01).
010600
010700 01  WS-HEADING-1.
010800     05  FILLER                  PIC X(36)   VALUE
010900         "INSTALMENT LOAN ARREARS REPORT".
011000 01  WS-HEADING-2.
011100     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
011200     05  WS-H2-DATE              PIC 9(08).
011300 01  WS-HEADING-3.
011400     05  FILLER                  PIC X(40)   VALUE
011500         "LOAN   CUST  DEPOSIT  OUTSTANDING MISSED".
011600     05  FILLER                  PIC X(30)   VALUE
011700         "    1 - 30 DAYS   31 - 60 DAYS".
011800     05  FILLER                  PIC X(30)   VALUE
011900         "   61 - 90 DAYS   OVER 90 DAYS".
012000
012100 01  WS-DETAIL-LINE.
012200     05  WS-DET-LOAN-ACCT        PIC 9(06).
012300     05  FILLER                  PIC X(01)   VALUE SPACES.
012400     05  WS-DET-CUST-ID          PIC 9(05).
012500     05  FILLER                  PIC X(01)   VALUE SPACES.
012600     05  WS-DET-DEPOSIT-ACCT     PIC 9(06).
012700     05  FILLER                  PIC X(02)   VALUE SPACES.
012800     05  WS-DET-OUTSTANDING      PIC Z,ZZZ,ZZ9.99.
012900     05  FILLER                  PIC X(04)   VALUE SPACES.
013000     05  WS-DET-MISSED           PIC ZZ9.
013100     05  WS-DET-BUCKET           OCCURS 4 TIMES.
013200         10  FILLER              PIC X(02).
013300         10  WS-DET-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
013400
013500 01  WS-BUCKET-LINE.
013600     05  WS-BL-LABEL             PIC X(16).
013700     05  FILLER                  PIC X(02)   VALUE SPACES.
013800     05  WS-BL-COUNT             PIC ZZZZ9.
013900     05  FILLER                  PIC X(02)   VALUE SPACES.
014000     05  WS-BL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014100
014200     COPY RUNSTAT.
014300
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
014700     PERFORM 2000-AGE-ONE-LOAN       THRU 2000-EXIT
014800             UNTIL WS-EOF.
014900     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
015000     GO TO 9999-EXIT.
015100
015200 1000-INITIALIZE.
015300     DISPLAY "LOANARR - LOAN ARREARS REPORT STARTING".
015400     MOVE "LOANARR"              TO RSA-PROGRAM-ID.
015500     MOVE 'S'                    TO RSA-FUNCTION.
015600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
015700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
015800     MOVE ZERO                   TO WS-BK-SUB.
015900     PERFORM 1100-CLEAR-BUCKET THRU 1100-EXIT
016000             UNTIL WS-BK-SUB NOT LESS THAN 4.
016100     OPEN INPUT  LOAN-MASTER.
016200     OPEN INPUT  LOAN-SCHEDULE.
016300     OPEN OUTPUT ARREARS-REPORT.
016400     MOVE WS-BUSINESS-DATE       TO WS-H2-DATE.
016500     WRITE ARREARS-RPT-LINE      FROM WS-HEADING-1.
016600     WRITE ARREARS-RPT-LINE      FROM WS-HEADING-2.
016700     WRITE ARREARS-RPT-LINE      FROM SPACES.
016800     WRITE ARREARS-RPT-LINE      FROM WS-HEADING-3.
016900     IF NOT WS-LOAN-OK
017000         DISPLAY "LOANMST OPEN FAILED - STATUS "
017100                 WS-LOAN-STATUS
017200         MOVE 8                  TO RETURN-CODE
017300         SET WS-EOF              TO TRUE
017400         GO TO 1000-EXIT
017500     END-IF.
017600     IF NOT WS-SCHD-OK
017700         DISPLAY "LOANSCHD OPEN FAILED - STATUS "
017800                 WS-SCHD-STATUS
017900         MOVE 8                  TO RETURN-CODE
018000         SET WS-EOF              TO TRUE
018100         GO TO 1000-EXIT
018200     END-IF.
018300     PERFORM 2900-READ-MASTER    THRU 2900-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600
018700 1100-CLEAR-BUCKET.
018800     ADD 1                       TO WS-BK-SUB.
018900     MOVE ZERO                   TO WS-BK-COUNT (WS-BK-SUB)
019000                                    WS-BK-AMOUNT (WS-BK-SUB).
019100 1100-EXIT.
019200     EXIT.
019300
019400******************************************************************
019500*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
019600*                             SHARED DATEUTIL FALLBACK
019700******************************************************************
019800 8100-GET-BUSINESS-DATE.
019900     OPEN INPUT BUS-DATE-FILE.
020000     IF WS-BDAT-OK
020100         READ BUS-DATE-FILE
020200             AT END
020300                 CONTINUE
020400             NOT AT END
020500                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
020600                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
020700                 END-IF
020800         END-READ
020900     END-IF.
021000     CLOSE BUS-DATE-FILE.
021100     IF WS-BUSINESS-DATE EQUAL ZERO
021200         MOVE 'C'                TO WS-DU-FUNCTION
021300         CALL "DATEUTIL"         USING WS-DU-FUNCTION
021400                                       WS-BUSINESS-DATE
021500                                       WS-DU-DATE-2
021600                                       WS-DU-DAYS
021700                                       WS-DU-VALID-SW
021800     END-IF.
021900 8100-EXIT.
022000     EXIT.
022100
022200******************************************************************
022300*    2000-AGE-ONE-LOAN - WALK THE LOAN'S UNPAID INSTALMENTS FROM
022400*                        THE NEXT ONE DUE UNTIL ONE NOT YET PAST
022500*                        ITS DUE DATE, AGING EACH INTO A BUCKET;
022600*                        A LOAN WITH ANY IN ARREARS IS LISTED
022700******************************************************************
022800 2000-AGE-ONE-LOAN.
022900     ADD 1                       TO WS-READ-COUNT.
023000     IF NOT LN-ACTIVE
023100         GO TO 2000-READ-NEXT
023200     END-IF.
023300     ADD 1                       TO WS-ACTIVE-COUNT.
023400     MOVE ZERO                   TO WS-LOAN-MISSED
023500                                    WS-LOAN-ARREARS
023600                                    WS-LB-AMOUNT (1)
023700                                    WS-LB-AMOUNT (2)
023800                                    WS-LB-AMOUNT (3)
023900                                    WS-LB-AMOUNT (4).
024000     MOVE 'N'                    TO WS-LOAN-DONE-SW.
024100     MOVE LN-NEXT-INST-NO        TO WS-INST-NO.
024200     PERFORM 2100-AGE-ONE-INSTALMENT THRU 2100-EXIT
024300             UNTIL WS-LOAN-DONE
024400                OR WS-INST-NO GREATER THAN LN-TERM-MONTHS.
024500     IF WS-LOAN-MISSED EQUAL ZERO
024600         GO TO 2000-READ-NEXT
024700     END-IF.
024800     ADD 1                       TO WS-ARREARS-COUNT.
024900     ADD WS-LOAN-ARREARS         TO WS-TOTAL-ARREARS.
025000     MOVE LN-LOAN-ACCT           TO WS-DET-LOAN-ACCT.
025100     MOVE LN-CUST-ID             TO WS-DET-CUST-ID.
025200     MOVE LN-DEPOSIT-ACCT        TO WS-DET-DEPOSIT-ACCT.
025300     MOVE LN-OUTSTANDING         TO WS-DET-OUTSTANDING.
025400     MOVE WS-LOAN-MISSED         TO WS-DET-MISSED.
025500     MOVE ZERO                   TO WS-BK-SUB.
025600     PERFORM 2200-FORMAT-BUCKET  THRU 2200-EXIT
025700             UNTIL WS-BK-SUB NOT LESS THAN 4.
025800     WRITE ARREARS-RPT-LINE      FROM WS-DETAIL-LINE.
025900 2000-READ-NEXT.
026000     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
026100 2000-EXIT.
026200     EXIT.
026300
026400 2100-AGE-ONE-INSTALMENT.
026500     MOVE LN-LOAN-ACCT           TO LS-LOAN-ACCT.
026600     MOVE WS-INST-NO             TO LS-INST-NO.
026700     READ LOAN-SCHEDULE
026800         INVALID KEY
026900             SET WS-LOAN-DONE    TO TRUE
027000             GO TO 2100-EXIT
027100     END-READ.
027200     IF LS-PAID
027300         ADD 1                   TO WS-INST-NO
027400         GO TO 2100-EXIT
027500     END-IF.
027600     IF LS-DUE-DATE NOT LESS THAN WS-BUSINESS-DATE
027700         SET WS-LOAN-DONE        TO TRUE
027800         GO TO 2100-EXIT
027900     END-IF.
028000     MOVE 'D'                    TO WS-DU-FUNCTION.
028100     MOVE LS-DUE-DATE            TO WS-DU-DATE-2.
028200     CALL "DATEUTIL"             USING WS-DU-FUNCTION
028300                                       WS-BUSINESS-DATE
028400                                       WS-DU-DATE-2
028500                                       WS-DAYS-PAST-DUE
028600                                       WS-DU-VALID-SW.
028700     EVALUATE TRUE
028800         WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
028900             MOVE 1              TO WS-BK-SUB
029000         WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
029100             MOVE 2              TO WS-BK-SUB
029200         WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
029300             MOVE 3              TO WS-BK-SUB
029400         WHEN OTHER
029500             MOVE 4              TO WS-BK-SUB
029600     END-EVALUATE.
029700     ADD 1                       TO WS-LOAN-MISSED
029800                                    WS-BK-COUNT (WS-BK-SUB).
029900     ADD LS-INSTALMENT           TO WS-LB-AMOUNT (WS-BK-SUB)
030000                                    WS-BK-AMOUNT (WS-BK-SUB)
030100                                    WS-LOAN-ARREARS.
030200     ADD 1                       TO WS-INST-NO.
030300 2100-EXIT.
030400     EXIT.
030500
030600 2200-FORMAT-BUCKET.
030700     ADD 1                       TO WS-BK-SUB.
030800     MOVE SPACES                 TO WS-DET-BUCKET (WS-BK-SUB).
030900     MOVE WS-LB-AMOUNT (WS-BK-SUB) TO WS-DET-AMOUNT (WS-BK-SUB).
031000 2200-EXIT.
031100     EXIT.
031200
031300 2900-READ-MASTER.
031400     READ LOAN-MASTER
031500         AT END
031600             SET WS-EOF TO TRUE
031700     END-READ.
031800 2900-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    9000-TERMINATE - PRINT THE AGE BUCKETS AND CLOSE FILES
032300******************************************************************
032400 9000-TERMINATE.
032500     WRITE ARREARS-RPT-LINE      FROM SPACES.
032600     MOVE ZERO                   TO WS-BK-SUB.
032700     PERFORM 9100-PRINT-BUCKET THRU 9100-EXIT
032800             UNTIL WS-BK-SUB NOT LESS THAN 4.
032900     MOVE "TOTAL ARREARS"        TO WS-BL-LABEL.
033000     MOVE WS-ARREARS-COUNT       TO WS-BL-COUNT.
033100     MOVE WS-TOTAL-ARREARS       TO WS-BL-AMOUNT.
033200     WRITE ARREARS-RPT-LINE      FROM WS-BUCKET-LINE.
033300     DISPLAY "LOANS READ          : " WS-READ-COUNT.
033400     DISPLAY "ACTIVE LOANS        : " WS-ACTIVE-COUNT.
033500     DISPLAY "LOANS IN ARREARS    : " WS-ARREARS-COUNT.
033600     DISPLAY "TOTAL ARREARS       : " WS-TOTAL-ARREARS.
033700     CLOSE LOAN-MASTER.
033800     CLOSE LOAN-SCHEDULE.
033900     CLOSE ARREARS-REPORT.
034000     MOVE 'E'                    TO RSA-FUNCTION.
034100     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
034200     MOVE WS-ARREARS-COUNT       TO RSA-WRITTEN-COUNT.
034300     MOVE ZERO                   TO RSA-REJECT-COUNT.
034400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
034500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
034600     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
034700 9000-EXIT.
034800     EXIT.
034900
035000 9100-PRINT-BUCKET.
035100     ADD 1                       TO WS-BK-SUB.
035200     MOVE WS-BK-LABEL (WS-BK-SUB)  TO WS-BL-LABEL.
035300     MOVE WS-BK-COUNT (WS-BK-SUB)  TO WS-BL-COUNT.
035400     MOVE WS-BK-AMOUNT (WS-BK-SUB) TO WS-BL-AMOUNT.
035500     WRITE ARREARS-RPT-LINE      FROM WS-BUCKET-LINE.
035600 9100-EXIT.
035700     EXIT.
035800
035900 9999-EXIT.
036000     STOP RUN.
