000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 LOANMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - INSTALMENT LOAN SET-UP IN
001200*                     THE SORDMNT MAINTENANCE PATTERN.  AN ADD
001300*                     NAMES AN OPEN ACCTMST LOAN ACCOUNT (TYPE
001400*                     'LN') AND AN OPEN DEPOSIT ACCOUNT OF THE
001500*                     SAME CUSTOMER TO REPAY FROM, WITH THE
001600*                     PRINCIPAL, ANNUAL RATE, TERM IN MONTHS AND
001700*                     FIRST DUE DATE.  THE LEVEL MONTHLY
001800*                     INSTALMENT IS WORKED OUT BY THE ANNUITY
001900*                     FORMULA AND THE FULL REPAYMENT SCHEDULE -
002000*                     INTEREST ON THE OPENING BALANCE, PRINCIPAL,
002100*                     CLOSING BALANCE - IS WRITTEN TO LOANSCHD,
002200*                     THE LAST INSTALMENT TAKING UP THE ROUNDING.
002300*                     A DELETE REMOVES A LOAN AND ITS SCHEDULE
002400*                     WHILE NOTHING HAS BEEN REPAID.  THE USER
002500*                     MUST HOLD LOANMST AUTHORITY (USERAUTH) FOR
002600*                     THE PRINCIPAL.  EVERY APPLIED TRANSACTION
002700*                     WRITES A BEFORE/AFTER AUDIT TO LOANAUD.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.            IBM-370.
003200 OBJECT-COMPUTER.            IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOAN-MASTER      ASSIGN TO "LOANMST"
003600                             ORGANIZATION IS INDEXED
003700                             ACCESS MODE IS DYNAMIC
003800                             RECORD KEY IS LN-LOAN-ACCT
003900                             FILE STATUS IS WS-MASTER-STATUS.
004000     SELECT LOAN-SCHEDULE    ASSIGN TO "LOANSCHD"
004100                             ORGANIZATION IS INDEXED
004200                             ACCESS MODE IS DYNAMIC
004300                             RECORD KEY IS LS-SCHED-KEY
004400                             FILE STATUS IS WS-SCHD-STATUS.
004500     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS RANDOM
004800                             RECORD KEY IS AM-ACCT-NO
004900                             FILE STATUS IS WS-AMST-STATUS.
005000     SELECT LOAN-TRANS       ASSIGN TO "LOANTRAN"
005100                             ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT LOAN-TRANS-REJECT ASSIGN TO "LOANMREJ"
005300                             ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT LOAN-AUDIT       ASSIGN TO "LOANAUD"
005500                             ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LOAN-MASTER.
006000     COPY LOANMST.
006100
006200 FD  LOAN-SCHEDULE.
006300     COPY LOANSCHD.
006400
006500 FD  ACCT-MASTER.
006600     COPY ACCTMST.
006700
006800 FD  LOAN-TRANS
006900     RECORDING MODE IS F.
007000     COPY LOANTRAN.
007100
007200 FD  LOAN-TRANS-REJECT
007300     RECORDING MODE IS F.
007400 01  LOAN-REJ-LINE               PIC X(80).
007500
007600 FD  LOAN-AUDIT
007700     RECORDING MODE IS F.
007800 01  LOAN-AUDIT-LINE             PIC X(210).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-MASTER-STATUS            PIC X(02).
008200     88  WS-MASTER-OK                    VALUE "00".
008300 01  WS-SCHD-STATUS              PIC X(02).
008400     88  WS-SCHD-OK                      VALUE "00".
008500 01  WS-AMST-STATUS              PIC X(02).
008600     88  WS-AMST-OK                      VALUE "00".
008700 01  WS-DU-FUNCTION              PIC X(01).
008800 01  WS-DU-DATE-1                PIC 9(08).
008900 01  WS-DU-DATE-2                PIC 9(08).
009000 01  WS-DU-DAYS                  PIC S9(05).
009100 01  WS-DU-VALID-SW              PIC X(01).
009200     88  WS-DU-VALID                     VALUE 'Y'.
009300
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
009600         88  WS-EOF                          VALUE 'Y'.
009700     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
009800         88  WS-TRAN-VALID                   VALUE 'Y'.
009900         88  WS-TRAN-INVALID                 VALUE 'N'.
010000     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
010100         88  WS-FILE-ERROR                   VALUE 'Y'.
010200
010300 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
010400 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010500 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010600 77  WS-SCHED-COUNT              PIC 9(07)   COMP    VALUE ZERO.
010700
010800 01  WS-LOAN-CUST-ID             PIC 9(05).
010900 01  WS-OLD-IMAGE                PIC X(93).
011000 01  WS-AUDIT-DATE               PIC 9(08).
011100
011200 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "LOANMST".
011300 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
011400 01  WS-AUTH-SW                  PIC X(01).
011500     88  WS-AUTHORIZED                   VALUE 'Y'.
011600
011700*    THE INSTALMENT IS POSTED AS ONE IF5 WITHDRAWAL, SO NO
011800*    INSTALMENT MAY EXCEED THE TRNCODE AMOUNT FIELD
011900 01  WS-MAX-POSTING              PIC 9(07)V9(02) VALUE 99999.99.
012000 01  WS-MAX-RATE                 PIC 9(02)V9(04) VALUE 30.
012100 01  WS-MAX-TERM                 PIC 9(03)       VALUE 360.
012200
012300*    ANNUITY ARITHMETIC - MONTHLY RATE R = ANNUAL / 1200 AND
012400*    G = (1 + R) ** TERM BUILT ONE MONTH AT A TIME; THE LEVEL
012500*    INSTALMENT IS P * R * G / (G - 1), OR P / TERM AT NO RATE
012600 01  WS-MONTH-RATE               PIC 9(01)V9(10) VALUE ZERO.
012700 01  WS-GROWTH                   PIC 9(05)V9(12) VALUE ZERO.
012800 01  WS-INSTALMENT               PIC 9(07)V9(02) VALUE ZERO.
012900 01  WS-BALANCE                  PIC 9(07)V9(02) VALUE ZERO.
013000
013100*    THE SCHEDULE IS BUILT HERE AND CHECKED BEFORE ANYTHING IS
013200*    WRITTEN, SO A REJECTED LOAN LEAVES NO PART-SCHEDULE BEHIND
013300 77  WS-SC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
013400 77  WS-SC-SUB                   PIC 9(03)   COMP.
013500 01  WS-SCHEDULE-TABLE.
013600     05  WS-SCHEDULE-ENTRY       OCCURS 360 TIMES.
013700         10  WS-SC-DUE-DATE      PIC 9(08).
013800         10  WS-SC-INSTALMENT    PIC 9(07)V9(02).
013900         10  WS-SC-INTEREST      PIC 9(07)V9(02).
014000         10  WS-SC-PRINCIPAL     PIC 9(07)V9(02).
014100         10  WS-SC-CLOSING       PIC 9(07)V9(02).
014200
014300*    MONTH ARITHMETIC FOR THE DUE DATES - EACH FALLS ON THE FIRST
014400*    DUE DATE'S DAY, OR THE MONTH'S LAST DAY IF SHORTER
014500 01  WS-ROLL-DATE                PIC 9(08).
014600 01  WS-ROLL-PARTS REDEFINES WS-ROLL-DATE.
014700     05  WS-RL-YYYY              PIC 9(04).
014800     05  WS-RL-MM                PIC 9(02).
014900     05  WS-RL-DD                PIC 9(02).
015000 01  WS-DUE-DAY                  PIC 9(02).
015100 77  WS-LEAP-QUOT                PIC 9(04)   COMP.
015200 77  WS-LEAP-REM-4               PIC 9(03)   COMP.
015300 77  WS-LEAP-REM-100             PIC 9(03)   COMP.
015400 77  WS-LEAP-REM-400             PIC 9(03)   COMP.
015500 01  WS-MONTH-LENGTH             PIC 9(02).
015600 01  WS-MONTH-DAYS-VALUES.
015700     05  FILLER                  PIC X(24)   VALUE
015800         "312831303130313130313031".
015900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
016000     05  WS-MONTH-DAYS           PIC 9(02)   OCCURS 12 TIMES.
016100
016200 01  WS-TRANS-REJECT-LINE.
016300     05  WS-TREJ-TRAN-CODE       PIC X(01).
016400     05  FILLER                  PIC X(02)   VALUE SPACES.
016500     05  WS-TREJ-LOAN-ACCT       PIC 9(06).
016600     05  FILLER                  PIC X(02)   VALUE SPACES.
016700     05  WS-TREJ-REASON          PIC X(30).
016800
016900 01  WS-AUDIT-LINE.
017000     05  WS-AUD-TRAN-CODE        PIC X(01).
017100     05  FILLER                  PIC X(02)   VALUE SPACES.
017200     05  WS-AUD-LOAN-ACCT        PIC 9(06).
017300     05  FILLER                  PIC X(02)   VALUE SPACES.
017400     05  WS-AUD-OLD-IMAGE        PIC X(93).
017500     05  FILLER                  PIC X(02)   VALUE SPACES.
017600     05  WS-AUD-NEW-IMAGE        PIC X(93).
017700     05  FILLER                  PIC X(02)   VALUE SPACES.
017800     05  WS-AUD-DATE             PIC 9(08).
017900
018000     COPY RUNSTAT.
018100
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
018500     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
018600             UNTIL WS-EOF.
018700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
018800     GO TO 9999-EXIT.
018900
019000******************************************************************
019100*    1000-INITIALIZE - OPEN FILES AND READ THE FIRST TRANSACTION
019200******************************************************************
019300 1000-INITIALIZE.
019400     DISPLAY "LOANMNT - INSTALMENT LOAN MAINTENANCE STARTING".
019500     MOVE "LOANMNT"              TO RSA-PROGRAM-ID.
019600     MOVE 'S'                    TO RSA-FUNCTION.
019700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
019800     OPEN I-O    LOAN-MASTER.
019900     IF NOT WS-MASTER-OK
020000         DISPLAY "LOANMST OPEN FAILED - STATUS " WS-MASTER-STATUS
020100         SET WS-FILE-ERROR       TO TRUE
020200     END-IF.
020300     OPEN I-O    LOAN-SCHEDULE.
020400     IF NOT WS-SCHD-OK
020500         DISPLAY "LOANSCHD OPEN FAILED - STATUS " WS-SCHD-STATUS
020600         SET WS-FILE-ERROR       TO TRUE
020700     END-IF.
020800     OPEN INPUT  ACCT-MASTER.
020900     IF NOT WS-AMST-OK
021000         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
021100         SET WS-FILE-ERROR       TO TRUE
021200     END-IF.
021300     OPEN INPUT  LOAN-TRANS.
021400     OPEN OUTPUT LOAN-TRANS-REJECT.
021500     OPEN OUTPUT LOAN-AUDIT.
021600     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
021700     IF WS-FILE-ERROR
021800         SET WS-EOF              TO TRUE
021900     ELSE
022000         PERFORM 2900-READ-TRANS THRU 2900-EXIT
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022400
022500******************************************************************
022600*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN APPLY ONE
022700*                         ADD OR DELETE AGAINST THE MASTER
022800******************************************************************
022900 2000-PROCESS-TRANS.
023000     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
023100     IF WS-TRAN-INVALID
023200         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
023300     ELSE
023400         EVALUATE TRUE
023500             WHEN LT-ADD
023600                 PERFORM 2100-ADD-LOAN     THRU 2100-EXIT
023700             WHEN LT-DELETE
023800                 PERFORM 2300-DELETE-LOAN  THRU 2300-EXIT
023900             WHEN OTHER
024000                 MOVE "UNKNOWN TRANSACTION CODE"
024100                                 TO WS-TREJ-REASON
024200                 PERFORM 2800-WRITE-TRANS-REJECT
024300                         THRU 2800-EXIT
024400         END-EVALUATE
024500     END-IF.
024600     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
024700 2000-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100*    2050-EDIT-TRANSACTION - THE LOAN ACCOUNT MUST BE PRESENT AND
025200*                            THE USER AUTHORIZED; AN ADD MUST
025300*                            NAME AN OPEN LOAN ACCOUNT, AN OPEN
025400*                            DEPOSIT ACCOUNT OF THE SAME CUSTOMER,
025500*                            A REAL PRINCIPAL, A RATE AND TERM
025600*                            INSIDE THE LIMITS AND VALID DATES,
025700*                            AND MUST YIELD A POSTABLE INSTALMENT
025800******************************************************************
025900 2050-EDIT-TRANSACTION.
026000     SET WS-TRAN-VALID           TO TRUE.
026100     IF LT-LOAN-ACCT NOT NUMERIC OR LT-LOAN-ACCT EQUAL ZERO
026200         SET WS-TRAN-INVALID     TO TRUE
026300         MOVE "LOAN ACCOUNT ZERO OR BLANK" TO WS-TREJ-REASON
026400         GO TO 2050-EXIT
026500     END-IF.
026600     IF LT-ADD AND LT-PRINCIPAL NUMERIC
026700         MOVE LT-PRINCIPAL       TO WS-AUTH-AMOUNT
026800     ELSE
026900         MOVE ZERO               TO WS-AUTH-AMOUNT
027000     END-IF.
027100     CALL "AUTHCHK"              USING LT-USER-ID
027200                                       WS-AUTH-MASTER-ID
027300                                       WS-AUTH-AMOUNT
027400                                       WS-AUTH-SW.
027500     IF NOT WS-AUTHORIZED
027600         SET WS-TRAN-INVALID     TO TRUE
027700         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
027800         GO TO 2050-EXIT
027900     END-IF.
028000     IF NOT LT-ADD
028100         GO TO 2050-EXIT
028200     END-IF.
028300     MOVE LT-LOAN-ACCT           TO AM-ACCT-NO.
028400     READ ACCT-MASTER
028500         INVALID KEY
028600             SET WS-TRAN-INVALID TO TRUE
028700             MOVE "LOAN ACCOUNT NOT ON ACCTMST" TO WS-TREJ-REASON
028800             GO TO 2050-EXIT
028900     END-READ.
029000     IF NOT AM-LOAN-ACCOUNT
029100         SET WS-TRAN-INVALID     TO TRUE
029200         MOVE "ACCOUNT IS NOT A LOAN ACCOUNT" TO WS-TREJ-REASON
029300         GO TO 2050-EXIT
029400     END-IF.
029500     IF NOT AM-OPEN
029600         SET WS-TRAN-INVALID     TO TRUE
029700         MOVE "LOAN ACCOUNT NOT OPEN" TO WS-TREJ-REASON
029800         GO TO 2050-EXIT
029900     END-IF.
030000     MOVE AM-CUST-ID             TO WS-LOAN-CUST-ID.
030100     IF LT-DEPOSIT-ACCT NOT NUMERIC OR LT-DEPOSIT-ACCT EQUAL ZERO
030200         SET WS-TRAN-INVALID     TO TRUE
030300         MOVE "DEPOSIT ACCOUNT ZERO OR BLANK" TO WS-TREJ-REASON
030400         GO TO 2050-EXIT
030500     END-IF.
030600     MOVE LT-DEPOSIT-ACCT        TO AM-ACCT-NO.
030700     READ ACCT-MASTER
030800         INVALID KEY
030900             SET WS-TRAN-INVALID TO TRUE
031000             MOVE "DEPOSIT ACCT NOT ON ACCTMST" TO WS-TREJ-REASON
031100             GO TO 2050-EXIT
031200     END-READ.
031300     IF AM-LOAN-ACCOUNT OR NOT AM-OPEN
031400         SET WS-TRAN-INVALID     TO TRUE
031500         MOVE "DEPOSIT ACCOUNT NOT USABLE" TO WS-TREJ-REASON
031600         GO TO 2050-EXIT
031700     END-IF.
031800     IF AM-CUST-ID NOT EQUAL WS-LOAN-CUST-ID
031900         SET WS-TRAN-INVALID     TO TRUE
032000         MOVE "DEPOSIT ACCT OTHER CUSTOMER" TO WS-TREJ-REASON
032100         GO TO 2050-EXIT
032200     END-IF.
032300     IF LT-PRINCIPAL NOT NUMERIC OR LT-PRINCIPAL EQUAL ZERO
032400         SET WS-TRAN-INVALID     TO TRUE
032500         MOVE "PRINCIPAL MUST BE ABOVE ZERO" TO WS-TREJ-REASON
032600         GO TO 2050-EXIT
032700     END-IF.
032800     IF LT-ANNUAL-RATE NOT NUMERIC
032900      OR LT-ANNUAL-RATE GREATER THAN WS-MAX-RATE
033000         SET WS-TRAN-INVALID     TO TRUE
033100         MOVE "INVALID INTEREST RATE" TO WS-TREJ-REASON
033200         GO TO 2050-EXIT
033300     END-IF.
033400     IF LT-TERM-MONTHS NOT NUMERIC OR LT-TERM-MONTHS EQUAL ZERO
033500      OR LT-TERM-MONTHS GREATER THAN WS-MAX-TERM
033600         SET WS-TRAN-INVALID     TO TRUE
033700         MOVE "TERM MUST BE 1 TO 360 MONTHS" TO WS-TREJ-REASON
033800         GO TO 2050-EXIT
033900     END-IF.
034000     MOVE LT-START-DATE          TO WS-DU-DATE-1.
034100     PERFORM 2090-VALIDATE-DATE  THRU 2090-EXIT.
034200     IF NOT WS-DU-VALID
034300         SET WS-TRAN-INVALID     TO TRUE
034400         MOVE "INVALID START DATE" TO WS-TREJ-REASON
034500         GO TO 2050-EXIT
034600     END-IF.
034700     MOVE LT-FIRST-DUE-DATE      TO WS-DU-DATE-1.
034800     PERFORM 2090-VALIDATE-DATE  THRU 2090-EXIT.
034900     IF NOT WS-DU-VALID
035000      OR LT-FIRST-DUE-DATE NOT GREATER THAN LT-START-DATE
035100         SET WS-TRAN-INVALID     TO TRUE
035200         MOVE "INVALID FIRST DUE DATE" TO WS-TREJ-REASON
035300         GO TO 2050-EXIT
035400     END-IF.
035500     PERFORM 2150-CALC-INSTALMENT THRU 2150-EXIT.
035600     IF WS-TRAN-INVALID
035700         GO TO 2050-EXIT
035800     END-IF.
035900     PERFORM 2200-BUILD-SCHEDULE THRU 2200-EXIT.
036000 2050-EXIT.
036100     EXIT.
036200
036300 2090-VALIDATE-DATE.
036400     IF WS-DU-DATE-1 NOT NUMERIC
036500         MOVE 'N'                TO WS-DU-VALID-SW
036600         GO TO 2090-EXIT
036700     END-IF.
036800     MOVE 'V'                    TO WS-DU-FUNCTION.
036900     CALL "DATEUTIL"             USING WS-DU-FUNCTION
037000                                       WS-DU-DATE-1
037100                                       WS-DU-DATE-2
037200                                       WS-DU-DAYS
037300                                       WS-DU-VALID-SW.
037400 2090-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800*    2100-ADD-LOAN - WRITE THE LOAN MASTER AND ITS SCHEDULE
037900******************************************************************
038000 2100-ADD-LOAN.
038100     MOVE LT-LOAN-ACCT           TO LN-LOAN-ACCT.
038200     MOVE WS-LOAN-CUST-ID        TO LN-CUST-ID.
038300     MOVE LT-DEPOSIT-ACCT        TO LN-DEPOSIT-ACCT.
038400     MOVE LT-PRINCIPAL           TO LN-PRINCIPAL
038500                                    LN-OUTSTANDING.
038600     MOVE LT-ANNUAL-RATE         TO LN-ANNUAL-RATE.
038700     MOVE LT-TERM-MONTHS         TO LN-TERM-MONTHS.
038800     MOVE LT-START-DATE          TO LN-START-DATE.
038900     MOVE LT-FIRST-DUE-DATE      TO LN-FIRST-DUE-DATE.
039000     MOVE WS-INSTALMENT          TO LN-INSTALMENT.
039100     MOVE ZERO                   TO LN-INTEREST-PAID
039200                                    LN-PRINCIPAL-PAID
039300                                    LN-LAST-PAY-DATE.
039400     MOVE 1                      TO LN-NEXT-INST-NO.
039500     SET LN-ACTIVE               TO TRUE.
039600     WRITE LOAN-MASTER-RECORD
039700       INVALID KEY
039800         MOVE "LOAN ALREADY ON FILE" TO WS-TREJ-REASON
039900         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040000         GO TO 2100-EXIT
040100     END-WRITE.
040200     ADD 1                       TO WS-ADD-COUNT.
040300     MOVE SPACES                 TO WS-OLD-IMAGE.
040400     PERFORM 2700-WRITE-AUDIT    THRU 2700-EXIT.
040500     PERFORM 2120-WRITE-ONE-INSTALMENT THRU 2120-EXIT
040600             VARYING WS-SC-SUB FROM 1 BY 1
040700             UNTIL WS-SC-SUB GREATER THAN WS-SC-COUNT.
040800 2100-EXIT.
040900     EXIT.
041000
041100 2120-WRITE-ONE-INSTALMENT.
041200     MOVE LN-LOAN-ACCT           TO LS-LOAN-ACCT.
041300     MOVE WS-SC-SUB              TO LS-INST-NO.
041400     MOVE WS-SC-DUE-DATE (WS-SC-SUB)   TO LS-DUE-DATE.
041500     MOVE WS-SC-INSTALMENT (WS-SC-SUB) TO LS-INSTALMENT.
041600     MOVE WS-SC-INTEREST (WS-SC-SUB)   TO LS-INTEREST.
041700     MOVE WS-SC-PRINCIPAL (WS-SC-SUB)  TO LS-PRINCIPAL.
041800     MOVE WS-SC-CLOSING (WS-SC-SUB)    TO LS-CLOSING.
041900     SET LS-DUE                  TO TRUE.
042000     MOVE ZERO                   TO LS-PAID-DATE
042100                                    LS-INTEREST-PAID
042200                                    LS-PRINCIPAL-PAID
042300                                    LS-MISSED-COUNT.
042400     WRITE LOAN-SCHEDULE-RECORD
042500       INVALID KEY
042600         DISPLAY "LOANSCHD WRITE FAILED - LOAN " LS-LOAN-ACCT
042700                 " INSTALMENT " LS-INST-NO
042800         SET WS-FILE-ERROR       TO TRUE
042900       NOT INVALID KEY
043000         ADD 1                   TO WS-SCHED-COUNT
043100     END-WRITE.
043200 2120-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600*    2150-CALC-INSTALMENT - THE LEVEL MONTHLY INSTALMENT THAT
043700*                           REPAYS THE PRINCIPAL WITH INTEREST
043800*                           OVER THE TERM
043900******************************************************************
044000 2150-CALC-INSTALMENT.
044100     COMPUTE WS-MONTH-RATE ROUNDED = LT-ANNUAL-RATE / 1200.
044200     IF WS-MONTH-RATE EQUAL ZERO
044300         COMPUTE WS-INSTALMENT ROUNDED =
044400                 LT-PRINCIPAL / LT-TERM-MONTHS
044500         GO TO 2150-CHECK
044600     END-IF.
044700     MOVE 1                      TO WS-GROWTH.
044800     PERFORM 2160-COMPOUND-ONE-MONTH THRU 2160-EXIT
044900             LT-TERM-MONTHS TIMES.
045000     COMPUTE WS-INSTALMENT ROUNDED =
045100             LT-PRINCIPAL * WS-MONTH-RATE * WS-GROWTH
045200                          / (WS-GROWTH - 1)
045300         ON SIZE ERROR
045400             MOVE ZERO           TO WS-INSTALMENT
045500     END-COMPUTE.
045600 2150-CHECK.
045700     IF WS-INSTALMENT EQUAL ZERO
045800      OR WS-INSTALMENT GREATER THAN WS-MAX-POSTING
045900         SET WS-TRAN-INVALID     TO TRUE
046000         MOVE "INSTALMENT OVER POSTING LIMIT" TO WS-TREJ-REASON
046100     END-IF.
046200 2150-EXIT.
046300     EXIT.
046400
046500 2160-COMPOUND-ONE-MONTH.
046600     COMPUTE WS-GROWTH ROUNDED = WS-GROWTH * (1 + WS-MONTH-RATE).
046700 2160-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    2200-BUILD-SCHEDULE - ONE ENTRY PER MONTH: INTEREST ON THE
047200*                          OPENING BALANCE, THE REST OF THE
047300*                          INSTALMENT REPAYS PRINCIPAL.  THE LAST
047400*                          INSTALMENT CLEARS WHAT IS LEFT
047500******************************************************************
047600 2200-BUILD-SCHEDULE.
047700     MOVE LT-PRINCIPAL           TO WS-BALANCE.
047800     MOVE LT-FIRST-DUE-DATE      TO WS-ROLL-DATE.
047900     MOVE WS-RL-DD               TO WS-DUE-DAY.
048000     MOVE ZERO                   TO WS-SC-COUNT.
048100     PERFORM 2250-SCHEDULE-ONE-MONTH THRU 2250-EXIT
048200             LT-TERM-MONTHS TIMES.
048300     IF WS-SC-INSTALMENT (WS-SC-COUNT) GREATER THAN WS-MAX-POSTING
048400         SET WS-TRAN-INVALID     TO TRUE
048500         MOVE "INSTALMENT OVER POSTING LIMIT" TO WS-TREJ-REASON
048600     END-IF.
048700 2200-EXIT.
048800     EXIT.
048900
049000 2250-SCHEDULE-ONE-MONTH.
049100     ADD 1                       TO WS-SC-COUNT.
049200     IF WS-SC-COUNT GREATER THAN 1
049300         PERFORM 2500-ROLL-DUE-DATE THRU 2500-EXIT
049400     END-IF.
049500     MOVE WS-ROLL-DATE           TO WS-SC-DUE-DATE (WS-SC-COUNT).
049600     COMPUTE WS-SC-INTEREST (WS-SC-COUNT) ROUNDED =
049700             WS-BALANCE * WS-MONTH-RATE.
049800     IF WS-SC-COUNT EQUAL LT-TERM-MONTHS
049900      OR WS-INSTALMENT - WS-SC-INTEREST (WS-SC-COUNT)
050000             GREATER THAN WS-BALANCE
050100         MOVE WS-BALANCE         TO WS-SC-PRINCIPAL (WS-SC-COUNT)
050200     ELSE
050300         COMPUTE WS-SC-PRINCIPAL (WS-SC-COUNT) =
050400                 WS-INSTALMENT - WS-SC-INTEREST (WS-SC-COUNT)
050500     END-IF.
050600     COMPUTE WS-SC-INSTALMENT (WS-SC-COUNT) =
050700             WS-SC-INTEREST (WS-SC-COUNT)
050800           + WS-SC-PRINCIPAL (WS-SC-COUNT).
050900     SUBTRACT WS-SC-PRINCIPAL (WS-SC-COUNT) FROM WS-BALANCE.
051000     MOVE WS-BALANCE             TO WS-SC-CLOSING (WS-SC-COUNT).
051100 2250-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    2300-DELETE-LOAN - REMOVE A LOAN ENTERED IN ERROR, WITH ITS
051600*                       SCHEDULE, PROVIDED NOTHING HAS BEEN REPAID
051700******************************************************************
051800 2300-DELETE-LOAN.
051900     MOVE LT-LOAN-ACCT           TO LN-LOAN-ACCT.
052000     READ LOAN-MASTER
052100         INVALID KEY
052200             MOVE "LOAN NOT ON FILE" TO WS-TREJ-REASON
052300             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
052400             GO TO 2300-EXIT
052500     END-READ.
052600     IF LN-NEXT-INST-NO GREATER THAN 1
052700      OR LN-INTEREST-PAID GREATER THAN ZERO
052800      OR LN-PRINCIPAL-PAID GREATER THAN ZERO
052900         MOVE "LOAN HAS REPAYMENTS" TO WS-TREJ-REASON
053000         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
053100         GO TO 2300-EXIT
053200     END-IF.
053300     MOVE LOAN-MASTER-RECORD (7:93) TO WS-OLD-IMAGE.
053400     PERFORM 2350-DELETE-ONE-INSTALMENT THRU 2350-EXIT
053500             VARYING WS-SC-SUB FROM 1 BY 1
053600             UNTIL WS-SC-SUB GREATER THAN LN-TERM-MONTHS.
053700     DELETE LOAN-MASTER
053800         INVALID KEY
053900             MOVE "LOAN NOT ON FILE" TO WS-TREJ-REASON
054000             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
054100         NOT INVALID KEY
054200             ADD 1 TO WS-DELETE-COUNT
054300             MOVE SPACES         TO LOAN-MASTER-RECORD (7:93)
054400             PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
054500     END-DELETE.
054600 2300-EXIT.
054700     EXIT.
054800
054900 2350-DELETE-ONE-INSTALMENT.
055000     MOVE LN-LOAN-ACCT           TO LS-LOAN-ACCT.
055100     MOVE WS-SC-SUB              TO LS-INST-NO.
055200     DELETE LOAN-SCHEDULE
055300         INVALID KEY
055400             CONTINUE
055500     END-DELETE.
055600 2350-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    2500-ROLL-DUE-DATE - ONE MONTH ON, BACK TO THE FIRST DUE
056100*                         DATE'S DAY OR THE MONTH'S LAST DAY IF
056200*                         SHORTER
056300******************************************************************
056400 2500-ROLL-DUE-DATE.
056500     IF WS-RL-MM EQUAL 12
056600         MOVE 1                  TO WS-RL-MM
056700         ADD 1                   TO WS-RL-YYYY
056800     ELSE
056900         ADD 1                   TO WS-RL-MM
057000     END-IF.
057100     PERFORM 2550-MONTH-LENGTH   THRU 2550-EXIT.
057200     IF WS-DUE-DAY GREATER THAN WS-MONTH-LENGTH
057300         MOVE WS-MONTH-LENGTH    TO WS-RL-DD
057400     ELSE
057500         MOVE WS-DUE-DAY         TO WS-RL-DD
057600     END-IF.
057700 2500-EXIT.
057800     EXIT.
057900
058000 2550-MONTH-LENGTH.
058100     MOVE WS-MONTH-DAYS (WS-RL-MM) TO WS-MONTH-LENGTH.
058200     IF WS-RL-MM NOT EQUAL 2
058300         GO TO 2550-EXIT
058400     END-IF.
058500     DIVIDE WS-RL-YYYY BY 4   GIVING WS-LEAP-QUOT
058600             REMAINDER WS-LEAP-REM-4.
058700     DIVIDE WS-RL-YYYY BY 100 GIVING WS-LEAP-QUOT
058800             REMAINDER WS-LEAP-REM-100.
058900     DIVIDE WS-RL-YYYY BY 400 GIVING WS-LEAP-QUOT
059000             REMAINDER WS-LEAP-REM-400.
059100     IF WS-LEAP-REM-4 EQUAL ZERO
059200      AND (WS-LEAP-REM-100 NOT EQUAL ZERO
059300           OR WS-LEAP-REM-400 EQUAL ZERO)
059400         MOVE 29                 TO WS-MONTH-LENGTH
059500     END-IF.
059600 2550-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*    2700-WRITE-AUDIT - LOG THE BEFORE/AFTER LOAN IMAGE
060100******************************************************************
060200 2700-WRITE-AUDIT.
060300     MOVE LT-TRAN-CODE           TO WS-AUD-TRAN-CODE.
060400     MOVE LT-LOAN-ACCT           TO WS-AUD-LOAN-ACCT.
060500     MOVE WS-OLD-IMAGE           TO WS-AUD-OLD-IMAGE.
060600     MOVE LOAN-MASTER-RECORD (7:93) TO WS-AUD-NEW-IMAGE.
060700     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
060800     WRITE LOAN-AUDIT-LINE       FROM WS-AUDIT-LINE.
060900 2700-EXIT.
061000     EXIT.
061100
061200 2800-WRITE-TRANS-REJECT.
061300     ADD 1 TO WS-REJECT-COUNT.
061400     MOVE LT-TRAN-CODE           TO WS-TREJ-TRAN-CODE.
061500     MOVE LT-LOAN-ACCT           TO WS-TREJ-LOAN-ACCT.
061600     WRITE LOAN-REJ-LINE         FROM WS-TRANS-REJECT-LINE.
061700 2800-EXIT.
061800     EXIT.
061900
062000 2900-READ-TRANS.
062100     READ LOAN-TRANS
062200         AT END
062300             SET WS-EOF TO TRUE
062400     END-READ.
062500 2900-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
063000******************************************************************
063100 9000-TERMINATE.
063200     DISPLAY "LOANS ADDED           : " WS-ADD-COUNT.
063300     DISPLAY "INSTALMENTS SCHEDULED : " WS-SCHED-COUNT.
063400     DISPLAY "LOANS DELETED         : " WS-DELETE-COUNT.
063500     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
063600     CLOSE LOAN-MASTER.
063700     CLOSE LOAN-SCHEDULE.
063800     CLOSE ACCT-MASTER.
063900     CLOSE LOAN-TRANS.
064000     CLOSE LOAN-TRANS-REJECT.
064100     CLOSE LOAN-AUDIT.
064200     IF WS-REJECT-COUNT > ZERO
064300         MOVE 4              TO RETURN-CODE
064400     END-IF.
064500     IF WS-FILE-ERROR
064600         MOVE 8              TO RETURN-CODE
064700     END-IF.
064800     MOVE 'E'                    TO RSA-FUNCTION.
064900     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-DELETE-COUNT
065000                          + WS-REJECT-COUNT.
065100     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-DELETE-COUNT.
065200     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
065300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
065400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
065500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
065600 9000-EXIT.
065700     EXIT.
065800
065900 9999-EXIT.
066000     STOP RUN.
