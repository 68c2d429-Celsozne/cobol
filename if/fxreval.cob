000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 FXREVAL.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MONTH-END REVALUATION OF
001200*                     FOREIGN-CURRENCY ACCOUNTS.  EVERY ACCTMST
001300*                     ACCOUNT HELD IN A FOREIGN CURRENCY (LOAN
001400*                     ACCOUNTS ARE ALWAYS BASE) HAS ITS ACCTBAL
001500*                     BALANCE VALUED AT THE BUSINESS DATE'S
001600*                     EXCHRATE RATE.  THE CARRYING VALUE IS THE
001700*                     FXPOS VALUE AT THE LAST REVALUATION PLUS THE
001800*                     BASE VALUE OF EACH ACCTHIST POSTING SINCE,
001900*                     AT THE RATE OF ITS POSTING DATE (THE NEAREST
002000*                     EARLIER RATE, OR THE LAST REVALUATION RATE).
002100*                     THE DIFFERENCE IS THE UNREALISED GAIN OR
002200*                     LOSS: A DEPOSIT BALANCE IS OWED BY THE BANK,
002300*                     SO A RISE IN ITS BASE VALUE IS A LOSS (UL)
002400*                     AND A FALL IS A GAIN (UG).  AN ACCOUNT'S
002500*                     FIRST REVALUATION ONLY SETS ITS CARRYING
002600*                     VALUE.  FXPOS IS WRITTEN OR REWRITTEN FOR
002700*                     EACH ACCOUNT REVALUED, THE GAINS AND LOSSES
002800*                     GO TO THE GL AS THE FXGL FEED, AND FXRPT
002900*                     LISTS EVERY ACCOUNT.  AN ACCOUNT WITH NO
003000*                     RATE FOR THE BUSINESS DATE IS LISTED AND
003100*                     LEFT FOR THE NEXT RUN (RC 4).  STEPCTL
003200*                     CONTROL STOPS A SECOND RUN FOR THE DAY, AND
003300*                     AN ACCOUNT ALREADY REVALUED TODAY IS NOT
003400*                     REVALUED AGAIN - ITS BOOKED FIGURE IS TAKEN
003500*                     FROM FXPOS - SO A RERUN AFTER A FAILURE
003600*                     STILL FEEDS THE WHOLE MONTH TO THE GL.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.            IBM-370.
004100 OBJECT-COMPUTER.            IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004500                             ORGANIZATION IS LINE SEQUENTIAL
004600                             FILE STATUS IS WS-BDAT-STATUS.
004700     SELECT OPTIONAL EXCH-RATE-FILE ASSIGN TO "EXCHRATE"
004800                             ORGANIZATION IS LINE SEQUENTIAL
004900                             FILE STATUS IS WS-ERAT-STATUS.
005000     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
005100                             ORGANIZATION IS INDEXED
005200                             ACCESS MODE IS SEQUENTIAL
005300                             RECORD KEY IS AM-ACCT-NO
005400                             FILE STATUS IS WS-AMST-STATUS.
005500     SELECT ACCOUNT-BALANCE  ASSIGN TO "ACCTBAL"
005600                             ORGANIZATION IS INDEXED
005700                             ACCESS MODE IS RANDOM
005800                             RECORD KEY IS AB-ACCT-NO
005900                             FILE STATUS IS WS-ACCT-STATUS.
006000     SELECT ACCT-HISTORY     ASSIGN TO "ACCTHIST"
006100                             ORGANIZATION IS LINE SEQUENTIAL
006200                             FILE STATUS IS WS-HIST-STATUS.
006300     SELECT OPTIONAL FX-POSITION ASSIGN TO "FXPOS"
006400                             ORGANIZATION IS INDEXED
006500                             ACCESS MODE IS RANDOM
006600                             RECORD KEY IS FP-ACCT-NO
006700                             FILE STATUS IS WS-FXP-STATUS.
006800     SELECT FX-REPORT        ASSIGN TO "FXRPT"
006900                             ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT FX-GL-FEED       ASSIGN TO "FXGL"
007100                             ORGANIZATION IS LINE SEQUENTIAL.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  BUS-DATE-FILE
007600     RECORDING MODE IS F.
007700     COPY BUSDATE.
007800
007900 FD  EXCH-RATE-FILE
008000     RECORDING MODE IS F.
008100     COPY EXCHRATE.
008200
008300 FD  ACCT-MASTER.
008400     COPY ACCTMST.
008500
008600 FD  ACCOUNT-BALANCE.
008700     COPY ACCTBAL.
008800
008900 FD  ACCT-HISTORY
009000     RECORDING MODE IS F.
009100     COPY ACCTHIST.
009200
009300 FD  FX-POSITION.
009400     COPY FXPOS.
009500
009600 FD  FX-REPORT
009700     RECORDING MODE IS F.
009800 01  FX-REPORT-LINE              PIC X(80).
009900
010000 FD  FX-GL-FEED
010100     RECORDING MODE IS F.
010200 01  FX-GL-LINE                  PIC X(40).
010300
010400 WORKING-STORAGE SECTION.
010500 01  WS-BDAT-STATUS              PIC X(02).
010600     88  WS-BDAT-OK                      VALUE "00".
010700 01  WS-ERAT-STATUS              PIC X(02).
010800     88  WS-ERAT-OK                      VALUE "00".
010900 01  WS-AMST-STATUS              PIC X(02).
011000     88  WS-AMST-OK                      VALUE "00".
011100 01  WS-ACCT-STATUS              PIC X(02).
011200     88  WS-ACCT-OK                      VALUE "00".
011300 01  WS-HIST-STATUS              PIC X(02).
011400     88  WS-HIST-OK                      VALUE "00".
011500 01  WS-FXP-STATUS               PIC X(02).
011600     88  WS-FXP-USABLE                   VALUE "00", "05".
011700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
011800 01  WS-RATES-FROM-DATE          PIC 9(08)   VALUE ZERO.
011900 01  WS-DU-FUNCTION              PIC X(01).
012000 01  WS-DU-DATE-2                PIC 9(08).
012100 01  WS-DU-DAYS                  PIC S9(05).
012200 01  WS-DU-VALID-SW              PIC X(01).
012300 01  WS-MAN-FILE-ID              PIC X(08)   VALUE "FXGL".
012400 01  WS-MAN-COUNT                PIC 9(07)   VALUE 2.
012500
012600 01  WS-SWITCHES.
012700     05  WS-ERAT-EOF-SW          PIC X(01)   VALUE 'N'.
012800         88  WS-ERAT-EOF                     VALUE 'Y'.
012900     05  WS-AMST-EOF-SW          PIC X(01)   VALUE 'N'.
013000         88  WS-AMST-EOF                     VALUE 'Y'.
013100     05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
013200         88  WS-HIST-EOF                     VALUE 'Y'.
013300     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
013400         88  WS-FILE-ERROR                   VALUE 'Y'.
013500
013600 77  WS-FOREIGN-COUNT            PIC 9(05)   COMP    VALUE ZERO.
013700 77  WS-REVALUED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013800 77  WS-FIRST-COUNT              PIC 9(05)   COMP    VALUE ZERO.
013900 77  WS-ALREADY-COUNT            PIC 9(05)   COMP    VALUE ZERO.
014000 77  WS-NO-RATE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
014100 77  WS-POSTING-COUNT            PIC 9(07)   COMP    VALUE ZERO.
014200
014300*    THE EXCHRATE RATES OF THE LAST TWO MONTHS, ONE ROW PER
014400*    CURRENCY AND RATE DATE
014500 77  WS-RATE-WINDOW-DAYS         PIC S9(05)          VALUE 62.
014600 77  WS-RATE-MAX                 PIC 9(04)   COMP    VALUE 3000.
014700 77  WS-RATE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
014800 77  WS-RATE-SUB                 PIC 9(04)   COMP.
014900 77  WS-RATE-HIT                 PIC 9(04)   COMP    VALUE ZERO.
015000 01  WS-RATE-TABLE.
015100     05  WS-RATE-ENTRY           OCCURS 3000 TIMES.
015200         10  WS-RT-CURRENCY      PIC X(03).
015300         10  WS-RT-DATE          PIC 9(08).
015400         10  WS-RT-RATE          PIC 9(05)V9(06).
015500 01  WS-WANT-CURRENCY            PIC X(03).
015600 01  WS-WANT-DATE                PIC 9(08).
015700 01  WS-HIT-DATE                 PIC 9(08).
015800
015900*    THE FOREIGN-CURRENCY ACCOUNTS AND WHAT FXPOS HOLDS FOR THEM
016000 77  WS-ACCT-MAX                 PIC 9(04)   COMP    VALUE 2000.
016100 77  WS-ACCT-COUNT               PIC 9(04)   COMP    VALUE ZERO.
016200 77  WS-ACCT-SUB                 PIC 9(04)   COMP.
016300 77  WS-ACCT-HIT                 PIC 9(04)   COMP    VALUE ZERO.
016400 01  WS-ACCOUNT-TABLE.
016500     05  WS-ACCT-ENTRY           OCCURS 2000 TIMES.
016600         10  WS-AC-ACCT-NO       PIC 9(06).
016700         10  WS-AC-CURRENCY      PIC X(03).
016800         10  WS-AC-STATE         PIC X(01).
016900             88  WS-AC-NEW                   VALUE 'N'.
017000             88  WS-AC-HELD                  VALUE 'H'.
017100             88  WS-AC-DONE-TODAY            VALUE 'D'.
017200         10  WS-AC-REVAL-DATE    PIC 9(08).
017300         10  WS-AC-LAST-RATE     PIC 9(05)V9(06).
017400         10  WS-AC-CARRY-VALUE   PIC S9(11)V9(02).
017500         10  WS-AC-MOVEMENT      PIC S9(11)V9(02).
017600         10  WS-AC-BOOKED        PIC S9(11)V9(02).
017700
017800*    ONE ACCOUNT'S REVALUATION
017900 01  WS-POST-RATE                PIC 9(05)V9(06).
018000 01  WS-POST-BASE                PIC S9(11)V9(02).
018100 01  WS-BALANCE                  PIC S9(9)V9(02).
018200 01  WS-CLOSING-RATE             PIC 9(05)V9(06).
018300 01  WS-CLOSING-BASE             PIC S9(11)V9(02).
018400 01  WS-CARRYING-BASE            PIC S9(11)V9(02).
018500 01  WS-CHANGE                   PIC S9(11)V9(02).
018600
018700*    GAINS AND LOSSES FOR THE REPORT AND THE GL FEED
018800 77  WS-UG-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
018900 77  WS-UL-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
019000 01  WS-UG-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
019100 01  WS-UL-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
019200 01  WS-NET-CHANGE               PIC S9(11)V9(02) VALUE ZERO.
019300
019400 01  WS-GL-DETAIL-RECORD.
019500     05  WS-GL-REC-TYPE          PIC X(01)   VALUE 'D'.
019600     05  WS-GL-BUS-DATE          PIC 9(08).
019700     05  WS-GL-CLASS             PIC X(02).
019800     05  WS-GL-COUNT             PIC 9(07).
019900     05  WS-GL-AMOUNT            PIC 9(11)V9(02).
020000
020100 01  WS-GL-TRAILER-RECORD.
020200     05  WS-GLT-REC-TYPE         PIC X(01)   VALUE 'T'.
020300     05  WS-GLT-BUS-DATE         PIC 9(08).
020400     05  FILLER                  PIC X(02)   VALUE SPACES.
020500     05  WS-GLT-COUNT            PIC 9(07).
020600     05  WS-GLT-AMOUNT           PIC 9(11)V9(02).
020700
020800 01  WS-RPT-HEADING-1.
020900     05  FILLER                  PIC X(30)   VALUE
021000         "FOREIGN CURRENCY REVALUATION".
021100     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
021200     05  WS-H1-DATE              PIC 9(08).
021300 01  WS-RPT-HEADING-2.
021400     05  FILLER                  PIC X(40)   VALUE
021500         "ACCT    CCY        BALANCE          RATE".
021600     05  FILLER                  PIC X(34)   VALUE
021700         "       BASE VALUE    GAIN(-)/LOSS".
021800
021900 01  WS-RPT-DETAIL-LINE.
022000     05  WS-RD-ACCT-NO           PIC 9(06).
022100     05  FILLER                  PIC X(02)   VALUE SPACES.
022200     05  WS-RD-CURRENCY          PIC X(03).
022300     05  FILLER                  PIC X(02)   VALUE SPACES.
022400     05  WS-RD-BALANCE           PIC -Z(8)9.99.
022500     05  FILLER                  PIC X(02)   VALUE SPACES.
022600     05  WS-RD-RATE              PIC Z(4)9.9(6).
022700     05  FILLER                  PIC X(02)   VALUE SPACES.
022800     05  WS-RD-BASE-VALUE        PIC -Z(10)9.99.
022900     05  FILLER                  PIC X(02)   VALUE SPACES.
023000     05  WS-RD-CHANGE            PIC -Z(10)9.99.
023100
023200 01  WS-RPT-EXCEPTION-LINE.
023300     05  WS-RX-ACCT-NO           PIC 9(06).
023400     05  FILLER                  PIC X(02)   VALUE SPACES.
023500     05  WS-RX-CURRENCY          PIC X(03).
023600     05  FILLER                  PIC X(02)   VALUE SPACES.
023700     05  WS-RX-REASON            PIC X(40).
023800
023900 01  WS-TOTAL-LINE.
024000     05  WS-TL-LABEL             PIC X(24).
024100     05  WS-TL-COUNT             PIC ZZZZ9.
024200
024300 01  WS-AMOUNT-LINE.
024400     05  WS-AL-LABEL             PIC X(24).
024500     05  WS-AL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
024600
024700     COPY RUNSTAT.
024800
024900 01  WS-SC-FUNCTION              PIC X(01).
025000 01  WS-SC-PROGRAM               PIC X(08)   VALUE "FXREVAL".
025100 01  WS-SC-DONE-SW               PIC X(01)   VALUE 'N'.
025200     88  WS-SC-DONE                      VALUE 'Y'.
025300
025400 PROCEDURE DIVISION.
025500 0000-MAINLINE.
025600     PERFORM 0500-CHECK-STREAM-CONTROL THRU 0500-EXIT.
025700     IF WS-SC-DONE
025800         GO TO 9999-EXIT
025900     END-IF.
026000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
026100     IF NOT WS-FILE-ERROR
026200         PERFORM 2000-REVALUE-ONE-ACCOUNT THRU 2000-EXIT
026300                 VARYING WS-ACCT-SUB FROM 1 BY 1
026400                 UNTIL WS-ACCT-SUB GREATER THAN WS-ACCT-COUNT
026500                    OR WS-FILE-ERROR
026600     END-IF.
026700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
026800     GO TO 9999-EXIT.
026900
027000******************************************************************
027100*    0500-CHECK-STREAM-CONTROL - THE MONTH'S GAINS AND LOSSES GO
027200*                                TO THE GL EXACTLY ONCE; A RERUN
027300*                                AFTER A LATER FAILURE FINDS THE
027400*                                MARK AND EXITS RC 0
027500******************************************************************
027600 0500-CHECK-STREAM-CONTROL.
027700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
027800     MOVE 'C'                    TO WS-SC-FUNCTION.
027900     CALL "STEPCTL"              USING WS-SC-FUNCTION
028000                                       WS-SC-PROGRAM
028100                                       WS-BUSINESS-DATE
028200                                       WS-SC-DONE-SW.
028300     IF WS-SC-DONE
028400         DISPLAY "FXREVAL ALREADY COMPLETE TODAY - RC 0"
028500     END-IF.
028600 0500-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000*    1000-INITIALIZE - LOAD THE RATES AND THE FOREIGN ACCOUNTS,
029100*                      GATHER THE POSTINGS SINCE EACH ACCOUNT'S
029200*                      LAST REVALUATION, THEN OPEN FOR THE UPDATE
029300******************************************************************
029400 1000-INITIALIZE.
029500     DISPLAY "FXREVAL - FOREIGN CURRENCY REVALUATION STARTING".
029600     MOVE "FXREVAL"              TO RSA-PROGRAM-ID.
029700     MOVE 'S'                    TO RSA-FUNCTION.
029800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
029900     MOVE 'S'                    TO WS-DU-FUNCTION.
030000     MOVE WS-RATE-WINDOW-DAYS    TO WS-DU-DAYS.
030100     CALL "DATEUTIL"             USING WS-DU-FUNCTION
030200                                       WS-BUSINESS-DATE
030300                                       WS-RATES-FROM-DATE
030400                                       WS-DU-DAYS
030500                                       WS-DU-VALID-SW.
030600     OPEN OUTPUT FX-REPORT.
030700     OPEN OUTPUT FX-GL-FEED.
030800     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
030900     WRITE FX-REPORT-LINE        FROM WS-RPT-HEADING-1.
031000     WRITE FX-REPORT-LINE        FROM SPACES.
031100     WRITE FX-REPORT-LINE        FROM WS-RPT-HEADING-2.
031200     OPEN I-O    FX-POSITION.
031300     IF NOT WS-FXP-USABLE
031400         DISPLAY "FXPOS OPEN FAILED - STATUS " WS-FXP-STATUS
031500         SET WS-FILE-ERROR       TO TRUE
031600     END-IF.
031700     OPEN INPUT  ACCOUNT-BALANCE.
031800     IF NOT WS-ACCT-OK
031900         DISPLAY "ACCTBAL OPEN FAILED - STATUS " WS-ACCT-STATUS
032000         SET WS-FILE-ERROR       TO TRUE
032100     END-IF.
032200     IF WS-FILE-ERROR
032300         GO TO 1000-EXIT
032400     END-IF.
032500     PERFORM 1100-LOAD-RATES     THRU 1100-EXIT.
032600     IF WS-FILE-ERROR
032700         GO TO 1000-EXIT
032800     END-IF.
032900     PERFORM 1200-LOAD-ACCOUNTS  THRU 1200-EXIT.
033000     IF WS-FILE-ERROR
033100         GO TO 1000-EXIT
033200     END-IF.
033300     PERFORM 1300-GATHER-MOVEMENT THRU 1300-EXIT.
033400 1000-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    8100-GET-BUSINESS-DATE - BUSDATE CARD, ELSE THE SYSTEM DATE
033900******************************************************************
034000 8100-GET-BUSINESS-DATE.
034100     OPEN INPUT BUS-DATE-FILE.
034200     IF WS-BDAT-OK
034300         READ BUS-DATE-FILE
034400             AT END
034500                 CONTINUE
034600             NOT AT END
034700                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
034800                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
034900                 END-IF
035000         END-READ
035100     END-IF.
035200     CLOSE BUS-DATE-FILE.
035300     IF WS-BUSINESS-DATE EQUAL ZERO
035400         MOVE 'C'                TO WS-DU-FUNCTION
035500         CALL "DATEUTIL"         USING WS-DU-FUNCTION
035600                                       WS-BUSINESS-DATE
035700                                       WS-DU-DATE-2
035800                                       WS-DU-DAYS
035900                                       WS-DU-VALID-SW
036000     END-IF.
036100 8100-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    1100-LOAD-RATES - EVERY EXCHRATE RATE DATED IN THE WINDOW UP
036600*                      TO THE BUSINESS DATE; A CORRECTION REPLACES
036700*                      THE RATE IT CORRECTS.  A FULL TABLE STOPS
036800*                      THE RUN RATHER THAN VALUE AT A WRONG RATE
036900******************************************************************
037000 1100-LOAD-RATES.
037100     OPEN INPUT EXCH-RATE-FILE.
037200     IF NOT WS-ERAT-OK
037300         DISPLAY "NO EXCHRATE FILE - NO ACCOUNT CAN BE REVALUED"
037400         SET WS-ERAT-EOF         TO TRUE
037500     ELSE
037600         PERFORM 1190-READ-RATE  THRU 1190-EXIT
037700     END-IF.
037800     PERFORM 1150-TABLE-ONE-RATE THRU 1150-EXIT
037900             UNTIL WS-ERAT-EOF.
038000     CLOSE EXCH-RATE-FILE.
038100     DISPLAY "EXCHANGE RATES HELD : " WS-RATE-COUNT.
038200 1100-EXIT.
038300     EXIT.
038400
038500 1150-TABLE-ONE-RATE.
038600     IF ER-RATE-DATE NOT NUMERIC
038700      OR ER-RATE-DATE LESS THAN WS-RATES-FROM-DATE
038800      OR ER-RATE-DATE GREATER THAN WS-BUSINESS-DATE
038900      OR ER-CURRENCY EQUAL SPACES
039000      OR ER-RATE NOT NUMERIC OR ER-RATE EQUAL ZERO
039100         GO TO 1150-READ-NEXT
039200     END-IF.
039300     MOVE ZERO                   TO WS-RATE-HIT.
039400     PERFORM 1160-SCAN-SAME-RATE THRU 1160-EXIT
039500             VARYING WS-RATE-SUB FROM 1 BY 1
039600             UNTIL WS-RATE-SUB GREATER THAN WS-RATE-COUNT
039700                OR WS-RATE-HIT GREATER THAN ZERO.
039800     IF WS-RATE-HIT GREATER THAN ZERO
039900         MOVE ER-RATE            TO WS-RT-RATE (WS-RATE-HIT)
040000         GO TO 1150-READ-NEXT
040100     END-IF.
040200     IF WS-RATE-COUNT NOT LESS THAN WS-RATE-MAX
040300         DISPLAY "RATE TABLE FULL AT " ER-CURRENCY " "
040400                 ER-RATE-DATE
040500         SET WS-FILE-ERROR       TO TRUE
040600         SET WS-ERAT-EOF         TO TRUE
040700         GO TO 1150-EXIT
040800     END-IF.
040900     ADD 1                       TO WS-RATE-COUNT.
041000     MOVE ER-CURRENCY        TO WS-RT-CURRENCY (WS-RATE-COUNT).
041100     MOVE ER-RATE-DATE           TO WS-RT-DATE (WS-RATE-COUNT).
041200     MOVE ER-RATE                TO WS-RT-RATE (WS-RATE-COUNT).
041300 1150-READ-NEXT.
041400     PERFORM 1190-READ-RATE      THRU 1190-EXIT.
041500 1150-EXIT.
041600     EXIT.
041700
041800 1160-SCAN-SAME-RATE.
041900     IF WS-RT-CURRENCY (WS-RATE-SUB) EQUAL ER-CURRENCY
042000      AND WS-RT-DATE (WS-RATE-SUB) EQUAL ER-RATE-DATE
042100         MOVE WS-RATE-SUB        TO WS-RATE-HIT
042200     END-IF.
042300 1160-EXIT.
042400     EXIT.
042500
042600 1190-READ-RATE.
042700     READ EXCH-RATE-FILE
042800         AT END
042900             SET WS-ERAT-EOF     TO TRUE
043000     END-READ.
043100 1190-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*    1200-LOAD-ACCOUNTS - ONE ACCTMST PASS FOR THE ACCOUNTS HELD
043600*                         IN A FOREIGN CURRENCY, EACH WITH ITS
043700*                         FXPOS POSITION WHEN IT HAS ONE
043800******************************************************************
043900 1200-LOAD-ACCOUNTS.
044000     OPEN INPUT ACCT-MASTER.
044100     IF NOT WS-AMST-OK
044200         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
044300         SET WS-FILE-ERROR       TO TRUE
044400         GO TO 1200-EXIT
044500     END-IF.
044600     PERFORM 1290-READ-ACCOUNT   THRU 1290-EXIT.
044700     PERFORM 1250-TABLE-ONE-ACCOUNT THRU 1250-EXIT
044800             UNTIL WS-AMST-EOF.
044900     CLOSE ACCT-MASTER.
045000     DISPLAY "FOREIGN ACCOUNTS   : " WS-ACCT-COUNT.
045100 1200-EXIT.
045200     EXIT.
045300
045400 1250-TABLE-ONE-ACCOUNT.
045500     IF AM-BASE-CURRENCY OR AM-LOAN-ACCOUNT
045600         GO TO 1250-READ-NEXT
045700     END-IF.
045800     IF WS-ACCT-COUNT NOT LESS THAN WS-ACCT-MAX
045900         DISPLAY "ACCOUNT TABLE FULL AT ACCOUNT " AM-ACCT-NO
046000         SET WS-FILE-ERROR       TO TRUE
046100         SET WS-AMST-EOF         TO TRUE
046200         GO TO 1250-EXIT
046300     END-IF.
046400     ADD 1                       TO WS-ACCT-COUNT.
046500     MOVE AM-ACCT-NO             TO WS-AC-ACCT-NO (WS-ACCT-COUNT).
046600     MOVE AM-CURRENCY        TO WS-AC-CURRENCY (WS-ACCT-COUNT).
046700     MOVE ZERO                   TO WS-AC-MOVEMENT (WS-ACCT-COUNT)
046800                                    WS-AC-BOOKED (WS-ACCT-COUNT).
046900     MOVE AM-ACCT-NO             TO FP-ACCT-NO.
047000     READ FX-POSITION
047100         INVALID KEY
047200             SET WS-AC-NEW (WS-ACCT-COUNT) TO TRUE
047300             MOVE ZERO
047400                       TO WS-AC-REVAL-DATE (WS-ACCT-COUNT)
047500                          WS-AC-LAST-RATE (WS-ACCT-COUNT)
047600                          WS-AC-CARRY-VALUE (WS-ACCT-COUNT)
047700             GO TO 1250-READ-NEXT
047800     END-READ.
047900     MOVE FP-REVAL-DATE    TO WS-AC-REVAL-DATE (WS-ACCT-COUNT).
048000     MOVE FP-RATE          TO WS-AC-LAST-RATE (WS-ACCT-COUNT).
048100     MOVE FP-BASE-VALUE    TO WS-AC-CARRY-VALUE (WS-ACCT-COUNT).
048200     IF FP-REVAL-DATE EQUAL WS-BUSINESS-DATE
048300         SET WS-AC-DONE-TODAY (WS-ACCT-COUNT) TO TRUE
048400         MOVE FP-REVAL-CHANGE    TO WS-AC-BOOKED (WS-ACCT-COUNT)
048500     ELSE
048600         SET WS-AC-HELD (WS-ACCT-COUNT) TO TRUE
048700     END-IF.
048800 1250-READ-NEXT.
048900     PERFORM 1290-READ-ACCOUNT   THRU 1290-EXIT.
049000 1250-EXIT.
049100     EXIT.
049200
049300 1290-READ-ACCOUNT.
049400     READ ACCT-MASTER
049500         AT END
049600             SET WS-AMST-EOF     TO TRUE
049700     END-READ.
049800 1290-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200*    1300-GATHER-MOVEMENT - ONE ACCTHIST PASS: EACH POSTING TO A
050300*                           HELD ACCOUNT AFTER ITS LAST
050400*                           REVALUATION ADDS ITS BASE VALUE AT THE
050500*                           POSTING DATE'S RATE TO THE MOVEMENT
050600******************************************************************
050700 1300-GATHER-MOVEMENT.
050800     OPEN INPUT ACCT-HISTORY.
050900     IF NOT WS-HIST-OK
051000         SET WS-HIST-EOF         TO TRUE
051100     ELSE
051200         PERFORM 1390-READ-HISTORY THRU 1390-EXIT
051300     END-IF.
051400     PERFORM 1350-TAKE-ONE-POSTING THRU 1350-EXIT
051500             UNTIL WS-HIST-EOF.
051600     CLOSE ACCT-HISTORY.
051700     DISPLAY "POSTINGS REVALUED  : " WS-POSTING-COUNT.
051800 1300-EXIT.
051900     EXIT.
052000
052100 1350-TAKE-ONE-POSTING.
052200     IF TH-POST-DATE GREATER THAN WS-BUSINESS-DATE
052300         GO TO 1350-READ-NEXT
052400     END-IF.
052500     PERFORM 1360-FIND-ACCOUNT   THRU 1360-EXIT.
052600     IF WS-ACCT-HIT EQUAL ZERO
052700         GO TO 1350-READ-NEXT
052800     END-IF.
052900     IF NOT WS-AC-HELD (WS-ACCT-HIT)
053000      OR TH-POST-DATE NOT GREATER THAN
053100         WS-AC-REVAL-DATE (WS-ACCT-HIT)
053200         GO TO 1350-READ-NEXT
053300     END-IF.
053400     MOVE WS-AC-CURRENCY (WS-ACCT-HIT) TO WS-WANT-CURRENCY.
053500     MOVE TH-POST-DATE           TO WS-WANT-DATE.
053600     PERFORM 2190-FIND-RATE      THRU 2190-EXIT.
053700     IF WS-RATE-HIT GREATER THAN ZERO
053800         MOVE WS-RT-RATE (WS-RATE-HIT) TO WS-POST-RATE
053900     ELSE
054000         MOVE WS-AC-LAST-RATE (WS-ACCT-HIT) TO WS-POST-RATE
054100     END-IF.
054200     COMPUTE WS-POST-BASE ROUNDED = TH-AMOUNT * WS-POST-RATE.
054300     IF TH-CREDIT
054400         ADD WS-POST-BASE        TO WS-AC-MOVEMENT (WS-ACCT-HIT)
054500     ELSE
054600         SUBTRACT WS-POST-BASE FROM WS-AC-MOVEMENT (WS-ACCT-HIT)
054700     END-IF.
054800     ADD 1                       TO WS-POSTING-COUNT.
054900 1350-READ-NEXT.
055000     PERFORM 1390-READ-HISTORY   THRU 1390-EXIT.
055100 1350-EXIT.
055200     EXIT.
055300
055400 1360-FIND-ACCOUNT.
055500     MOVE ZERO                   TO WS-ACCT-HIT.
055600     PERFORM 1370-SCAN-ONE-ACCOUNT THRU 1370-EXIT
055700             VARYING WS-ACCT-SUB FROM 1 BY 1
055800             UNTIL WS-ACCT-SUB GREATER THAN WS-ACCT-COUNT
055900                OR WS-ACCT-HIT GREATER THAN ZERO.
056000 1360-EXIT.
056100     EXIT.
056200
056300 1370-SCAN-ONE-ACCOUNT.
056400     IF WS-AC-ACCT-NO (WS-ACCT-SUB) EQUAL TH-ACCT-NO
056500         MOVE WS-ACCT-SUB        TO WS-ACCT-HIT
056600     END-IF.
056700 1370-EXIT.
056800     EXIT.
056900
057000 1390-READ-HISTORY.
057100     READ ACCT-HISTORY
057200         AT END
057300             SET WS-HIST-EOF     TO TRUE
057400     END-READ.
057500 1390-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900*    2000-REVALUE-ONE-ACCOUNT - VALUE THE BALANCE AT THE BUSINESS
058000*                               DATE'S RATE, BOOK THE CHANGE ON
058100*                               THE CARRYING VALUE AND KEEP THE
058200*                               NEW POSITION ON FXPOS
058300******************************************************************
058400 2000-REVALUE-ONE-ACCOUNT.
058500     ADD 1                       TO WS-FOREIGN-COUNT.
058600     IF WS-AC-DONE-TODAY (WS-ACCT-SUB)
058700         ADD 1                   TO WS-ALREADY-COUNT
058800         MOVE WS-AC-BOOKED (WS-ACCT-SUB) TO WS-CHANGE
058900         PERFORM 2200-BOOK-CHANGE THRU 2200-EXIT
059000         MOVE "ALREADY REVALUED TODAY" TO WS-RX-REASON
059100         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
059200         GO TO 2000-EXIT
059300     END-IF.
059400     MOVE WS-AC-CURRENCY (WS-ACCT-SUB) TO WS-WANT-CURRENCY.
059500     MOVE WS-BUSINESS-DATE       TO WS-WANT-DATE.
059600     PERFORM 2190-FIND-RATE      THRU 2190-EXIT.
059700     IF WS-RATE-HIT EQUAL ZERO
059800      OR WS-HIT-DATE NOT EQUAL WS-BUSINESS-DATE
059900         ADD 1                   TO WS-NO-RATE-COUNT
060000         MOVE "NO RATE FOR THE BUSINESS DATE" TO WS-RX-REASON
060100         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
060200         GO TO 2000-EXIT
060300     END-IF.
060400     MOVE WS-RT-RATE (WS-RATE-HIT) TO WS-CLOSING-RATE.
060500     MOVE WS-AC-ACCT-NO (WS-ACCT-SUB) TO AB-ACCT-NO.
060600     READ ACCOUNT-BALANCE
060700         INVALID KEY
060800             MOVE ZERO           TO AB-BALANCE
060900     END-READ.
061000     MOVE AB-BALANCE             TO WS-BALANCE.
061100     COMPUTE WS-CLOSING-BASE ROUNDED =
061200         WS-BALANCE * WS-CLOSING-RATE.
061300     IF WS-AC-NEW (WS-ACCT-SUB)
061400         ADD 1                   TO WS-FIRST-COUNT
061500         MOVE ZERO               TO WS-CHANGE
061600     ELSE
061700         COMPUTE WS-CARRYING-BASE =
061800             WS-AC-CARRY-VALUE (WS-ACCT-SUB)
061900           + WS-AC-MOVEMENT (WS-ACCT-SUB)
062000         COMPUTE WS-CHANGE = WS-CLOSING-BASE - WS-CARRYING-BASE
062100         PERFORM 2200-BOOK-CHANGE THRU 2200-EXIT
062200     END-IF.
062300     PERFORM 2300-UPDATE-POSITION THRU 2300-EXIT.
062400     IF WS-FILE-ERROR
062500         GO TO 2000-EXIT
062600     END-IF.
062700     ADD 1                       TO WS-REVALUED-COUNT.
062800     MOVE WS-AC-ACCT-NO (WS-ACCT-SUB) TO WS-RD-ACCT-NO.
062900     MOVE WS-AC-CURRENCY (WS-ACCT-SUB) TO WS-RD-CURRENCY.
063000     MOVE WS-BALANCE             TO WS-RD-BALANCE.
063100     MOVE WS-CLOSING-RATE        TO WS-RD-RATE.
063200     MOVE WS-CLOSING-BASE        TO WS-RD-BASE-VALUE.
063300     MOVE WS-CHANGE              TO WS-RD-CHANGE.
063400     WRITE FX-REPORT-LINE        FROM WS-RPT-DETAIL-LINE.
063500 2000-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    2190-FIND-RATE - THE RATE FOR WS-WANT-CURRENCY ON OR NEAREST
064000*                     BEFORE WS-WANT-DATE; WS-HIT-DATE SAYS WHICH
064100******************************************************************
064200 2190-FIND-RATE.
064300     MOVE ZERO                   TO WS-RATE-HIT
064400                                    WS-HIT-DATE.
064500     PERFORM 2195-SCAN-ONE-RATE  THRU 2195-EXIT
064600             VARYING WS-RATE-SUB FROM 1 BY 1
064700             UNTIL WS-RATE-SUB GREATER THAN WS-RATE-COUNT.
064800 2190-EXIT.
064900     EXIT.
065000
065100 2195-SCAN-ONE-RATE.
065200     IF WS-RT-CURRENCY (WS-RATE-SUB) EQUAL WS-WANT-CURRENCY
065300      AND WS-RT-DATE (WS-RATE-SUB) NOT GREATER THAN WS-WANT-DATE
065400      AND WS-RT-DATE (WS-RATE-SUB) GREATER THAN WS-HIT-DATE
065500         MOVE WS-RATE-SUB        TO WS-RATE-HIT
065600         MOVE WS-RT-DATE (WS-RATE-SUB) TO WS-HIT-DATE
065700     END-IF.
065800 2195-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*    2200-BOOK-CHANGE - A RISE IN WHAT THE BANK OWES IS A LOSS, A
066300*                       FALL IS A GAIN
066400******************************************************************
066500 2200-BOOK-CHANGE.
066600     IF WS-CHANGE GREATER THAN ZERO
066700         ADD 1                   TO WS-UL-COUNT
066800         ADD WS-CHANGE           TO WS-UL-AMOUNT
066900     END-IF.
067000     IF WS-CHANGE LESS THAN ZERO
067100         ADD 1                   TO WS-UG-COUNT
067200         SUBTRACT WS-CHANGE    FROM WS-UG-AMOUNT
067300     END-IF.
067400 2200-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800*    2300-UPDATE-POSITION - THE NEW CARRYING VALUE IS THE BALANCE
067900*                           AT TODAY'S RATE
068000******************************************************************
068100 2300-UPDATE-POSITION.
068200     MOVE WS-AC-ACCT-NO (WS-ACCT-SUB) TO FP-ACCT-NO.
068300     MOVE WS-AC-CURRENCY (WS-ACCT-SUB) TO FP-CURRENCY.
068400     MOVE WS-BUSINESS-DATE       TO FP-REVAL-DATE.
068500     MOVE WS-BALANCE             TO FP-BALANCE.
068600     MOVE WS-CLOSING-RATE        TO FP-RATE.
068700     MOVE WS-CLOSING-BASE        TO FP-BASE-VALUE.
068800     MOVE WS-CHANGE              TO FP-REVAL-CHANGE.
068900     IF WS-AC-NEW (WS-ACCT-SUB)
069000         WRITE FX-POSITION-RECORD
069100             INVALID KEY
069200                 DISPLAY "FXPOS WRITE FAILED - ACCOUNT "
069300                         FP-ACCT-NO
069400                 SET WS-FILE-ERROR TO TRUE
069500         END-WRITE
069600     ELSE
069700         REWRITE FX-POSITION-RECORD
069800             INVALID KEY
069900                 DISPLAY "FXPOS REWRITE FAILED - ACCOUNT "
070000                         FP-ACCT-NO
070100                 SET WS-FILE-ERROR TO TRUE
070200         END-REWRITE
070300     END-IF.
070400 2300-EXIT.
070500     EXIT.
070600
070700 2800-WRITE-EXCEPTION.
070800     MOVE WS-AC-ACCT-NO (WS-ACCT-SUB) TO WS-RX-ACCT-NO.
070900     MOVE WS-AC-CURRENCY (WS-ACCT-SUB) TO WS-RX-CURRENCY.
071000     WRITE FX-REPORT-LINE        FROM WS-RPT-EXCEPTION-LINE.
071100 2800-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500*    8000-WRITE-GL-FEED - THE UNREALISED GAINS AND LOSSES PLUS THE
071600*                         BALANCING TRAILER, IN THE GLSUMM IMPORT
071700*                         LAYOUT
071800******************************************************************
071900 8000-WRITE-GL-FEED.
072000     MOVE WS-BUSINESS-DATE       TO WS-GL-BUS-DATE
072100                                    WS-GLT-BUS-DATE.
072200     MOVE "UG"                   TO WS-GL-CLASS.
072300     MOVE WS-UG-COUNT            TO WS-GL-COUNT.
072400     MOVE WS-UG-AMOUNT           TO WS-GL-AMOUNT.
072500     WRITE FX-GL-LINE            FROM WS-GL-DETAIL-RECORD.
072600     MOVE "UL"                   TO WS-GL-CLASS.
072700     MOVE WS-UL-COUNT            TO WS-GL-COUNT.
072800     MOVE WS-UL-AMOUNT           TO WS-GL-AMOUNT.
072900     WRITE FX-GL-LINE            FROM WS-GL-DETAIL-RECORD.
073000     COMPUTE WS-GLT-COUNT = WS-UG-COUNT + WS-UL-COUNT.
073100     COMPUTE WS-GLT-AMOUNT = WS-UG-AMOUNT + WS-UL-AMOUNT.
073200     WRITE FX-GL-LINE            FROM WS-GL-TRAILER-RECORD.
073300     CALL "MANIFEST"             USING WS-MAN-FILE-ID
073400                                       WS-BUSINESS-DATE
073500                                       WS-MAN-COUNT
073600                                       WS-GLT-AMOUNT.
073700 8000-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100*    9000-TERMINATE - GL FEED, REVALUATION SUMMARY, CLOSE FILES
074200*                     AND MARK THE STEP COMPLETE
074300******************************************************************
074400 9000-TERMINATE.
074500     IF NOT WS-FILE-ERROR
074600         PERFORM 8000-WRITE-GL-FEED THRU 8000-EXIT
074700     END-IF.
074800     COMPUTE WS-NET-CHANGE = WS-UL-AMOUNT - WS-UG-AMOUNT.
074900     WRITE FX-REPORT-LINE        FROM SPACES.
075000     MOVE "FOREIGN ACCOUNTS      : " TO WS-TL-LABEL.
075100     MOVE WS-FOREIGN-COUNT       TO WS-TL-COUNT.
075200     WRITE FX-REPORT-LINE        FROM WS-TOTAL-LINE.
075300     MOVE "REVALUED              : " TO WS-TL-LABEL.
075400     MOVE WS-REVALUED-COUNT      TO WS-TL-COUNT.
075500     WRITE FX-REPORT-LINE        FROM WS-TOTAL-LINE.
075600     MOVE "  FIRST VALUATION     : " TO WS-TL-LABEL.
075700     MOVE WS-FIRST-COUNT         TO WS-TL-COUNT.
075800     WRITE FX-REPORT-LINE        FROM WS-TOTAL-LINE.
075900     MOVE "ALREADY REVALUED TODAY: " TO WS-TL-LABEL.
076000     MOVE WS-ALREADY-COUNT       TO WS-TL-COUNT.
076100     WRITE FX-REPORT-LINE        FROM WS-TOTAL-LINE.
076200     MOVE "NO RATE - NOT REVALUED: " TO WS-TL-LABEL.
076300     MOVE WS-NO-RATE-COUNT       TO WS-TL-COUNT.
076400     WRITE FX-REPORT-LINE        FROM WS-TOTAL-LINE.
076500     MOVE "UNREALISED GAINS      : " TO WS-AL-LABEL.
076600     MOVE WS-UG-AMOUNT           TO WS-AL-AMOUNT.
076700     WRITE FX-REPORT-LINE        FROM WS-AMOUNT-LINE.
076800     MOVE "UNREALISED LOSSES     : " TO WS-AL-LABEL.
076900     MOVE WS-UL-AMOUNT           TO WS-AL-AMOUNT.
077000     WRITE FX-REPORT-LINE        FROM WS-AMOUNT-LINE.
077100     MOVE "NET LOSS (-GAIN)      : " TO WS-AL-LABEL.
077200     MOVE WS-NET-CHANGE          TO WS-AL-AMOUNT.
077300     WRITE FX-REPORT-LINE        FROM WS-AMOUNT-LINE.
077400     DISPLAY "FOREIGN ACCOUNTS      : " WS-FOREIGN-COUNT.
077500     DISPLAY "REVALUED              : " WS-REVALUED-COUNT.
077600     DISPLAY "ALREADY REVALUED TODAY: " WS-ALREADY-COUNT.
077700     DISPLAY "NO RATE - NOT REVALUED: " WS-NO-RATE-COUNT.
077800     DISPLAY "UNREALISED GAINS      : " WS-UG-AMOUNT.
077900     DISPLAY "UNREALISED LOSSES     : " WS-UL-AMOUNT.
078000     CLOSE ACCOUNT-BALANCE.
078100     CLOSE FX-POSITION.
078200     CLOSE FX-REPORT.
078300     CLOSE FX-GL-FEED.
078400     IF WS-NO-RATE-COUNT > ZERO
078500         MOVE 4                  TO RETURN-CODE
078600     END-IF.
078700     IF WS-FILE-ERROR
078800         DISPLAY "FXREVAL - REVALUATION INCOMPLETE - NO GL FEED"
078900         MOVE 8                  TO RETURN-CODE
079000     END-IF.
079100     MOVE 'E'                    TO RSA-FUNCTION.
079200     MOVE WS-FOREIGN-COUNT       TO RSA-READ-COUNT.
079300     MOVE WS-REVALUED-COUNT      TO RSA-WRITTEN-COUNT.
079400     MOVE WS-NO-RATE-COUNT       TO RSA-REJECT-COUNT.
079500     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
079600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
079700     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
079800     IF RETURN-CODE < 8
079900         MOVE 'M'                TO WS-SC-FUNCTION
080000         CALL "STEPCTL"          USING WS-SC-FUNCTION
080100                                       WS-SC-PROGRAM
080200                                       WS-BUSINESS-DATE
080300                                       WS-SC-DONE-SW
080400     END-IF.
080500 9000-EXIT.
080600     EXIT.
080700
080800 9999-EXIT.
080900     STOP RUN.
