000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 SVCCHG.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MONTH-END ACCOUNT SERVICE
001200*                     CHARGES.  RUNS AFTER IF5 AND ACTS ONLY ON
001300*                     THE CALCHK PERIOD-END SWITCH.  EVERY OPEN
001400*                     ACCTMST ACCOUNT IS CHARGED FROM THE SVCFEE
001500*                     SCHEDULE ROW FOR ITS ACCOUNT TYPE (OR THE
001600*                     '**' DEFAULT ROW): THE MAINTENANCE FEE, THE
001700*                     BELOW-MINIMUM FEE WHEN THE MONTH'S LOWEST
001800*                     BALANCE (FROM ACCTHIST, OR ACCTBAL FOR AN
001900*                     ACCOUNT WITH NO POSTINGS) FELL UNDER THE
002000*                     MINIMUM, AND THE PER-WITHDRAWAL FEE FOR
002100*                     EACH WD BEYOND THE FREE COUNT.  EACH FEE
002200*                     POSTS STRAIGHT TO ACCTBAL AS A DEBIT WITH
002300*                     ITS OWN ACCTHIST CODE (FM, FB, FW) AND AN
002400*                     UPDJRNL JOURNAL IMAGE, SO IT FALLS IN THE
002500*                     MONTH'S ACCTSTMT STATEMENT; A FEE MAY TAKE
002600*                     THE ACCOUNT INTO OVERDRAFT.  THE FEE INCOME
002700*                     GOES TO THE GL AS THE SVCGL FEED IN THE
002800*                     GLSUMM IMPORT LAYOUT, REGISTERED ON XMITMAN.
002900*                     STEPCTL CONTROL MEANS A RERUN NEVER CHARGES
003000*                     A MONTH TWICE.
003030*    2026-10-15 JPL   SERVICE CHARGES POST TO ACCTHIST WITH
003060*                     ORIGIN 'S' AS SYSTEM POSTINGS.
003070*    2026-10-15 JPL   SERVICE-CHARGE HISTORY CARRIES NO REVERSAL
003080*                     MARK OR LINK.
003086*    2026-10-15 JPL   LOAN ACCOUNTS (TYPE 'LN') CARRY NO BALANCE
003092*                     AND ARE NOT CHARGED.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.            IBM-370.
003500 OBJECT-COMPUTER.            IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003900                             ORGANIZATION IS LINE SEQUENTIAL
004000                             FILE STATUS IS WS-BDAT-STATUS.
004100     SELECT SVC-FEE-FILE     ASSIGN TO "SVCFEE"
004200                             ORGANIZATION IS LINE SEQUENTIAL
004300                             FILE STATUS IS WS-FEE-STATUS.
004400     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
004500                             ORGANIZATION IS INDEXED
004600                             ACCESS MODE IS SEQUENTIAL
004700                             RECORD KEY IS AM-ACCT-NO
004800                             FILE STATUS IS WS-AMST-STATUS.
004900     SELECT ACCOUNT-BALANCE  ASSIGN TO "ACCTBAL"
005000                             ORGANIZATION IS INDEXED
005100                             ACCESS MODE IS RANDOM
005200                             RECORD KEY IS AB-ACCT-NO
005300                             FILE STATUS IS WS-ACCT-STATUS.
005400     SELECT ACCT-HISTORY     ASSIGN TO "ACCTHIST"
005500                             ORGANIZATION IS LINE SEQUENTIAL
005600                             FILE STATUS IS WS-HIST-STATUS.
005700     SELECT SVC-REPORT       ASSIGN TO "SVCRPT"
005800                             ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT SVC-GL-FEED      ASSIGN TO "SVCGL"
006000                             ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BUS-DATE-FILE
006500     RECORDING MODE IS F.
006600     COPY BUSDATE.
006700
006800 FD  SVC-FEE-FILE
006900     RECORDING MODE IS F.
007000     COPY SVCFEE.
007100
007200 FD  ACCT-MASTER.
007300     COPY ACCTMST.
007400
007500 FD  ACCOUNT-BALANCE.
007600     COPY ACCTBAL.
007700
007800 FD  ACCT-HISTORY
007900     RECORDING MODE IS F.
008000     COPY ACCTHIST.
008100
008200 FD  SVC-REPORT
008300     RECORDING MODE IS F.
008400 01  SVC-REPORT-LINE             PIC X(80).
008500
008600 FD  SVC-GL-FEED
008700     RECORDING MODE IS F.
008800 01  SVC-GL-LINE                 PIC X(40).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-BDAT-STATUS              PIC X(02).
009200     88  WS-BDAT-OK                      VALUE "00".
009300 01  WS-FEE-STATUS               PIC X(02).
009400     88  WS-FEE-OK                       VALUE "00".
009500 01  WS-AMST-STATUS              PIC X(02).
009600     88  WS-AMST-OK                      VALUE "00".
009700 01  WS-ACCT-STATUS              PIC X(02).
009800     88  WS-ACCT-OK                      VALUE "00".
009900 01  WS-HIST-STATUS              PIC X(02).
010000     88  WS-HIST-OK                      VALUE "00".
010100 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010200 01  WS-PERIOD-END-SW            PIC X(01)   VALUE 'N'.
010300     88  WS-PERIOD-END                   VALUE 'Y'.
010400 01  WS-FEE-MONTH                PIC 9(06)   VALUE ZERO.
010500 01  WS-POST-MONTH               PIC 9(06)   VALUE ZERO.
010600 01  WS-DU-FUNCTION              PIC X(01).
010700 01  WS-DU-DATE-2                PIC 9(08).
010800 01  WS-DU-DAYS                  PIC S9(05).
010900 01  WS-DU-VALID-SW              PIC X(01).
011000 01  WS-MAN-FILE-ID              PIC X(08)   VALUE "SVCGL".
011100 01  WS-MAN-COUNT                PIC 9(07)   VALUE 3.
011200 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "ACCTBAL".
011300 01  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
011400 01  WS-JRN-BEFORE               PIC X(80).
011500 01  WS-JRN-AFTER                PIC X(80).
011600
011700 01  WS-SWITCHES.
011800     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011900         88  WS-EOF                          VALUE 'Y'.
012000     05  WS-FEE-EOF-SW           PIC X(01)   VALUE 'N'.
012100         88  WS-FEE-EOF                      VALUE 'Y'.
012200     05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
012300         88  WS-HIST-EOF                     VALUE 'Y'.
012400     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
012500         88  WS-FILE-ERROR                   VALUE 'Y'.
012600
012700 77  WS-ACCT-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012800 77  WS-CHARGED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
012900 77  WS-NOT-OPEN-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013000 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
013100 77  WS-POSTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
013200 77  WS-POST-SEQ                 PIC 9(05)   COMP    VALUE ZERO.
013300
013400*    THE SVCFEE SCHEDULE, ONE ROW PER ACCOUNT TYPE
013500 77  WS-FEE-MAX                  PIC 9(02)   COMP    VALUE 50.
013600 77  WS-FEE-COUNT                PIC 9(02)   COMP    VALUE ZERO.
013700 77  WS-FEE-SUB                  PIC 9(02)   COMP.
013800 77  WS-FEE-HIT                  PIC 9(02)   COMP    VALUE ZERO.
013900 01  WS-FEE-TABLE.
014000     05  WS-FEE-ENTRY            OCCURS 50 TIMES.
014100         10  WS-FT-ACCT-TYPE     PIC X(02).
014200         10  WS-FT-MAINT-FEE     PIC 9(03)V9(02).
014300         10  WS-FT-MIN-BALANCE   PIC 9(07)V9(02).
014400         10  WS-FT-MIN-BAL-FEE   PIC 9(03)V9(02).
014500         10  WS-FT-FREE-WDL      PIC 9(03).
014600         10  WS-FT-WDL-FEE       PIC 9(03)V9(02).
014700 01  WS-WANT-TYPE                PIC X(02).
014800
014900*    THE MONTH'S ACTIVITY PER ACCOUNT THAT POSTED IN THE MONTH -
015000*    LOWEST LEFT-BEHIND BALANCE AND WITHDRAWAL COUNT
015100 77  WS-ACT-MAX                  PIC 9(04)   COMP    VALUE 3000.
015200 77  WS-ACT-COUNT                PIC 9(04)   COMP    VALUE ZERO.
015300 77  WS-ACT-SUB                  PIC 9(04)   COMP.
015400 77  WS-ACT-HIT                  PIC 9(04)   COMP    VALUE ZERO.
015500 01  WS-ACTIVITY-TABLE.
015600     05  WS-ACT-ENTRY            OCCURS 3000 TIMES.
015700         10  WS-AT-ACCT-NO       PIC 9(06).
015800         10  WS-AT-LOW-BALANCE   PIC S9(9)V9(02).
015900         10  WS-AT-WDL-COUNT     PIC 9(05).
016000 01  WS-OPENING-BALANCE          PIC S9(9)V9(02).
016100
016200*    ONE ACCOUNT'S CHARGES
016300 01  WS-LOW-BALANCE              PIC S9(9)V9(02).
016400 01  WS-WDL-COUNT                PIC 9(05).
016500 01  WS-CHARGED-WDLS             PIC 9(05).
016600 01  WS-MAINT-FEE                PIC 9(05)V9(02).
016700 01  WS-MIN-BAL-FEE              PIC 9(05)V9(02).
016800 01  WS-WDL-FEE                  PIC 9(05)V9(02).
016900 01  WS-ACCT-FEES                PIC 9(05)V9(02).
017000 01  WS-FEE-CODE                 PIC X(02).
017100 01  WS-FEE-AMOUNT               PIC 9(05)V9(02).
017200
017300*    FEE INCOME BY CLASS FOR THE REPORT AND THE GL FEED
017400 77  WS-FM-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
017500 77  WS-FB-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
017600 77  WS-FW-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
017700 01  WS-FM-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
017800 01  WS-FB-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
017900 01  WS-FW-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
018000
018100 01  WS-GL-DETAIL-RECORD.
018200     05  WS-GL-REC-TYPE          PIC X(01)   VALUE 'D'.
018300     05  WS-GL-BUS-DATE          PIC 9(08).
018400     05  WS-GL-CLASS             PIC X(02).
018500     05  WS-GL-COUNT             PIC 9(07).
018600     05  WS-GL-AMOUNT            PIC 9(11)V9(02).
018700
018800 01  WS-GL-TRAILER-RECORD.
018900     05  WS-GLT-REC-TYPE         PIC X(01)   VALUE 'T'.
019000     05  WS-GLT-BUS-DATE         PIC 9(08).
019100     05  FILLER                  PIC X(02)   VALUE SPACES.
019200     05  WS-GLT-COUNT            PIC 9(07).
019300     05  WS-GLT-AMOUNT           PIC 9(11)V9(02).
019400
019500 01  WS-RPT-HEADING-1.
019600     05  FILLER                  PIC X(30)   VALUE
019700         "SERVICE CHARGE REPORT".
019800     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
019900     05  WS-H1-DATE              PIC 9(08).
020000 01  WS-RPT-HEADING-2.
020100     05  FILLER                  PIC X(40)   VALUE
020200         "ACCT    TY    LOWEST BAL   WDLS   MAINT ".
020300     05  FILLER                  PIC X(30)   VALUE
020400         "  MINBAL   WDL FEE     TOTAL".
020500
020600 01  WS-RPT-DETAIL-LINE.
020700     05  WS-RD-ACCT-NO           PIC 9(06).
020800     05  FILLER                  PIC X(02)   VALUE SPACES.
020900     05  WS-RD-ACCT-TYPE         PIC X(02).
021000     05  FILLER                  PIC X(02)   VALUE SPACES.
021100     05  WS-RD-LOW-BALANCE       PIC -Z(7)9.99.
021200     05  FILLER                  PIC X(02)   VALUE SPACES.
021300     05  WS-RD-WDL-COUNT         PIC ZZZZ9.
021400     05  FILLER                  PIC X(02)   VALUE SPACES.
021500     05  WS-RD-MAINT-FEE         PIC ZZ9.99.
021600     05  FILLER                  PIC X(02)   VALUE SPACES.
021700     05  WS-RD-MIN-BAL-FEE       PIC ZZ9.99.
021800     05  FILLER                  PIC X(02)   VALUE SPACES.
021900     05  WS-RD-WDL-FEE           PIC ZZZZ9.99.
022000     05  FILLER                  PIC X(02)   VALUE SPACES.
022100     05  WS-RD-TOTAL             PIC ZZZZ9.99.
022200
022300 01  WS-RPT-EXCEPTION-LINE.
022400     05  WS-RX-ACCT-NO           PIC 9(06).
022500     05  FILLER                  PIC X(02)   VALUE SPACES.
022600     05  WS-RX-ACCT-TYPE         PIC X(02).
022700     05  FILLER                  PIC X(02)   VALUE SPACES.
022800     05  WS-RX-REASON            PIC X(30).
022900
023000 01  WS-TOTAL-LINE.
023100     05  WS-TL-LABEL             PIC X(24).
023200     05  WS-TL-COUNT             PIC ZZZZ9.
023300
023400 01  WS-AMOUNT-LINE.
023500     05  WS-AL-LABEL             PIC X(24).
023600     05  WS-AL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
023700
023800     COPY RUNSTAT.
023900
024000 01  WS-SC-FUNCTION              PIC X(01).
024100 01  WS-SC-PROGRAM               PIC X(08)   VALUE "SVCCHG".
024200 01  WS-SC-DONE-SW               PIC X(01)   VALUE 'N'.
024300     88  WS-SC-DONE                      VALUE 'Y'.
024400
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 0500-CHECK-STREAM-CONTROL THRU 0500-EXIT.
024800     IF WS-SC-DONE
024900         GO TO 9999-EXIT
025000     END-IF.
025100     IF NOT WS-PERIOD-END
025200         DISPLAY "SVCCHG - NOT A PERIOD END - NO CHARGES - RC 0"
025300         GO TO 9999-EXIT
025400     END-IF.
025500     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
025600     PERFORM 2000-CHARGE-ONE-ACCOUNT THRU 2000-EXIT
025700             UNTIL WS-EOF.
025800     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
025900     GO TO 9999-EXIT.
026000
026100******************************************************************
026200*    0500-CHECK-STREAM-CONTROL - A MONTH'S CHARGES MUST POST
026300*                                EXACTLY ONCE; A RERUN AFTER A
026400*                                LATER FAILURE FINDS THE MARK AND
026500*                                EXITS RC 0
026600******************************************************************
026700 0500-CHECK-STREAM-CONTROL.
026800     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
026900     MOVE 'C'                    TO WS-SC-FUNCTION.
027000     CALL "STEPCTL"              USING WS-SC-FUNCTION
027100                                       WS-SC-PROGRAM
027200                                       WS-BUSINESS-DATE
027300                                       WS-SC-DONE-SW.
027400     IF WS-SC-DONE
027500         DISPLAY "SVCCHG ALREADY COMPLETE TONIGHT - RC 0"
027600     END-IF.
027700 0500-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100*    1000-INITIALIZE - LOAD THE SCHEDULE, GATHER THE MONTH'S
028200*                      ACTIVITY FROM THE HISTORY, THEN OPEN THE
028300*                      ACCOUNT SWEEP
028400******************************************************************
028500 1000-INITIALIZE.
028600     DISPLAY "SVCCHG - SERVICE CHARGE RUN STARTING".
028700     MOVE "SVCCHG"               TO RSA-PROGRAM-ID.
028800     MOVE 'S'                    TO RSA-FUNCTION.
028900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
029000     COMPUTE WS-FEE-MONTH = WS-BUSINESS-DATE / 100.
029100     PERFORM 1100-LOAD-FEE-TABLE THRU 1100-EXIT.
029200     PERFORM 1200-GATHER-ACTIVITY THRU 1200-EXIT.
029300     OPEN INPUT  ACCT-MASTER.
029400     IF NOT WS-AMST-OK
029500         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
029600         SET WS-FILE-ERROR       TO TRUE
029700     END-IF.
029800     OPEN I-O    ACCOUNT-BALANCE.
029900     IF NOT WS-ACCT-OK
030000         DISPLAY "ACCTBAL OPEN FAILED - STATUS " WS-ACCT-STATUS
030100         SET WS-FILE-ERROR       TO TRUE
030200     END-IF.
030300     OPEN EXTEND ACCT-HISTORY.
030400     OPEN OUTPUT SVC-REPORT.
030500     OPEN OUTPUT SVC-GL-FEED.
030600     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
030700     WRITE SVC-REPORT-LINE       FROM WS-RPT-HEADING-1.
030800     WRITE SVC-REPORT-LINE       FROM SPACES.
030900     WRITE SVC-REPORT-LINE       FROM WS-RPT-HEADING-2.
031000     IF WS-FILE-ERROR
031100         DISPLAY "SVCCHG - NO CHARGES POSTED"
031200         SET WS-EOF              TO TRUE
031300     ELSE
031400         PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT
031500     END-IF.
031600 1000-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    8100-GET-BUSINESS-DATE - THE BUSDATE CARD ALSO CARRIES THE
032100*                             PERIOD-END SWITCH THAT TRIGGERS THE
032200*                             CHARGES
032300******************************************************************
032400 8100-GET-BUSINESS-DATE.
032500     OPEN INPUT BUS-DATE-FILE.
032600     IF WS-BDAT-OK
032700         READ BUS-DATE-FILE
032800             AT END
032900                 CONTINUE
033000             NOT AT END
033100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
033200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
033300                 END-IF
033400                 IF BD-PERIOD-END
033500                     SET WS-PERIOD-END TO TRUE
033600                 END-IF
033700         END-READ
033800     END-IF.
033900     CLOSE BUS-DATE-FILE.
034000     IF WS-BUSINESS-DATE EQUAL ZERO
034100         MOVE 'C'                TO WS-DU-FUNCTION
034200         CALL "DATEUTIL"         USING WS-DU-FUNCTION
034300                                       WS-BUSINESS-DATE
034400                                       WS-DU-DATE-2
034500                                       WS-DU-DAYS
034600                                       WS-DU-VALID-SW
034700     END-IF.
034800 8100-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    1100-LOAD-FEE-TABLE - THE SCHEDULE IS REQUIRED; WITHOUT IT
035300*                          NOTHING IS CHARGED AND THE RUN ENDS
035400*                          RC 8
035500******************************************************************
035600 1100-LOAD-FEE-TABLE.
035700     OPEN INPUT SVC-FEE-FILE.
035800     IF NOT WS-FEE-OK
035900         DISPLAY "SVCFEE OPEN FAILED - STATUS " WS-FEE-STATUS
036000         SET WS-FILE-ERROR       TO TRUE
036100         GO TO 1100-EXIT
036200     END-IF.
036300     PERFORM 1190-READ-FEE       THRU 1190-EXIT.
036400     PERFORM 1150-TABLE-ONE-FEE  THRU 1150-EXIT
036500             UNTIL WS-FEE-EOF.
036600     CLOSE SVC-FEE-FILE.
036700     DISPLAY "FEE SCHEDULE ROWS  : " WS-FEE-COUNT.
036800 1100-EXIT.
036900     EXIT.
037000
037100 1150-TABLE-ONE-FEE.
037200     IF WS-FEE-COUNT LESS THAN WS-FEE-MAX
037300         ADD 1                   TO WS-FEE-COUNT
037400         MOVE SF-ACCT-TYPE       TO WS-FT-ACCT-TYPE (WS-FEE-COUNT)
037500         MOVE SF-MAINT-FEE       TO WS-FT-MAINT-FEE (WS-FEE-COUNT)
037600         MOVE SF-MIN-BALANCE
037700                             TO WS-FT-MIN-BALANCE (WS-FEE-COUNT)
037800         MOVE SF-MIN-BAL-FEE
037900                             TO WS-FT-MIN-BAL-FEE (WS-FEE-COUNT)
038000         MOVE SF-FREE-WDL-COUNT  TO WS-FT-FREE-WDL (WS-FEE-COUNT)
038100         MOVE SF-WDL-FEE         TO WS-FT-WDL-FEE (WS-FEE-COUNT)
038200     END-IF.
038300     PERFORM 1190-READ-FEE       THRU 1190-EXIT.
038400 1150-EXIT.
038500     EXIT.
038600
038700 1190-READ-FEE.
038800     READ SVC-FEE-FILE
038900         AT END
039000             SET WS-FEE-EOF TO TRUE
039100     END-READ.
039200 1190-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    1200-GATHER-ACTIVITY - ONE PASS OF ACCTHIST FOR THE FEE
039700*                           MONTH: PER ACCOUNT THE LOWEST BALANCE
039800*                           (THE FIRST POSTING'S OPENING FIGURE
039900*                           INCLUDED, AS ACCTSTMT DERIVES IT) AND
040000*                           THE NUMBER OF WITHDRAWALS.  A FULL
040100*                           TABLE STOPS THE RUN RATHER THAN CHARGE
040200*                           ON PART OF THE MONTH
040300******************************************************************
040400 1200-GATHER-ACTIVITY.
040500     OPEN INPUT ACCT-HISTORY.
040600     IF NOT WS-HIST-OK
040700         SET WS-HIST-EOF         TO TRUE
040800     ELSE
040900         PERFORM 1290-READ-HISTORY THRU 1290-EXIT
041000     END-IF.
041100     PERFORM 1250-TAKE-ONE-POSTING THRU 1250-EXIT
041200             UNTIL WS-HIST-EOF.
041300     CLOSE ACCT-HISTORY.
041400     DISPLAY "ACCOUNTS ACTIVE    : " WS-ACT-COUNT.
041500 1200-EXIT.
041600     EXIT.
041700
041800 1250-TAKE-ONE-POSTING.
041900     COMPUTE WS-POST-MONTH = TH-POST-DATE / 100.
042000     IF WS-POST-MONTH NOT EQUAL WS-FEE-MONTH
042100         GO TO 1250-READ-NEXT
042200     END-IF.
042300     PERFORM 1260-FIND-ACTIVITY  THRU 1260-EXIT.
042400     IF WS-ACT-HIT EQUAL ZERO
042500         IF WS-ACT-COUNT NOT LESS THAN WS-ACT-MAX
042600             DISPLAY "ACTIVITY TABLE FULL AT ACCOUNT " TH-ACCT-NO
042700             SET WS-FILE-ERROR   TO TRUE
042800             SET WS-HIST-EOF     TO TRUE
042900             GO TO 1250-EXIT
043000         END-IF
043100         ADD 1                   TO WS-ACT-COUNT
043200         MOVE WS-ACT-COUNT       TO WS-ACT-HIT
043300         IF TH-CREDIT
043400             COMPUTE WS-OPENING-BALANCE =
043500                 TH-NEW-BALANCE - TH-AMOUNT
043600         ELSE
043700             COMPUTE WS-OPENING-BALANCE =
043800                 TH-NEW-BALANCE + TH-AMOUNT
043900         END-IF
044000         MOVE TH-ACCT-NO         TO WS-AT-ACCT-NO (WS-ACT-HIT)
044100         MOVE WS-OPENING-BALANCE TO WS-AT-LOW-BALANCE (WS-ACT-HIT)
044200         MOVE ZERO               TO WS-AT-WDL-COUNT (WS-ACT-HIT)
044300     END-IF.
044400     IF TH-NEW-BALANCE LESS THAN WS-AT-LOW-BALANCE (WS-ACT-HIT)
044500         MOVE TH-NEW-BALANCE     TO WS-AT-LOW-BALANCE (WS-ACT-HIT)
044600     END-IF.
044700     IF TH-TRN-CODE EQUAL "WD" AND TH-DEBIT
044800         ADD 1                   TO WS-AT-WDL-COUNT (WS-ACT-HIT)
044900     END-IF.
045000 1250-READ-NEXT.
045100     PERFORM 1290-READ-HISTORY   THRU 1290-EXIT.
045200 1250-EXIT.
045300     EXIT.
045400
045500 1260-FIND-ACTIVITY.
045600     MOVE ZERO                   TO WS-ACT-HIT.
045700     PERFORM 1270-SCAN-ONE-ACTIVITY THRU 1270-EXIT
045800             VARYING WS-ACT-SUB FROM 1 BY 1
045900             UNTIL WS-ACT-SUB GREATER THAN WS-ACT-COUNT
046000                OR WS-ACT-HIT GREATER THAN ZERO.
046100 1260-EXIT.
046200     EXIT.
046300
046400 1270-SCAN-ONE-ACTIVITY.
046500     IF WS-AT-ACCT-NO (WS-ACT-SUB) EQUAL TH-ACCT-NO
046600         MOVE WS-ACT-SUB         TO WS-ACT-HIT
046700     END-IF.
046800 1270-EXIT.
046900     EXIT.
047000
047100 1290-READ-HISTORY.
047200     READ ACCT-HISTORY
047300         AT END
047400             SET WS-HIST-EOF TO TRUE
047500     END-READ.
047600 1290-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000*    2000-CHARGE-ONE-ACCOUNT - WORK OUT THE OPEN ACCOUNT'S THREE
048100*                              FEES AND POST EACH ONE THAT IS DUE
048200******************************************************************
048300 2000-CHARGE-ONE-ACCOUNT.
048400     ADD 1                       TO WS-ACCT-COUNT.
048500     IF NOT AM-OPEN
048600         ADD 1                   TO WS-NOT-OPEN-COUNT
048700         GO TO 2000-READ-NEXT
048800     END-IF.
048820     IF AM-LOAN-ACCOUNT
048840         GO TO 2000-READ-NEXT
048860     END-IF.
048900     MOVE AM-ACCT-TYPE           TO WS-WANT-TYPE.
049000     PERFORM 2100-FIND-SCHEDULE  THRU 2100-EXIT.
049100     IF WS-FEE-HIT EQUAL ZERO
049200         MOVE "NO SCHEDULE FOR ACCOUNT TYPE" TO WS-RX-REASON
049300         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
049400         GO TO 2000-READ-NEXT
049500     END-IF.
049600     MOVE AM-ACCT-NO             TO AB-ACCT-NO.
049700     READ ACCOUNT-BALANCE
049800         INVALID KEY
049900             MOVE "ACCOUNT NOT ON BALANCE MASTER"
050000                                 TO WS-RX-REASON
050100             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
050200             GO TO 2000-READ-NEXT
050300     END-READ.
050400     PERFORM 2200-WORK-OUT-FEES  THRU 2200-EXIT.
050500     IF WS-ACCT-FEES EQUAL ZERO
050600         GO TO 2000-READ-NEXT
050700     END-IF.
050800     ADD 1                       TO WS-CHARGED-COUNT.
050900     IF WS-MAINT-FEE GREATER THAN ZERO
051000         MOVE "FM"               TO WS-FEE-CODE
051100         MOVE WS-MAINT-FEE       TO WS-FEE-AMOUNT
051200         PERFORM 2300-POST-FEE   THRU 2300-EXIT
051300         ADD 1                   TO WS-FM-COUNT
051400         ADD WS-MAINT-FEE        TO WS-FM-AMOUNT
051500     END-IF.
051600     IF WS-MIN-BAL-FEE GREATER THAN ZERO
051700         MOVE "FB"               TO WS-FEE-CODE
051800         MOVE WS-MIN-BAL-FEE     TO WS-FEE-AMOUNT
051900         PERFORM 2300-POST-FEE   THRU 2300-EXIT
052000         ADD 1                   TO WS-FB-COUNT
052100         ADD WS-MIN-BAL-FEE      TO WS-FB-AMOUNT
052200     END-IF.
052300     IF WS-WDL-FEE GREATER THAN ZERO
052400         MOVE "FW"               TO WS-FEE-CODE
052500         MOVE WS-WDL-FEE         TO WS-FEE-AMOUNT
052600         PERFORM 2300-POST-FEE   THRU 2300-EXIT
052700         ADD 1                   TO WS-FW-COUNT
052800         ADD WS-WDL-FEE          TO WS-FW-AMOUNT
052900     END-IF.
053000     PERFORM 2400-PRINT-CHARGES  THRU 2400-EXIT.
053100 2000-READ-NEXT.
053200     PERFORM 2900-READ-ACCOUNT   THRU 2900-EXIT.
053300 2000-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700*    2100-FIND-SCHEDULE - THE ROW FOR THE ACCOUNT TYPE, ELSE THE
053800*                         '**' DEFAULT ROW
053900******************************************************************
054000 2100-FIND-SCHEDULE.
054100     PERFORM 2150-SEARCH-SCHEDULE THRU 2150-EXIT.
054200     IF WS-FEE-HIT EQUAL ZERO
054300         MOVE "**"               TO WS-WANT-TYPE
054400         PERFORM 2150-SEARCH-SCHEDULE THRU 2150-EXIT
054500     END-IF.
054600 2100-EXIT.
054700     EXIT.
054800
054900 2150-SEARCH-SCHEDULE.
055000     MOVE ZERO                   TO WS-FEE-HIT.
055100     PERFORM 2160-SCAN-ONE-FEE   THRU 2160-EXIT
055200             VARYING WS-FEE-SUB FROM 1 BY 1
055300             UNTIL WS-FEE-SUB GREATER THAN WS-FEE-COUNT
055400                OR WS-FEE-HIT GREATER THAN ZERO.
055500 2150-EXIT.
055600     EXIT.
055700
055800 2160-SCAN-ONE-FEE.
055900     IF WS-FT-ACCT-TYPE (WS-FEE-SUB) EQUAL WS-WANT-TYPE
056000         MOVE WS-FEE-SUB         TO WS-FEE-HIT
056100     END-IF.
056200 2160-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600*    2200-WORK-OUT-FEES - AN ACCOUNT THAT DID NOT POST THIS MONTH
056700*                         SAT AT ITS ACCTBAL BALANCE ALL MONTH
056800******************************************************************
056900 2200-WORK-OUT-FEES.
057000     MOVE AB-BALANCE             TO WS-LOW-BALANCE.
057100     MOVE ZERO                   TO WS-WDL-COUNT
057200                                    WS-CHARGED-WDLS
057300                                    WS-MIN-BAL-FEE
057400                                    WS-WDL-FEE.
057500     MOVE AM-ACCT-NO             TO TH-ACCT-NO.
057600     PERFORM 1260-FIND-ACTIVITY  THRU 1260-EXIT.
057700     IF WS-ACT-HIT GREATER THAN ZERO
057800         MOVE WS-AT-WDL-COUNT (WS-ACT-HIT) TO WS-WDL-COUNT
057900         IF WS-AT-LOW-BALANCE (WS-ACT-HIT) < WS-LOW-BALANCE
058000             MOVE WS-AT-LOW-BALANCE (WS-ACT-HIT)
058100                                 TO WS-LOW-BALANCE
058200         END-IF
058300     END-IF.
058400     MOVE WS-FT-MAINT-FEE (WS-FEE-HIT) TO WS-MAINT-FEE.
058500     IF WS-LOW-BALANCE LESS THAN WS-FT-MIN-BALANCE (WS-FEE-HIT)
058600         MOVE WS-FT-MIN-BAL-FEE (WS-FEE-HIT) TO WS-MIN-BAL-FEE
058700     END-IF.
058800     IF WS-WDL-COUNT GREATER THAN WS-FT-FREE-WDL (WS-FEE-HIT)
058900         COMPUTE WS-CHARGED-WDLS =
059000             WS-WDL-COUNT - WS-FT-FREE-WDL (WS-FEE-HIT)
059100         COMPUTE WS-WDL-FEE =
059200             WS-CHARGED-WDLS * WS-FT-WDL-FEE (WS-FEE-HIT)
059300     END-IF.
059400     COMPUTE WS-ACCT-FEES = WS-MAINT-FEE + WS-MIN-BAL-FEE
059500                          + WS-WDL-FEE.
059600 2200-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*    2300-POST-FEE - DEBIT ONE FEE: BALANCE REWRITE, HISTORY
060100*                    RECORD AND JOURNAL IMAGE, AS IF5 POSTS
060200******************************************************************
060300 2300-POST-FEE.
060400     MOVE SPACES                 TO WS-JRN-BEFORE.
060500     MOVE ACCT-BALANCE-RECORD    TO WS-JRN-BEFORE.
060600     SUBTRACT WS-FEE-AMOUNT      FROM AB-BALANCE.
060700     REWRITE ACCT-BALANCE-RECORD.
060800     ADD 1                       TO WS-POST-SEQ
060900                                    WS-POSTED-COUNT.
061000     MOVE AB-ACCT-NO             TO TH-ACCT-NO.
061100     MOVE WS-BUSINESS-DATE       TO TH-POST-DATE.
061200     MOVE WS-POST-SEQ            TO TH-TRN-ID.
061300     MOVE WS-FEE-CODE            TO TH-TRN-CODE.
061400     SET TH-DEBIT                TO TRUE.
061500     MOVE WS-FEE-AMOUNT          TO TH-AMOUNT.
061600     MOVE AB-BALANCE             TO TH-NEW-BALANCE.
061650     SET TH-SYSTEM-ORIGIN        TO TRUE.
061660     MOVE SPACES                 TO TH-REVERSAL-SW.
061670     MOVE ZERO                   TO TH-REV-TRN-ID
061680                                    TH-REV-POST-DATE.
061700     WRITE ACCT-HIST-RECORD.
061800     MOVE SPACES                 TO WS-JRN-AFTER.
061900     MOVE ACCT-BALANCE-RECORD    TO WS-JRN-AFTER.
062000     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
062100                                       WS-JRN-ACTION
062200                                       WS-BUSINESS-DATE
062300                                       WS-JRN-BEFORE
062400                                       WS-JRN-AFTER.
062500 2300-EXIT.
062600     EXIT.
062700
062800 2400-PRINT-CHARGES.
062900     MOVE AM-ACCT-NO             TO WS-RD-ACCT-NO.
063000     MOVE AM-ACCT-TYPE           TO WS-RD-ACCT-TYPE.
063100     MOVE WS-LOW-BALANCE         TO WS-RD-LOW-BALANCE.
063200     MOVE WS-WDL-COUNT           TO WS-RD-WDL-COUNT.
063300     MOVE WS-MAINT-FEE           TO WS-RD-MAINT-FEE.
063400     MOVE WS-MIN-BAL-FEE         TO WS-RD-MIN-BAL-FEE.
063500     MOVE WS-WDL-FEE             TO WS-RD-WDL-FEE.
063600     MOVE WS-ACCT-FEES           TO WS-RD-TOTAL.
063700     WRITE SVC-REPORT-LINE       FROM WS-RPT-DETAIL-LINE.
063800 2400-EXIT.
063900     EXIT.
064000
064100 2800-WRITE-EXCEPTION.
064200     ADD 1                       TO WS-REJECT-COUNT.
064300     MOVE AM-ACCT-NO             TO WS-RX-ACCT-NO.
064400     MOVE AM-ACCT-TYPE           TO WS-RX-ACCT-TYPE.
064500     WRITE SVC-REPORT-LINE       FROM WS-RPT-EXCEPTION-LINE.
064600 2800-EXIT.
064700     EXIT.
064800
064900 2900-READ-ACCOUNT.
065000     READ ACCT-MASTER
065100         AT END
065200             SET WS-EOF TO TRUE
065300     END-READ.
065400 2900-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*    8000-WRITE-GL-FEED - THE MONTH'S FEE INCOME PER CLASS PLUS
065900*                         THE BALANCING TRAILER, IN THE GLSUMM
066000*                         IMPORT LAYOUT
066100******************************************************************
066200 8000-WRITE-GL-FEED.
066300     MOVE WS-BUSINESS-DATE       TO WS-GL-BUS-DATE
066400                                    WS-GLT-BUS-DATE.
066500     MOVE "FM"                   TO WS-GL-CLASS.
066600     MOVE WS-FM-COUNT            TO WS-GL-COUNT.
066700     MOVE WS-FM-AMOUNT           TO WS-GL-AMOUNT.
066800     WRITE SVC-GL-LINE           FROM WS-GL-DETAIL-RECORD.
066900     MOVE "FB"                   TO WS-GL-CLASS.
067000     MOVE WS-FB-COUNT            TO WS-GL-COUNT.
067100     MOVE WS-FB-AMOUNT           TO WS-GL-AMOUNT.
067200     WRITE SVC-GL-LINE           FROM WS-GL-DETAIL-RECORD.
067300     MOVE "FW"                   TO WS-GL-CLASS.
067400     MOVE WS-FW-COUNT            TO WS-GL-COUNT.
067500     MOVE WS-FW-AMOUNT           TO WS-GL-AMOUNT.
067600     WRITE SVC-GL-LINE           FROM WS-GL-DETAIL-RECORD.
067700     COMPUTE WS-GLT-COUNT = WS-FM-COUNT + WS-FB-COUNT
067800                          + WS-FW-COUNT.
067900     COMPUTE WS-GLT-AMOUNT = WS-FM-AMOUNT + WS-FB-AMOUNT
068000                           + WS-FW-AMOUNT.
068100     WRITE SVC-GL-LINE           FROM WS-GL-TRAILER-RECORD.
068200     CALL "MANIFEST"             USING WS-MAN-FILE-ID
068300                                       WS-BUSINESS-DATE
068400                                       WS-MAN-COUNT
068500                                       WS-GLT-AMOUNT.
068600 8000-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000*    9000-TERMINATE - GL FEED, FEE INCOME SUMMARY, CLOSE FILES
069100*                     AND MARK THE STEP COMPLETE
069200******************************************************************
069300 9000-TERMINATE.
069400     PERFORM 8000-WRITE-GL-FEED  THRU 8000-EXIT.
069500     WRITE SVC-REPORT-LINE       FROM SPACES.
069600     MOVE "ACCOUNTS READ         : " TO WS-TL-LABEL.
069700     MOVE WS-ACCT-COUNT          TO WS-TL-COUNT.
069800     WRITE SVC-REPORT-LINE       FROM WS-TOTAL-LINE.
069900     MOVE "ACCOUNTS CHARGED      : " TO WS-TL-LABEL.
070000     MOVE WS-CHARGED-COUNT       TO WS-TL-COUNT.
070100     WRITE SVC-REPORT-LINE       FROM WS-TOTAL-LINE.
070200     MOVE "NOT OPEN - NOT CHARGED: " TO WS-TL-LABEL.
070300     MOVE WS-NOT-OPEN-COUNT      TO WS-TL-COUNT.
070400     WRITE SVC-REPORT-LINE       FROM WS-TOTAL-LINE.
070500     MOVE "EXCEPTIONS            : " TO WS-TL-LABEL.
070600     MOVE WS-REJECT-COUNT        TO WS-TL-COUNT.
070700     WRITE SVC-REPORT-LINE       FROM WS-TOTAL-LINE.
070800     MOVE "MAINTENANCE FEES      : " TO WS-AL-LABEL.
070900     MOVE WS-FM-AMOUNT           TO WS-AL-AMOUNT.
071000     WRITE SVC-REPORT-LINE       FROM WS-AMOUNT-LINE.
071100     MOVE "BELOW-MINIMUM FEES    : " TO WS-AL-LABEL.
071200     MOVE WS-FB-AMOUNT           TO WS-AL-AMOUNT.
071300     WRITE SVC-REPORT-LINE       FROM WS-AMOUNT-LINE.
071400     MOVE "WITHDRAWAL FEES       : " TO WS-AL-LABEL.
071500     MOVE WS-FW-AMOUNT           TO WS-AL-AMOUNT.
071600     WRITE SVC-REPORT-LINE       FROM WS-AMOUNT-LINE.
071700     MOVE "TOTAL FEE INCOME      : " TO WS-AL-LABEL.
071800     MOVE WS-GLT-AMOUNT          TO WS-AL-AMOUNT.
071900     WRITE SVC-REPORT-LINE       FROM WS-AMOUNT-LINE.
072000     DISPLAY "ACCOUNTS READ         : " WS-ACCT-COUNT.
072100     DISPLAY "ACCOUNTS CHARGED      : " WS-CHARGED-COUNT.
072200     DISPLAY "FEES POSTED           : " WS-POSTED-COUNT.
072300     DISPLAY "EXCEPTIONS            : " WS-REJECT-COUNT.
072400     DISPLAY "TOTAL FEE INCOME      : " WS-GLT-AMOUNT.
072500     CLOSE ACCT-MASTER.
072600     CLOSE ACCOUNT-BALANCE.
072700     CLOSE ACCT-HISTORY.
072800     CLOSE SVC-REPORT.
072900     CLOSE SVC-GL-FEED.
073000     IF WS-REJECT-COUNT > ZERO
073100         MOVE 4                  TO RETURN-CODE
073200     END-IF.
073300     IF WS-FILE-ERROR
073400         MOVE 8                  TO RETURN-CODE
073500     END-IF.
073600     MOVE 'E'                    TO RSA-FUNCTION.
073700     MOVE WS-ACCT-COUNT          TO RSA-READ-COUNT.
073800     MOVE WS-POSTED-COUNT        TO RSA-WRITTEN-COUNT.
073900     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
074000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
074100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
074200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
074300     IF RETURN-CODE < 8
074400         MOVE 'M'                TO WS-SC-FUNCTION
074500         CALL "STEPCTL"          USING WS-SC-FUNCTION
074600                                       WS-SC-PROGRAM
074700                                       WS-BUSINESS-DATE
074800                                       WS-SC-DONE-SW
074900     END-IF.
075000 9000-EXIT.
075100     EXIT.
075200
075300 9999-EXIT.
075400     STOP RUN.
