000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 ACCTCLS.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ACCOUNT CLOSURE RUN.  RUNS
001200*                     AFTER IF5 AND SVCCHG AND AHEAD OF INTACCR.
001300*                     EACH CLOSREQ REQUEST NAMES THE ACCOUNT AND
001400*                     HOW ITS BALANCE IS PAID OUT - BY TRANSFER TO
001500*                     A NOMINATED OPEN ACCOUNT OR BY CHEQUE.  THE
001600*                     ACCOUNT'S INTACCUM ACCRUAL IS CAPITALIZED AS
001700*                     INTACCR DOES IT (DR FOR CREDIT INTEREST, WD
001800*                     FOR OVERDRAFT INTEREST) AND RESET; THE
001900*                     ACCOUNT IS REFUSED IF THE BALANCE IS THEN
002000*                     NEGATIVE.  THE SVCFEE CLOSING FEE FOR THE
002100*                     ACCOUNT TYPE IS CHARGED (FC), NEVER BEYOND
002200*                     THE BALANCE LEFT, AND THE REST IS PAID OUT
002300*                     (TR BOTH LEGS, OR WD AND A CHEQUE NUMBERED
002400*                     THROUGH CHQISSUE AND LISTED ON CHQLIST).
002500*                     LIKE SVCCHG EVERY POSTING GOES STRAIGHT TO
002600*                     ACCTBAL AND ACCTHIST WITH ORIGIN 'S' AND AN
002700*                     UPDJRNL IMAGE.  A CLOSING STATEMENT PRINTS
002800*                     ON CLOSSTMT, THE 'X' CLOSURE FOR ACCTMNT
002900*                     GOES ON THE CLOSTRAN FEED, REFUSALS GO TO
003000*                     CLOSREJ, AND THE FEES, INTEREST AND PAYOUTS
003100*                     GO TO THE GL AS THE CLOSGL FEED.  THE USER
003200*                     ON THE REQUEST MUST BE AUTHORIZED FOR
003300*                     ACCTCLOS UP TO THE PAYOUT, AND AN ACCOUNT AN
003400*                     ACTIVE LOAN IS REPAID FROM IS NOT CLOSED.
003500*                     STEPCTL CONTROL MEANS A RERUN NEVER PAYS OUT
003600*                     TWICE.
003620*    2026-10-15 JPL   FOREIGN-CURRENCY ACCOUNTS - A FOREIGN
003640*                     ACCOUNT IS PAID OUT ONLY BY TRANSFER TO AN
003660*                     ACCOUNT IN THE SAME CURRENCY, NEVER BY
003680*                     CHEQUE.
003685*    2026-10-15 JPL   THE CHQREG REGISTER IS CLOSED AT END OF JOB
003690*                     WITH A CHQISSUE FUNCTION 'T'; CHQISSUE NOW
003695*                     KEEPS IT OPEN BETWEEN CHEQUES.
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
004700     SELECT CLOSE-REQUESTS   ASSIGN TO "CLOSREQ"
004800                             ORGANIZATION IS LINE SEQUENTIAL
004900                             FILE STATUS IS WS-REQ-STATUS.
005000     SELECT SVC-FEE-FILE     ASSIGN TO "SVCFEE"
005100                             ORGANIZATION IS LINE SEQUENTIAL
005200                             FILE STATUS IS WS-FEE-STATUS.
005300     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS RANDOM
005600                             RECORD KEY IS AM-ACCT-NO
005700                             FILE STATUS IS WS-AMST-STATUS.
005800     SELECT ACCOUNT-BALANCE  ASSIGN TO "ACCTBAL"
005900                             ORGANIZATION IS INDEXED
006000                             ACCESS MODE IS RANDOM
006100                             RECORD KEY IS AB-ACCT-NO
006200                             FILE STATUS IS WS-ACCT-STATUS.
006300     SELECT INTEREST-ACCUM   ASSIGN TO "INTACCUM"
006400                             ORGANIZATION IS INDEXED
006500                             ACCESS MODE IS RANDOM
006600                             RECORD KEY IS IA-ACCT-NO
006700                             FILE STATUS IS WS-ACCUM-STATUS.
006800     SELECT LOAN-MASTER      ASSIGN TO "LOANMST"
006900                             ORGANIZATION IS INDEXED
007000                             ACCESS MODE IS SEQUENTIAL
007100                             RECORD KEY IS LN-LOAN-ACCT
007200                             FILE STATUS IS WS-LOAN-STATUS.
007300     SELECT ACCT-HISTORY     ASSIGN TO "ACCTHIST"
007400                             ORGANIZATION IS LINE SEQUENTIAL
007500                             FILE STATUS IS WS-HIST-STATUS.
007600     SELECT CLOSURE-TRANS    ASSIGN TO "CLOSTRAN"
007700                             ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT CLOSING-STMT     ASSIGN TO "CLOSSTMT"
007900                             ORGANIZATION IS LINE SEQUENTIAL.
008000     SELECT CLOSE-REJECTS    ASSIGN TO "CLOSREJ"
008100                             ORGANIZATION IS LINE SEQUENTIAL.
008200     SELECT CHEQUE-LIST      ASSIGN TO "CHQLIST"
008300                             ORGANIZATION IS LINE SEQUENTIAL.
008400     SELECT CLOSE-GL-FEED    ASSIGN TO "CLOSGL"
008500                             ORGANIZATION IS LINE SEQUENTIAL.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  BUS-DATE-FILE
009000     RECORDING MODE IS F.
009100     COPY BUSDATE.
009200
009300 FD  CLOSE-REQUESTS
009400     RECORDING MODE IS F.
009500     COPY CLOSREQ.
009600
009700 FD  SVC-FEE-FILE
009800     RECORDING MODE IS F.
009900     COPY SVCFEE.
010000
010100 FD  ACCT-MASTER.
010200     COPY ACCTMST.
010300
010400 FD  ACCOUNT-BALANCE.
010500     COPY ACCTBAL.
010600
010700 FD  INTEREST-ACCUM.
010800     COPY INTACCUM.
010900
011000 FD  LOAN-MASTER.
011100     COPY LOANMST.
011200
011300 FD  ACCT-HISTORY
011400     RECORDING MODE IS F.
011500     COPY ACCTHIST.
011600
011700 FD  CLOSURE-TRANS
011800     RECORDING MODE IS F.
011900     COPY ACCTTRAN.
012000
012100 FD  CLOSING-STMT
012200     RECORDING MODE IS F.
012300 01  CLOSING-STMT-LINE           PIC X(80).
012400
012500 FD  CLOSE-REJECTS
012600     RECORDING MODE IS F.
012700 01  CLOSE-REJECT-LINE           PIC X(80).
012800
012900 FD  CHEQUE-LIST
013000     RECORDING MODE IS F.
013100 01  CHEQUE-LIST-LINE            PIC X(70).
013200
013300 FD  CLOSE-GL-FEED
013400     RECORDING MODE IS F.
013500 01  CLOSE-GL-LINE               PIC X(40).
013600
013700 WORKING-STORAGE SECTION.
013800 01  WS-BDAT-STATUS              PIC X(02).
013900     88  WS-BDAT-OK                      VALUE "00".
014000 01  WS-REQ-STATUS               PIC X(02).
014100     88  WS-REQ-OK                       VALUE "00".
014200 01  WS-FEE-STATUS               PIC X(02).
014300     88  WS-FEE-OK                       VALUE "00".
014400 01  WS-AMST-STATUS              PIC X(02).
014500     88  WS-AMST-OK                      VALUE "00".
014600 01  WS-ACCT-STATUS              PIC X(02).
014700     88  WS-ACCT-OK                      VALUE "00".
014800 01  WS-ACCUM-STATUS             PIC X(02).
014900     88  WS-ACCUM-OK                     VALUE "00".
015000 01  WS-LOAN-STATUS              PIC X(02).
015100     88  WS-LOAN-OK                      VALUE "00".
015200 01  WS-HIST-STATUS              PIC X(02).
015300     88  WS-HIST-OK                      VALUE "00".
015400 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
015500 01  WS-DU-FUNCTION              PIC X(01).
015600 01  WS-DU-DATE-2                PIC 9(08).
015700 01  WS-DU-DAYS                  PIC S9(05).
015800 01  WS-DU-VALID-SW              PIC X(01).
015900 01  WS-MAN-FILE-ID              PIC X(08)   VALUE "CLOSGL".
016000 01  WS-MAN-COUNT                PIC 9(07)   VALUE 5.
016100 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "ACCTBAL".
016200 01  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
016300 01  WS-JRN-BEFORE               PIC X(80).
016400 01  WS-JRN-AFTER                PIC X(80).
016500 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "ACCTCLOS".
016600 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02).
016700 01  WS-AUTH-SW                  PIC X(01)   VALUE 'N'.
016800     88  WS-AUTHORIZED                   VALUE 'Y'.
016900
017000 01  WS-SWITCHES.
017100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
017200         88  WS-EOF                          VALUE 'Y'.
017300     05  WS-FEE-EOF-SW           PIC X(01)   VALUE 'N'.
017400         88  WS-FEE-EOF                      VALUE 'Y'.
017500     05  WS-LOAN-EOF-SW          PIC X(01)   VALUE 'N'.
017600         88  WS-LOAN-EOF                     VALUE 'Y'.
017700     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
017800         88  WS-FILE-ERROR                   VALUE 'Y'.
017900     05  WS-REQ-VALID-SW         PIC X(01)   VALUE 'Y'.
018000         88  WS-REQ-VALID                    VALUE 'Y'.
018100         88  WS-REQ-INVALID                  VALUE 'N'.
018200     05  WS-ACCUM-FOUND-SW       PIC X(01)   VALUE 'N'.
018300         88  WS-ACCUM-FOUND                  VALUE 'Y'.
018400
018500 77  WS-REQ-COUNT                PIC 9(05)   COMP    VALUE ZERO.
018600 77  WS-CLOSED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
018700 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
018800 77  WS-POSTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
018900 77  WS-POST-SEQ                 PIC 9(05)   COMP    VALUE ZERO.
019000 77  WS-CHQ-UNREG-COUNT          PIC 9(05)   COMP    VALUE ZERO.
019100
019200*    THE SVCFEE SCHEDULE, ONE ROW PER ACCOUNT TYPE
019300 77  WS-FEE-MAX                  PIC 9(02)   COMP    VALUE 50.
019400 77  WS-FEE-COUNT                PIC 9(02)   COMP    VALUE ZERO.
019500 77  WS-FEE-SUB                  PIC 9(02)   COMP.
019600 77  WS-FEE-HIT                  PIC 9(02)   COMP    VALUE ZERO.
019700 01  WS-FEE-TABLE.
019800     05  WS-FEE-ENTRY            OCCURS 50 TIMES.
019900         10  WS-FT-ACCT-TYPE     PIC X(02).
020000         10  WS-FT-CLOSE-FEE     PIC 9(03)V9(02).
020100 01  WS-WANT-TYPE                PIC X(02).
020200
020300*    DEPOSIT ACCOUNTS THAT ACTIVE LOANS ARE REPAID FROM
020400 77  WS-LOAN-MAX                 PIC 9(04)   COMP    VALUE 3000.
020500 77  WS-LOAN-COUNT               PIC 9(04)   COMP    VALUE ZERO.
020600 77  WS-LOAN-SUB                 PIC 9(04)   COMP.
020700 77  WS-LOAN-HIT                 PIC 9(04)   COMP    VALUE ZERO.
020800 01  WS-LOAN-TABLE.
020900     05  WS-LT-DEPOSIT-ACCT      OCCURS 3000 TIMES PIC 9(06).
021000
021100*    ACCOUNTS CLOSED SO FAR THIS RUN
021200 77  WS-DONE-MAX                 PIC 9(03)   COMP    VALUE 500.
021300 77  WS-DONE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
021400 77  WS-DONE-SUB                 PIC 9(03)   COMP.
021500 77  WS-DONE-HIT                 PIC 9(03)   COMP    VALUE ZERO.
021600 01  WS-DONE-TABLE.
021700     05  WS-DONE-ACCT-NO         OCCURS 500 TIMES PIC 9(06).
021800 01  WS-FIND-ACCT-NO             PIC 9(06).
021900
022000*    THE ACCOUNT BEING CLOSED
022100 01  WS-CLOSE-OPEN-DATE          PIC 9(08).
022200 01  WS-CLOSE-CUST-ID            PIC 9(05).
022300 01  WS-CLOSE-OD-LIMIT           PIC 9(07)V9(02).
022400 01  WS-CLOSE-ACCT-TYPE          PIC X(02).
022450 01  WS-CLOSE-CURRENCY           PIC X(03).
022500 01  WS-BALANCE-BEFORE           PIC S9(9)V9(02).
022600 01  WS-FINAL-INTEREST           PIC S9(7)V9(02).
022700 01  WS-AFTER-INTEREST           PIC S9(9)V9(02).
022800 01  WS-CLOSE-FEE                PIC 9(05)V9(02).
022900 01  WS-PAYOUT                   PIC S9(9)V9(02).
023000 01  WS-CHQ-SERIAL               PIC 9(08).
023100
023200*    ONE POSTING, SPLIT INTO PIECES THE HISTORY AMOUNT CAN HOLD
023300 01  WS-POST-ACCT-NO             PIC 9(06).
023400 01  WS-POST-CODE                PIC X(02).
023500 01  WS-POST-SIGN                PIC X(01).
023600 01  WS-POST-LEFT                PIC S9(9)V9(02).
023700 01  WS-PIECE-AMOUNT             PIC 9(05)V9(02).
023800 01  WS-PIECE-MAX                PIC 9(05)V9(02) VALUE 99999.99.
023900
024000*    THE RUN'S TOTALS BY CLASS FOR THE GL FEED
024100 77  WS-IC-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
024200 77  WS-ID-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
024300 77  WS-FC-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
024400 77  WS-PT-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
024500 77  WS-PQ-COUNT                 PIC 9(07)   COMP    VALUE ZERO.
024600 01  WS-IC-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
024700 01  WS-ID-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
024800 01  WS-FC-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
024900 01  WS-PT-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
025000 01  WS-PQ-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
025100
025200 01  WS-GL-DETAIL-RECORD.
025300     05  WS-GL-REC-TYPE          PIC X(01)   VALUE 'D'.
025400     05  WS-GL-BUS-DATE          PIC 9(08).
025500     05  WS-GL-CLASS             PIC X(02).
025600     05  WS-GL-COUNT             PIC 9(07).
025700     05  WS-GL-AMOUNT            PIC 9(11)V9(02).
025800
025900 01  WS-GL-TRAILER-RECORD.
026000     05  WS-GLT-REC-TYPE         PIC X(01)   VALUE 'T'.
026100     05  WS-GLT-BUS-DATE         PIC 9(08).
026200     05  FILLER                  PIC X(02)   VALUE SPACES.
026300     05  WS-GLT-COUNT            PIC 9(07).
026400     05  WS-GLT-AMOUNT           PIC 9(11)V9(02).
026500
026600 01  WS-STMT-HEADING-1.
026700     05  FILLER                  PIC X(30)   VALUE
026800         "CLOSING STATEMENT".
026900     05  FILLER                  PIC X(08)   VALUE "ACCOUNT ".
027000     05  WS-SH-ACCT-NO           PIC 9(06).
027100     05  FILLER                  PIC X(10)   VALUE "  CLOSED  ".
027200     05  WS-SH-CLOSE-DATE        PIC 9(08).
027300 01  WS-STMT-HEADING-2.
027400     05  FILLER                  PIC X(09)   VALUE "CUSTOMER ".
027500     05  WS-SH-CUST-ID           PIC 9(05).
027600     05  FILLER                  PIC X(16)   VALUE SPACES.
027700     05  FILLER                  PIC X(08)   VALUE "TYPE    ".
027800     05  WS-SH-ACCT-TYPE         PIC X(02).
027900     05  FILLER                  PIC X(14)   VALUE
028000         "    OPENED    ".
028100     05  WS-SH-OPEN-DATE         PIC 9(08).
028200
028300 01  WS-STMT-AMOUNT-LINE.
028400     05  FILLER                  PIC X(04)   VALUE SPACES.
028500     05  WS-SA-LABEL             PIC X(30).
028600     05  WS-SA-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
028700
028800 01  WS-STMT-XFER-LINE.
028900     05  FILLER                  PIC X(08)   VALUE SPACES.
029000     05  FILLER                  PIC X(20)   VALUE
029100         "TO ACCOUNT".
029200     05  WS-SX-ACCT-NO           PIC 9(06).
029300
029400 01  WS-STMT-CHEQUE-LINE.
029500     05  FILLER                  PIC X(08)   VALUE SPACES.
029600     05  FILLER                  PIC X(14)   VALUE
029700         "CHEQUE SERIAL ".
029800     05  WS-SQ-SERIAL            PIC 9(08).
029900     05  FILLER                  PIC X(12)   VALUE " PAYABLE TO ".
030000     05  WS-SQ-PAYEE             PIC X(30).
030100
030200 01  WS-STMT-RULE-LINE.
030300     05  FILLER                  PIC X(60)   VALUE ALL "-".
030400
030500 01  WS-CHEQUE-DETAIL-LINE.
030600     05  FILLER                  PIC X(07)   VALUE "CHEQUE ".
030700     05  WS-CHQ-SERIAL-NO        PIC 9(08).
030800     05  FILLER                  PIC X(01)   VALUE SPACE.
030900     05  WS-CHQ-CUST-ID          PIC 9(05).
031000     05  FILLER                  PIC X(01)   VALUE SPACE.
031100     05  WS-CHQ-PAYEE            PIC X(30).
031200     05  FILLER                  PIC X(01)   VALUE SPACE.
031300     05  WS-CHQ-AMOUNT           PIC ZZZZZZ9.99.
031400
031500 01  WS-REJECT-DETAIL-LINE.
031600     05  WS-RJ-ACCT-NO           PIC 9(06).
031700     05  FILLER                  PIC X(02)   VALUE SPACES.
031800     05  WS-RJ-METHOD            PIC X(01).
031900     05  FILLER                  PIC X(02)   VALUE SPACES.
032000     05  WS-RJ-REASON            PIC X(30).
032100     05  FILLER                  PIC X(02)   VALUE SPACES.
032200     05  WS-RJ-BALANCE           PIC -Z(8)9.99.
032300     05  FILLER                  PIC X(02)   VALUE SPACES.
032400     05  WS-RJ-USER-ID           PIC X(08).
032500
032600     COPY RUNSTAT.
032700
032800     COPY CHQISS.
032900
033000 01  WS-SC-FUNCTION              PIC X(01).
033100 01  WS-SC-PROGRAM               PIC X(08)   VALUE "ACCTCLS".
033200 01  WS-SC-DONE-SW               PIC X(01)   VALUE 'N'.
033300     88  WS-SC-DONE                      VALUE 'Y'.
033400
033500 PROCEDURE DIVISION.
033600 0000-MAINLINE.
033700     PERFORM 0500-CHECK-STREAM-CONTROL THRU 0500-EXIT.
033800     IF WS-SC-DONE
033900         GO TO 9999-EXIT
034000     END-IF.
034100     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
034200     PERFORM 2000-CLOSE-ONE-ACCOUNT  THRU 2000-EXIT
034300             UNTIL WS-EOF.
034400     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
034500     GO TO 9999-EXIT.
034600
034700******************************************************************
034800*    0500-CHECK-STREAM-CONTROL - A NIGHT'S CLOSURES MUST POST
034900*                                EXACTLY ONCE; A RERUN AFTER A
035000*                                LATER FAILURE FINDS THE MARK AND
035100*                                EXITS RC 0
035200******************************************************************
035300 0500-CHECK-STREAM-CONTROL.
035400     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
035500     MOVE 'C'                    TO WS-SC-FUNCTION.
035600     CALL "STEPCTL"              USING WS-SC-FUNCTION
035700                                       WS-SC-PROGRAM
035800                                       WS-BUSINESS-DATE
035900                                       WS-SC-DONE-SW.
036000     IF WS-SC-DONE
036100         DISPLAY "ACCTCLS ALREADY COMPLETE TONIGHT - RC 0"
036200     END-IF.
036300 0500-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    1000-INITIALIZE - LOAD THE CLOSING FEES AND THE LOAN
036800*                      REPAYMENT ACCOUNTS, THEN OPEN THE MASTERS
036900*                      AND THE REQUESTS
037000******************************************************************
037100 1000-INITIALIZE.
037200     DISPLAY "ACCTCLS - ACCOUNT CLOSURE RUN STARTING".
037300     MOVE "ACCTCLS"              TO RSA-PROGRAM-ID.
037400     MOVE 'S'                    TO RSA-FUNCTION.
037500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
037600     PERFORM 1100-LOAD-FEE-TABLE THRU 1100-EXIT.
037700     PERFORM 1200-LOAD-LOAN-TABLE THRU 1200-EXIT.
037800     OPEN INPUT  ACCT-MASTER.
037900     IF NOT WS-AMST-OK
038000         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
038100         SET WS-FILE-ERROR       TO TRUE
038200     END-IF.
038300     OPEN I-O    ACCOUNT-BALANCE.
038400     IF NOT WS-ACCT-OK
038500         DISPLAY "ACCTBAL OPEN FAILED - STATUS " WS-ACCT-STATUS
038600         SET WS-FILE-ERROR       TO TRUE
038700     END-IF.
038800     OPEN I-O    INTEREST-ACCUM.
038900     IF NOT WS-ACCUM-OK
039000         DISPLAY "INTACCUM OPEN FAILED - STATUS " WS-ACCUM-STATUS
039100         SET WS-FILE-ERROR       TO TRUE
039200     END-IF.
039300     OPEN INPUT  CLOSE-REQUESTS.
039400     IF NOT WS-REQ-OK
039500         DISPLAY "CLOSREQ OPEN FAILED - STATUS " WS-REQ-STATUS
039600         SET WS-FILE-ERROR       TO TRUE
039700     END-IF.
039800     OPEN EXTEND ACCT-HISTORY.
039900     OPEN OUTPUT CLOSURE-TRANS.
040000     OPEN OUTPUT CLOSING-STMT.
040100     OPEN OUTPUT CLOSE-REJECTS.
040200     OPEN OUTPUT CHEQUE-LIST.
040300     OPEN OUTPUT CLOSE-GL-FEED.
040400     IF WS-FILE-ERROR
040500         DISPLAY "ACCTCLS - NO ACCOUNTS CLOSED"
040600         SET WS-EOF              TO TRUE
040700     ELSE
040800         PERFORM 2990-READ-REQUEST THRU 2990-EXIT
040900     END-IF.
041000 1000-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*    8100-GET-BUSINESS-DATE - THE BUSDATE CARD, ELSE TODAY
041500******************************************************************
041600 8100-GET-BUSINESS-DATE.
041700     OPEN INPUT BUS-DATE-FILE.
041800     IF WS-BDAT-OK
041900         READ BUS-DATE-FILE
042000             AT END
042100                 CONTINUE
042200             NOT AT END
042300                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
042400                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
042500                 END-IF
042600         END-READ
042700     END-IF.
042800     CLOSE BUS-DATE-FILE.
042900     IF WS-BUSINESS-DATE EQUAL ZERO
043000         MOVE 'C'                TO WS-DU-FUNCTION
043100         CALL "DATEUTIL"         USING WS-DU-FUNCTION
043200                                       WS-BUSINESS-DATE
043300                                       WS-DU-DATE-2
043400                                       WS-DU-DAYS
043500                                       WS-DU-VALID-SW
043600     END-IF.
043700 8100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    1100-LOAD-FEE-TABLE - THE CLOSING FEE PER ACCOUNT TYPE FROM
044200*                          THE SVCFEE SCHEDULE; WITHOUT IT NOTHING
044300*                          IS CLOSED AND THE RUN ENDS RC 8
044400******************************************************************
044500 1100-LOAD-FEE-TABLE.
044600     OPEN INPUT SVC-FEE-FILE.
044700     IF NOT WS-FEE-OK
044800         DISPLAY "SVCFEE OPEN FAILED - STATUS " WS-FEE-STATUS
044900         SET WS-FILE-ERROR       TO TRUE
045000         GO TO 1100-EXIT
045100     END-IF.
045200     PERFORM 1190-READ-FEE       THRU 1190-EXIT.
045300     PERFORM 1150-TABLE-ONE-FEE  THRU 1150-EXIT
045400             UNTIL WS-FEE-EOF.
045500     CLOSE SVC-FEE-FILE.
045600     DISPLAY "FEE SCHEDULE ROWS  : " WS-FEE-COUNT.
045700 1100-EXIT.
045800     EXIT.
045900
046000 1150-TABLE-ONE-FEE.
046100     IF WS-FEE-COUNT LESS THAN WS-FEE-MAX
046200         ADD 1                   TO WS-FEE-COUNT
046300         MOVE SF-ACCT-TYPE       TO WS-FT-ACCT-TYPE (WS-FEE-COUNT)
046400         IF SF-CLOSE-FEE NUMERIC
046500             MOVE SF-CLOSE-FEE   TO WS-FT-CLOSE-FEE (WS-FEE-COUNT)
046600         ELSE
046700             MOVE ZERO           TO WS-FT-CLOSE-FEE (WS-FEE-COUNT)
046800         END-IF
046900     END-IF.
047000     PERFORM 1190-READ-FEE       THRU 1190-EXIT.
047100 1150-EXIT.
047200     EXIT.
047300
047400 1190-READ-FEE.
047500     READ SVC-FEE-FILE
047600         AT END
047700             SET WS-FEE-EOF TO TRUE
047800     END-READ.
047900 1190-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300*    1200-LOAD-LOAN-TABLE - THE DEPOSIT ACCOUNT OF EVERY ACTIVE
048400*                           LOAN; A FULL TABLE STOPS THE RUN
048500*                           RATHER THAN CLOSE AN ACCOUNT A LOAN
048600*                           STILL COLLECTS FROM
048700******************************************************************
048800 1200-LOAD-LOAN-TABLE.
048900     OPEN INPUT LOAN-MASTER.
049000     IF NOT WS-LOAN-OK
049100         DISPLAY "LOANMST OPEN FAILED - STATUS " WS-LOAN-STATUS
049200         SET WS-FILE-ERROR       TO TRUE
049300         GO TO 1200-EXIT
049400     END-IF.
049500     PERFORM 1290-READ-LOAN      THRU 1290-EXIT.
049600     PERFORM 1250-TABLE-ONE-LOAN THRU 1250-EXIT
049700             UNTIL WS-LOAN-EOF.
049800     CLOSE LOAN-MASTER.
049900     DISPLAY "ACTIVE LOANS       : " WS-LOAN-COUNT.
050000 1200-EXIT.
050100     EXIT.
050200
050300 1250-TABLE-ONE-LOAN.
050400     IF LN-ACTIVE
050500         IF WS-LOAN-COUNT NOT LESS THAN WS-LOAN-MAX
050600             DISPLAY "LOAN TABLE FULL AT LOAN " LN-LOAN-ACCT
050700             SET WS-FILE-ERROR   TO TRUE
050800             SET WS-LOAN-EOF     TO TRUE
050900             GO TO 1250-EXIT
051000         END-IF
051100         ADD 1                   TO WS-LOAN-COUNT
051200         MOVE LN-DEPOSIT-ACCT
051300                         TO WS-LT-DEPOSIT-ACCT (WS-LOAN-COUNT)
051400     END-IF.
051500     PERFORM 1290-READ-LOAN      THRU 1290-EXIT.
051600 1250-EXIT.
051700     EXIT.
051800
051900 1290-READ-LOAN.
052000     READ LOAN-MASTER
052100         AT END
052200             SET WS-LOAN-EOF TO TRUE
052300     END-READ.
052400 1290-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800*    2000-CLOSE-ONE-ACCOUNT - EDIT THE REQUEST, SETTLE THE
052900*                             ACCOUNT, PAY IT OUT, PRINT ITS
053000*                             CLOSING STATEMENT AND RAISE THE
053100*                             CLOSURE FOR ACCTMNT
053200******************************************************************
053300 2000-CLOSE-ONE-ACCOUNT.
053400     ADD 1                       TO WS-REQ-COUNT.
053500     MOVE ZERO                   TO WS-BALANCE-BEFORE.
053600     PERFORM 2100-EDIT-REQUEST   THRU 2100-EXIT.
053700     IF WS-REQ-INVALID
053800         PERFORM 2850-WRITE-REJECT THRU 2850-EXIT
053900         GO TO 2000-READ-NEXT
054000     END-IF.
054100     PERFORM 2200-WORK-OUT-CLOSURE THRU 2200-EXIT.
054200     IF WS-REQ-INVALID
054300         PERFORM 2850-WRITE-REJECT THRU 2850-EXIT
054400         GO TO 2000-READ-NEXT
054500     END-IF.
054600     PERFORM 2300-POST-CLOSURE   THRU 2300-EXIT.
054700     PERFORM 2400-PRINT-STATEMENT THRU 2400-EXIT.
054800     PERFORM 2800-WRITE-CLOSURE-TRAN THRU 2800-EXIT.
054900     ADD 1                       TO WS-CLOSED-COUNT.
055000 2000-READ-NEXT.
055100     PERFORM 2990-READ-REQUEST   THRU 2990-EXIT.
055200 2000-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*    2100-EDIT-REQUEST - AN OPEN, NON-LOAN ACCOUNT ON BOTH
055700*                        MASTERS, NOT ALREADY CLOSED TONIGHT, NO
055800*                        ACTIVE LOAN REPAID FROM IT, AND A PAYOUT
055900*                        THAT CAN BE MADE.  THE CLOSING ACCOUNT'S
056000*                        BALANCE RECORD IS READ LAST SO IT IS THE
056100*                        ONE LEFT IN THE RECORD AREA
056200******************************************************************
056300 2100-EDIT-REQUEST.
056400     SET WS-REQ-VALID            TO TRUE.
056500     IF CL-ACCT-NO NOT NUMERIC OR CL-ACCT-NO EQUAL ZERO
056600         MOVE "ACCOUNT NUMBER ZERO OR BLANK" TO WS-RJ-REASON
056700         SET WS-REQ-INVALID      TO TRUE
056800         GO TO 2100-EXIT
056900     END-IF.
057000     MOVE CL-ACCT-NO             TO WS-FIND-ACCT-NO.
057100     PERFORM 2150-FIND-DONE      THRU 2150-EXIT.
057200     IF WS-DONE-HIT GREATER THAN ZERO
057300         MOVE "ACCOUNT ALREADY CLOSED TONIGHT" TO WS-RJ-REASON
057400         SET WS-REQ-INVALID      TO TRUE
057500         GO TO 2100-EXIT
057600     END-IF.
057700     IF WS-DONE-COUNT NOT LESS THAN WS-DONE-MAX
057800         MOVE "CLOSURE TABLE FULL - RESUBMIT" TO WS-RJ-REASON
057900         SET WS-REQ-INVALID      TO TRUE
058000         GO TO 2100-EXIT
058100     END-IF.
058200     MOVE CL-ACCT-NO             TO AM-ACCT-NO.
058300     READ ACCT-MASTER
058400         INVALID KEY
058500             MOVE "ACCOUNT NOT ON FILE" TO WS-RJ-REASON
058600             SET WS-REQ-INVALID  TO TRUE
058700             GO TO 2100-EXIT
058800     END-READ.
058900     IF AM-LOAN-ACCOUNT
059000         MOVE "LOAN ACCOUNT - NOT CLOSED HERE" TO WS-RJ-REASON
059100         SET WS-REQ-INVALID      TO TRUE
059200         GO TO 2100-EXIT
059300     END-IF.
059400     IF AM-CLOSED
059500         MOVE "ACCOUNT ALREADY CLOSED" TO WS-RJ-REASON
059600         SET WS-REQ-INVALID      TO TRUE
059700         GO TO 2100-EXIT
059800     END-IF.
059900     IF AM-FROZEN
060000         MOVE "ACCOUNT FROZEN" TO WS-RJ-REASON
060100         SET WS-REQ-INVALID      TO TRUE
060200         GO TO 2100-EXIT
060300     END-IF.
060400     MOVE AM-OPEN-DATE           TO WS-CLOSE-OPEN-DATE.
060500     MOVE AM-CUST-ID             TO WS-CLOSE-CUST-ID.
060600     MOVE AM-OD-LIMIT            TO WS-CLOSE-OD-LIMIT.
060700     MOVE AM-ACCT-TYPE           TO WS-CLOSE-ACCT-TYPE.
060750     MOVE AM-CURRENCY            TO WS-CLOSE-CURRENCY.
060800     PERFORM 2160-FIND-LOAN      THRU 2160-EXIT.
060900     IF WS-LOAN-HIT GREATER THAN ZERO
061000         MOVE "ACTIVE LOAN REPAID FROM IT" TO WS-RJ-REASON
061100         SET WS-REQ-INVALID      TO TRUE
061200         GO TO 2100-EXIT
061300     END-IF.
061400     EVALUATE TRUE
061500         WHEN CL-BY-TRANSFER
061600             PERFORM 2120-EDIT-TRANSFER THRU 2120-EXIT
061700         WHEN CL-BY-CHEQUE
061800             IF CL-PAYEE-NAME EQUAL SPACES
061900                 MOVE "NO PAYEE NAME FOR THE CHEQUE"
062000                                 TO WS-RJ-REASON
062100                 SET WS-REQ-INVALID TO TRUE
062200             END-IF
062210             IF WS-CLOSE-CURRENCY NOT EQUAL SPACES
062220                 MOVE "CHEQUE PAYOUT BASE CCY ONLY"
062230                                 TO WS-RJ-REASON
062240                 SET WS-REQ-INVALID TO TRUE
062250             END-IF
062300         WHEN OTHER
062400             MOVE "INVALID PAYOUT METHOD" TO WS-RJ-REASON
062500             SET WS-REQ-INVALID  TO TRUE
062600     END-EVALUATE.
062700     IF WS-REQ-INVALID
062800         GO TO 2100-EXIT
062900     END-IF.
063000     MOVE CL-ACCT-NO             TO AB-ACCT-NO.
063100     READ ACCOUNT-BALANCE
063200         INVALID KEY
063300             MOVE "ACCOUNT NOT ON BALANCE MASTER" TO WS-RJ-REASON
063400             SET WS-REQ-INVALID  TO TRUE
063500             GO TO 2100-EXIT
063600     END-READ.
063700     MOVE AB-BALANCE             TO WS-BALANCE-BEFORE.
063800 2100-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200*    2120-EDIT-TRANSFER - THE NOMINATED ACCOUNT MUST BE ANOTHER
064300*                         OPEN DEPOSIT ACCOUNT ON BOTH MASTERS, IN
064400*                         THE SAME CURRENCY AND NOT ONE CLOSED
064450*                         EARLIER IN THE RUN
064500******************************************************************
064600 2120-EDIT-TRANSFER.
064700     IF CL-PAYOUT-ACCT NOT NUMERIC OR CL-PAYOUT-ACCT EQUAL ZERO
064800         MOVE "NO PAYOUT ACCOUNT FOR TRANSFER" TO WS-RJ-REASON
064900         SET WS-REQ-INVALID      TO TRUE
065000         GO TO 2120-EXIT
065100     END-IF.
065200     IF CL-PAYOUT-ACCT EQUAL CL-ACCT-NO
065300         MOVE "PAYOUT TO THE CLOSING ACCOUNT" TO WS-RJ-REASON
065400         SET WS-REQ-INVALID      TO TRUE
065500         GO TO 2120-EXIT
065600     END-IF.
065700     MOVE CL-PAYOUT-ACCT         TO WS-FIND-ACCT-NO.
065800     PERFORM 2150-FIND-DONE      THRU 2150-EXIT.
065900     IF WS-DONE-HIT GREATER THAN ZERO
066000         MOVE "PAYOUT ACCOUNT CLOSED TONIGHT" TO WS-RJ-REASON
066100         SET WS-REQ-INVALID      TO TRUE
066200         GO TO 2120-EXIT
066300     END-IF.
066400     MOVE CL-PAYOUT-ACCT         TO AM-ACCT-NO.
066500     READ ACCT-MASTER
066600         INVALID KEY
066700             MOVE "PAYOUT ACCOUNT NOT ON FILE" TO WS-RJ-REASON
066800             SET WS-REQ-INVALID  TO TRUE
066900             GO TO 2120-EXIT
067000     END-READ.
067100     IF NOT AM-OPEN OR AM-LOAN-ACCOUNT
067200         MOVE "PAYOUT ACCOUNT NOT OPEN" TO WS-RJ-REASON
067300         SET WS-REQ-INVALID      TO TRUE
067400         GO TO 2120-EXIT
067500     END-IF.
067510     IF AM-CURRENCY NOT EQUAL WS-CLOSE-CURRENCY
067520         MOVE "PAYOUT ACCOUNT CURRENCY DIFFERS" TO WS-RJ-REASON
067530         SET WS-REQ-INVALID      TO TRUE
067540         GO TO 2120-EXIT
067550     END-IF.
067600     MOVE CL-PAYOUT-ACCT         TO AB-ACCT-NO.
067700     READ ACCOUNT-BALANCE
067800         INVALID KEY
067900             MOVE "PAYOUT ACCOUNT NOT ON ACCTBAL" TO WS-RJ-REASON
068000             SET WS-REQ-INVALID  TO TRUE
068100     END-READ.
068200 2120-EXIT.
068300     EXIT.
068400
068500 2150-FIND-DONE.
068600     MOVE ZERO                   TO WS-DONE-HIT.
068700     PERFORM 2155-SCAN-ONE-DONE  THRU 2155-EXIT
068800             VARYING WS-DONE-SUB FROM 1 BY 1
068900             UNTIL WS-DONE-SUB GREATER THAN WS-DONE-COUNT
069000                OR WS-DONE-HIT GREATER THAN ZERO.
069100 2150-EXIT.
069200     EXIT.
069300
069400 2155-SCAN-ONE-DONE.
069500     IF WS-DONE-ACCT-NO (WS-DONE-SUB) EQUAL WS-FIND-ACCT-NO
069600         MOVE WS-DONE-SUB        TO WS-DONE-HIT
069700     END-IF.
069800 2155-EXIT.
069900     EXIT.
070000
070100 2160-FIND-LOAN.
070200     MOVE ZERO                   TO WS-LOAN-HIT.
070300     PERFORM 2165-SCAN-ONE-LOAN  THRU 2165-EXIT
070400             VARYING WS-LOAN-SUB FROM 1 BY 1
070500             UNTIL WS-LOAN-SUB GREATER THAN WS-LOAN-COUNT
070600                OR WS-LOAN-HIT GREATER THAN ZERO.
070700 2160-EXIT.
070800     EXIT.
070900
071000 2165-SCAN-ONE-LOAN.
071100     IF WS-LT-DEPOSIT-ACCT (WS-LOAN-SUB) EQUAL CL-ACCT-NO
071200         MOVE WS-LOAN-SUB        TO WS-LOAN-HIT
071300     END-IF.
071400 2165-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800*    2200-WORK-OUT-CLOSURE - THE FINAL INTEREST, THE BALANCE IT
071900*                            LEAVES (NEGATIVE IS REFUSED), THE
072000*                            CLOSING FEE CAPPED AT THAT BALANCE,
072100*                            THE PAYOUT, AND THE USER'S AUTHORITY
072200*                            FOR IT
072300******************************************************************
072400 2200-WORK-OUT-CLOSURE.
072500     MOVE 'N'                    TO WS-ACCUM-FOUND-SW.
072600     MOVE ZERO                   TO WS-FINAL-INTEREST.
072700     MOVE CL-ACCT-NO             TO IA-ACCT-NO.
072800     READ INTEREST-ACCUM
072900         INVALID KEY
073000             CONTINUE
073100         NOT INVALID KEY
073200             SET WS-ACCUM-FOUND  TO TRUE
073300             MOVE IA-ACCRUED     TO WS-FINAL-INTEREST
073400     END-READ.
073500     COMPUTE WS-AFTER-INTEREST = AB-BALANCE + WS-FINAL-INTEREST.
073600     IF WS-AFTER-INTEREST LESS THAN ZERO
073700         MOVE "BALANCE NEGATIVE - NOT CLOSED" TO WS-RJ-REASON
073800         MOVE WS-AFTER-INTEREST  TO WS-BALANCE-BEFORE
073900         SET WS-REQ-INVALID      TO TRUE
074000         GO TO 2200-EXIT
074100     END-IF.
074200     MOVE WS-CLOSE-ACCT-TYPE     TO WS-WANT-TYPE.
074300     PERFORM 2250-FIND-SCHEDULE  THRU 2250-EXIT.
074400     MOVE ZERO                   TO WS-CLOSE-FEE.
074500     IF WS-FEE-HIT GREATER THAN ZERO
074600         MOVE WS-FT-CLOSE-FEE (WS-FEE-HIT) TO WS-CLOSE-FEE
074700     END-IF.
074800     IF WS-CLOSE-FEE GREATER THAN WS-AFTER-INTEREST
074900         MOVE WS-AFTER-INTEREST  TO WS-CLOSE-FEE
075000     END-IF.
075100     COMPUTE WS-PAYOUT = WS-AFTER-INTEREST - WS-CLOSE-FEE.
075200     IF CL-BY-CHEQUE AND WS-PAYOUT GREATER THAN 9999999.99
075300         MOVE "PAYOUT TOO LARGE FOR A CHEQUE" TO WS-RJ-REASON
075400         SET WS-REQ-INVALID      TO TRUE
075500         GO TO 2200-EXIT
075600     END-IF.
075700     IF WS-PAYOUT GREATER THAN 9999999.99
075800         MOVE 9999999.99         TO WS-AUTH-AMOUNT
075900     ELSE
076000         MOVE WS-PAYOUT          TO WS-AUTH-AMOUNT
076100     END-IF.
076200     CALL "AUTHCHK"              USING CL-USER-ID
076300                                       WS-AUTH-MASTER-ID
076400                                       WS-AUTH-AMOUNT
076500                                       WS-AUTH-SW.
076600     IF NOT WS-AUTHORIZED
076700         MOVE "CLOSURE NOT AUTHORIZED" TO WS-RJ-REASON
076800         SET WS-REQ-INVALID      TO TRUE
076900     END-IF.
077000 2200-EXIT.
077100     EXIT.
077200
077300******************************************************************
077400*    2250-FIND-SCHEDULE - THE ROW FOR THE ACCOUNT TYPE, ELSE THE
077500*                         '**' DEFAULT ROW, ELSE NO CLOSING FEE
077600******************************************************************
077700 2250-FIND-SCHEDULE.
077800     PERFORM 2260-SEARCH-SCHEDULE THRU 2260-EXIT.
077900     IF WS-FEE-HIT EQUAL ZERO
078000         MOVE "**"               TO WS-WANT-TYPE
078100         PERFORM 2260-SEARCH-SCHEDULE THRU 2260-EXIT
078200     END-IF.
078300 2250-EXIT.
078400     EXIT.
078500
078600 2260-SEARCH-SCHEDULE.
078700     MOVE ZERO                   TO WS-FEE-HIT.
078800     PERFORM 2270-SCAN-ONE-FEE   THRU 2270-EXIT
078900             VARYING WS-FEE-SUB FROM 1 BY 1
079000             UNTIL WS-FEE-SUB GREATER THAN WS-FEE-COUNT
079100                OR WS-FEE-HIT GREATER THAN ZERO.
079200 2260-EXIT.
079300     EXIT.
079400
079500 2270-SCAN-ONE-FEE.
079600     IF WS-FT-ACCT-TYPE (WS-FEE-SUB) EQUAL WS-WANT-TYPE
079700         MOVE WS-FEE-SUB         TO WS-FEE-HIT
079800     END-IF.
079900 2270-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300*    2300-POST-CLOSURE - CAPITALIZE AND RESET THE ACCRUAL, CHARGE
080400*                        THE FEE, THEN PAY OUT WHAT IS LEFT SO THE
080500*                        ACCOUNT ENDS AT ZERO
080600******************************************************************
080700 2300-POST-CLOSURE.
080800     MOVE CL-ACCT-NO             TO WS-POST-ACCT-NO.
080900     IF WS-FINAL-INTEREST GREATER THAN ZERO
081000         MOVE "DR"               TO WS-POST-CODE
081100         MOVE '+'                TO WS-POST-SIGN
081200         MOVE WS-FINAL-INTEREST  TO WS-POST-LEFT
081300         PERFORM 2500-POST-TO-ACCOUNT THRU 2500-EXIT
081400         ADD 1                   TO WS-IC-COUNT
081500         ADD WS-FINAL-INTEREST   TO WS-IC-AMOUNT
081600     END-IF.
081700     IF WS-FINAL-INTEREST LESS THAN ZERO
081800         MOVE "WD"               TO WS-POST-CODE
081900         MOVE '-'                TO WS-POST-SIGN
082000         COMPUTE WS-POST-LEFT = WS-FINAL-INTEREST * -1
082100         PERFORM 2500-POST-TO-ACCOUNT THRU 2500-EXIT
082200         ADD 1                   TO WS-ID-COUNT
082300         SUBTRACT WS-FINAL-INTEREST FROM WS-ID-AMOUNT
082400     END-IF.
082500     IF WS-ACCUM-FOUND
082600         MOVE ZERO               TO IA-ACCRUED
082700         REWRITE INTEREST-ACCUM-RECORD
082800     END-IF.
082900     IF WS-CLOSE-FEE GREATER THAN ZERO
083000         MOVE "FC"               TO WS-POST-CODE
083100         MOVE '-'                TO WS-POST-SIGN
083200         MOVE WS-CLOSE-FEE       TO WS-POST-LEFT
083300         PERFORM 2500-POST-TO-ACCOUNT THRU 2500-EXIT
083400         ADD 1                   TO WS-FC-COUNT
083500         ADD WS-CLOSE-FEE        TO WS-FC-AMOUNT
083600     END-IF.
083700     IF WS-PAYOUT EQUAL ZERO
083800         GO TO 2300-EXIT
083900     END-IF.
084000     IF CL-BY-TRANSFER
084100         MOVE "TR"               TO WS-POST-CODE
084200         MOVE WS-PAYOUT          TO WS-POST-LEFT
084300         PERFORM 2600-TRANSFER-ONE-PIECE THRU 2600-EXIT
084400                 UNTIL WS-POST-LEFT EQUAL ZERO
084500         ADD 1                   TO WS-PT-COUNT
084600         ADD WS-PAYOUT           TO WS-PT-AMOUNT
084700     ELSE
084800         MOVE "WD"               TO WS-POST-CODE
084900         MOVE '-'                TO WS-POST-SIGN
085000         MOVE WS-PAYOUT          TO WS-POST-LEFT
085100         PERFORM 2500-POST-TO-ACCOUNT THRU 2500-EXIT
085200         PERFORM 2700-ISSUE-CHEQUE THRU 2700-EXIT
085300         ADD 1                   TO WS-PQ-COUNT
085400         ADD WS-PAYOUT           TO WS-PQ-AMOUNT
085500     END-IF.
085600 2300-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000*    2400-PRINT-STATEMENT - THE CLOSING STATEMENT: BALANCE BEFORE
086100*                           CLOSURE, FINAL INTEREST, FEE, PAYOUT
086200*                           AND WHERE IT WENT, AND THE NIL BALANCE
086300******************************************************************
086400 2400-PRINT-STATEMENT.
086500     MOVE CL-ACCT-NO             TO WS-SH-ACCT-NO.
086600     MOVE WS-BUSINESS-DATE       TO WS-SH-CLOSE-DATE.
086700     MOVE WS-CLOSE-CUST-ID       TO WS-SH-CUST-ID.
086800     MOVE WS-CLOSE-ACCT-TYPE     TO WS-SH-ACCT-TYPE.
086900     MOVE WS-CLOSE-OPEN-DATE     TO WS-SH-OPEN-DATE.
087000     WRITE CLOSING-STMT-LINE     FROM WS-STMT-HEADING-1.
087100     WRITE CLOSING-STMT-LINE     FROM WS-STMT-HEADING-2.
087200     WRITE CLOSING-STMT-LINE     FROM SPACES.
087300     MOVE "BALANCE BEFORE CLOSURE" TO WS-SA-LABEL.
087400     MOVE WS-BALANCE-BEFORE      TO WS-SA-AMOUNT.
087500     WRITE CLOSING-STMT-LINE     FROM WS-STMT-AMOUNT-LINE.
087600     MOVE "FINAL INTEREST"       TO WS-SA-LABEL.
087700     MOVE WS-FINAL-INTEREST      TO WS-SA-AMOUNT.
087800     WRITE CLOSING-STMT-LINE     FROM WS-STMT-AMOUNT-LINE.
087900     MOVE "CLOSING FEE"          TO WS-SA-LABEL.
088000     COMPUTE WS-SA-AMOUNT = WS-CLOSE-FEE * -1.
088100     WRITE CLOSING-STMT-LINE     FROM WS-STMT-AMOUNT-LINE.
088200     IF CL-BY-TRANSFER
088300         MOVE "PAID OUT BY TRANSFER" TO WS-SA-LABEL
088400     ELSE
088500         MOVE "PAID OUT BY CHEQUE" TO WS-SA-LABEL
088600     END-IF.
088700     COMPUTE WS-SA-AMOUNT = WS-PAYOUT * -1.
088800     WRITE CLOSING-STMT-LINE     FROM WS-STMT-AMOUNT-LINE.
088900     IF WS-PAYOUT GREATER THAN ZERO
089000         IF CL-BY-TRANSFER
089100             MOVE CL-PAYOUT-ACCT TO WS-SX-ACCT-NO
089200             WRITE CLOSING-STMT-LINE FROM WS-STMT-XFER-LINE
089300         ELSE
089400             MOVE WS-CHQ-SERIAL  TO WS-SQ-SERIAL
089500             MOVE CL-PAYEE-NAME  TO WS-SQ-PAYEE
089600             WRITE CLOSING-STMT-LINE FROM WS-STMT-CHEQUE-LINE
089700         END-IF
089800     END-IF.
089900     MOVE "CLOSING BALANCE"      TO WS-SA-LABEL.
090000     MOVE ZERO                   TO WS-SA-AMOUNT.
090100     WRITE CLOSING-STMT-LINE     FROM WS-STMT-AMOUNT-LINE.
090200     WRITE CLOSING-STMT-LINE     FROM WS-STMT-RULE-LINE.
090300     WRITE CLOSING-STMT-LINE     FROM SPACES.
090400 2400-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    2500-POST-TO-ACCOUNT - ONE POSTING TO THE ACCOUNT IN THE
090900*                           BALANCE RECORD AREA, IN AS MANY
091000*                           HISTORY PIECES AS THE AMOUNT NEEDS
091100******************************************************************
091200 2500-POST-TO-ACCOUNT.
091300     PERFORM 2550-POST-ONE-PIECE THRU 2550-EXIT
091400             UNTIL WS-POST-LEFT EQUAL ZERO.
091500 2500-EXIT.
091600     EXIT.
091700
091800 2550-POST-ONE-PIECE.
091900     PERFORM 2650-TAKE-PIECE     THRU 2650-EXIT.
092000     ADD 1                       TO WS-POST-SEQ.
092100     PERFORM 2900-APPLY-PIECE    THRU 2900-EXIT.
092200 2550-EXIT.
092300     EXIT.
092400
092500******************************************************************
092600*    2600-TRANSFER-ONE-PIECE - DEBIT THE CLOSING ACCOUNT AND
092700*                              CREDIT THE NOMINATED ONE UNDER THE
092800*                              SAME TRN-ID, AS IF5 POSTS THE TWO
092900*                              LEGS OF A TRANSFER
093000******************************************************************
093100 2600-TRANSFER-ONE-PIECE.
093200     PERFORM 2650-TAKE-PIECE     THRU 2650-EXIT.
093300     ADD 1                       TO WS-POST-SEQ.
093400     MOVE CL-ACCT-NO             TO AB-ACCT-NO
093500                                    WS-POST-ACCT-NO.
093600     READ ACCOUNT-BALANCE
093700         INVALID KEY
093800             DISPLAY "ACCTBAL READ FAILED FOR " CL-ACCT-NO
093900             SET WS-FILE-ERROR   TO TRUE
094000             MOVE ZERO           TO WS-POST-LEFT
094100             GO TO 2600-EXIT
094200     END-READ.
094300     MOVE '-'                    TO WS-POST-SIGN.
094400     PERFORM 2900-APPLY-PIECE    THRU 2900-EXIT.
094500     MOVE CL-PAYOUT-ACCT         TO AB-ACCT-NO
094600                                    WS-POST-ACCT-NO.
094700     READ ACCOUNT-BALANCE
094800         INVALID KEY
094900             DISPLAY "ACCTBAL READ FAILED FOR " CL-PAYOUT-ACCT
095000             SET WS-FILE-ERROR   TO TRUE
095100             MOVE ZERO           TO WS-POST-LEFT
095200             GO TO 2600-EXIT
095300     END-READ.
095400     MOVE '+'                    TO WS-POST-SIGN.
095500     PERFORM 2900-APPLY-PIECE    THRU 2900-EXIT.
095600 2600-EXIT.
095700     EXIT.
095800
095900 2650-TAKE-PIECE.
096000     IF WS-POST-LEFT GREATER THAN WS-PIECE-MAX
096100         MOVE WS-PIECE-MAX       TO WS-PIECE-AMOUNT
096200     ELSE
096300         MOVE WS-POST-LEFT       TO WS-PIECE-AMOUNT
096400     END-IF.
096500     SUBTRACT WS-PIECE-AMOUNT    FROM WS-POST-LEFT.
096600 2650-EXIT.
096700     EXIT.
096800
096900******************************************************************
097000*    2700-ISSUE-CHEQUE - NUMBER THE PAYOUT CHEQUE FROM THE CHQREG
097100*                        STOCK REGISTER AND LIST IT ON CHQLIST;
097200*                        AN UNRECORDED CHEQUE STILL LISTS, WITH A
097300*                        ZERO SERIAL, AND IS COUNTED FOR THE RC 4
097400*                        WARNING
097500******************************************************************
097600 2700-ISSUE-CHEQUE.
097650     MOVE 'I'                    TO CIA-FUNCTION.
097700     MOVE WS-CLOSE-CUST-ID       TO CIA-EMP-ID.
097800     MOVE CL-PAYEE-NAME          TO CIA-PAYEE-NAME.
097900     MOVE WS-PAYOUT              TO CIA-AMOUNT.
098000     MOVE WS-BUSINESS-DATE       TO CIA-ISSUE-DATE.
098100     MOVE 'A'                    TO CIA-SOURCE.
098200     CALL "CHQISSUE"             USING CHQ-ISSUE-AREA.
098300     MOVE CIA-SERIAL             TO WS-CHQ-SERIAL.
098400     IF NOT CIA-ISSUED
098500         ADD 1                   TO WS-CHQ-UNREG-COUNT
098600         DISPLAY "CHEQUE REGISTER NOT UPDATED - ACCOUNT "
098700                 CL-ACCT-NO " LISTED WITHOUT A SERIAL"
098800     END-IF.
098900     MOVE WS-CHQ-SERIAL          TO WS-CHQ-SERIAL-NO.
099000     MOVE WS-CLOSE-CUST-ID       TO WS-CHQ-CUST-ID.
099100     MOVE CL-PAYEE-NAME          TO WS-CHQ-PAYEE.
099200     MOVE WS-PAYOUT              TO WS-CHQ-AMOUNT.
099300     WRITE CHEQUE-LIST-LINE      FROM WS-CHEQUE-DETAIL-LINE.
099400 2700-EXIT.
099500     EXIT.
099600
099700******************************************************************
099800*    2800-WRITE-CLOSURE-TRAN - THE 'X' TRANSACTION THAT CLOSES
099900*                              THE ACCOUNT ON ACCTMST IN THE NEXT
100000*                              ACCTMNT RUN
100100******************************************************************
100200 2800-WRITE-CLOSURE-TRAN.
100300     MOVE SPACES                 TO ACCT-TRAN-RECORD.
100400     SET ACT-ACCOUNT-CLOSURE     TO TRUE.
100500     MOVE CL-ACCT-NO             TO ACT-ACCT-NO.
100600     MOVE WS-CLOSE-OPEN-DATE     TO ACT-OPEN-DATE.
100700     MOVE 'C'                    TO ACT-STATUS.
100800     MOVE WS-CLOSE-CUST-ID       TO ACT-CUST-ID.
100900     MOVE WS-CLOSE-OD-LIMIT      TO ACT-OD-LIMIT.
101000     MOVE WS-CLOSE-ACCT-TYPE     TO ACT-ACCT-TYPE.
101100     MOVE CL-USER-ID             TO ACT-USER-ID.
101200     MOVE WS-BUSINESS-DATE       TO ACT-CLOSE-DATE.
101300     WRITE ACCT-TRAN-RECORD.
101400     ADD 1                       TO WS-DONE-COUNT.
101500     MOVE CL-ACCT-NO
101600                         TO WS-DONE-ACCT-NO (WS-DONE-COUNT).
101700 2800-EXIT.
101800     EXIT.
101900
102000 2850-WRITE-REJECT.
102100     ADD 1                       TO WS-REJECT-COUNT.
102200     MOVE CL-ACCT-NO             TO WS-RJ-ACCT-NO.
102300     MOVE CL-PAYOUT-METHOD       TO WS-RJ-METHOD.
102400     MOVE WS-BALANCE-BEFORE      TO WS-RJ-BALANCE.
102500     MOVE CL-USER-ID             TO WS-RJ-USER-ID.
102600     WRITE CLOSE-REJECT-LINE     FROM WS-REJECT-DETAIL-LINE.
102700 2850-EXIT.
102800     EXIT.
102900
103000******************************************************************
103100*    2900-APPLY-PIECE - ONE PIECE TO THE ACCOUNT IN THE BALANCE
103200*                       RECORD AREA: BALANCE REWRITE, HISTORY
103300*                       RECORD AND JOURNAL IMAGE, AS IF5 POSTS
103400******************************************************************
103500 2900-APPLY-PIECE.
103600     MOVE SPACES                 TO WS-JRN-BEFORE.
103700     MOVE ACCT-BALANCE-RECORD    TO WS-JRN-BEFORE.
103800     IF WS-POST-SIGN EQUAL '+'
103900         ADD WS-PIECE-AMOUNT     TO AB-BALANCE
104000     ELSE
104100         SUBTRACT WS-PIECE-AMOUNT FROM AB-BALANCE
104200     END-IF.
104300     REWRITE ACCT-BALANCE-RECORD.
104400     ADD 1                       TO WS-POSTED-COUNT.
104500     MOVE AB-ACCT-NO             TO TH-ACCT-NO.
104600     MOVE WS-BUSINESS-DATE       TO TH-POST-DATE.
104700     MOVE WS-POST-SEQ            TO TH-TRN-ID.
104800     MOVE WS-POST-CODE           TO TH-TRN-CODE.
104900     MOVE WS-POST-SIGN           TO TH-SIGN.
105000     MOVE WS-PIECE-AMOUNT        TO TH-AMOUNT.
105100     MOVE AB-BALANCE             TO TH-NEW-BALANCE.
105200     SET TH-SYSTEM-ORIGIN        TO TRUE.
105300     MOVE SPACES                 TO TH-REVERSAL-SW.
105400     MOVE ZERO                   TO TH-REV-TRN-ID
105500                                    TH-REV-POST-DATE.
105600     WRITE ACCT-HIST-RECORD.
105700     MOVE SPACES                 TO WS-JRN-AFTER.
105800     MOVE ACCT-BALANCE-RECORD    TO WS-JRN-AFTER.
105900     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
106000                                       WS-JRN-ACTION
106100                                       WS-BUSINESS-DATE
106200                                       WS-JRN-BEFORE
106300                                       WS-JRN-AFTER.
106400 2900-EXIT.
106500     EXIT.
106600
106700 2990-READ-REQUEST.
106800     READ CLOSE-REQUESTS
106900         AT END
107000             SET WS-EOF TO TRUE
107100     END-READ.
107200 2990-EXIT.
107300     EXIT.
107400
107500******************************************************************
107600*    8000-WRITE-GL-FEED - THE NIGHT'S FINAL INTEREST, CLOSING FEES
107700*                         AND PAYOUTS PER CLASS PLUS THE BALANCING
107800*                         TRAILER, IN THE GLSUMM IMPORT LAYOUT
107900******************************************************************
108000 8000-WRITE-GL-FEED.
108100     MOVE WS-BUSINESS-DATE       TO WS-GL-BUS-DATE
108200                                    WS-GLT-BUS-DATE.
108300     MOVE "IC"                   TO WS-GL-CLASS.
108400     MOVE WS-IC-COUNT            TO WS-GL-COUNT.
108500     MOVE WS-IC-AMOUNT           TO WS-GL-AMOUNT.
108600     WRITE CLOSE-GL-LINE         FROM WS-GL-DETAIL-RECORD.
108700     MOVE "ID"                   TO WS-GL-CLASS.
108800     MOVE WS-ID-COUNT            TO WS-GL-COUNT.
108900     MOVE WS-ID-AMOUNT           TO WS-GL-AMOUNT.
109000     WRITE CLOSE-GL-LINE         FROM WS-GL-DETAIL-RECORD.
109100     MOVE "FC"                   TO WS-GL-CLASS.
109200     MOVE WS-FC-COUNT            TO WS-GL-COUNT.
109300     MOVE WS-FC-AMOUNT           TO WS-GL-AMOUNT.
109400     WRITE CLOSE-GL-LINE         FROM WS-GL-DETAIL-RECORD.
109500     MOVE "PT"                   TO WS-GL-CLASS.
109600     MOVE WS-PT-COUNT            TO WS-GL-COUNT.
109700     MOVE WS-PT-AMOUNT           TO WS-GL-AMOUNT.
109800     WRITE CLOSE-GL-LINE         FROM WS-GL-DETAIL-RECORD.
109900     MOVE "PQ"                   TO WS-GL-CLASS.
110000     MOVE WS-PQ-COUNT            TO WS-GL-COUNT.
110100     MOVE WS-PQ-AMOUNT           TO WS-GL-AMOUNT.
110200     WRITE CLOSE-GL-LINE         FROM WS-GL-DETAIL-RECORD.
110300     COMPUTE WS-GLT-COUNT = WS-IC-COUNT + WS-ID-COUNT
110400                          + WS-FC-COUNT + WS-PT-COUNT
110500                          + WS-PQ-COUNT.
110600     COMPUTE WS-GLT-AMOUNT = WS-IC-AMOUNT + WS-ID-AMOUNT
110700                           + WS-FC-AMOUNT + WS-PT-AMOUNT
110800                           + WS-PQ-AMOUNT.
110900     WRITE CLOSE-GL-LINE         FROM WS-GL-TRAILER-RECORD.
111000     CALL "MANIFEST"             USING WS-MAN-FILE-ID
111100                                       WS-BUSINESS-DATE
111200                                       WS-MAN-COUNT
111300                                       WS-GLT-AMOUNT.
111400 8000-EXIT.
111500     EXIT.
111600
111700******************************************************************
111800*    9000-TERMINATE - GL FEED, RUN TOTALS, CLOSE FILES AND MARK
111900*                     THE STEP COMPLETE
112000******************************************************************
112100 9000-TERMINATE.
112200     PERFORM 8000-WRITE-GL-FEED  THRU 8000-EXIT.
112300     DISPLAY "CLOSURE REQUESTS      : " WS-REQ-COUNT.
112400     DISPLAY "ACCOUNTS CLOSED       : " WS-CLOSED-COUNT.
112500     DISPLAY "REQUESTS REFUSED      : " WS-REJECT-COUNT.
112600     DISPLAY "POSTINGS MADE         : " WS-POSTED-COUNT.
112700     DISPLAY "FINAL INTEREST CREDIT : " WS-IC-AMOUNT.
112800     DISPLAY "FINAL INTEREST DEBIT  : " WS-ID-AMOUNT.
112900     DISPLAY "CLOSING FEES          : " WS-FC-AMOUNT.
113000     DISPLAY "PAID OUT BY TRANSFER  : " WS-PT-AMOUNT.
113100     DISPLAY "PAID OUT BY CHEQUE    : " WS-PQ-AMOUNT.
113200     DISPLAY "CHEQUES NOT REGISTERED: " WS-CHQ-UNREG-COUNT.
113300     CLOSE ACCT-MASTER.
113400     CLOSE ACCOUNT-BALANCE.
113500     CLOSE INTEREST-ACCUM.
113600     CLOSE CLOSE-REQUESTS.
113700     CLOSE ACCT-HISTORY.
113800     CLOSE CLOSURE-TRANS.
113900     CLOSE CLOSING-STMT.
114000     CLOSE CLOSE-REJECTS.
114100     CLOSE CHEQUE-LIST.
114133     MOVE 'T'                    TO CIA-FUNCTION.
114166     CALL "CHQISSUE"             USING CHQ-ISSUE-AREA.
114200     CLOSE CLOSE-GL-FEED.
114300     IF WS-REJECT-COUNT > ZERO
114400      OR WS-CHQ-UNREG-COUNT > ZERO
114500         MOVE 4                  TO RETURN-CODE
114600     END-IF.
114700     IF WS-FILE-ERROR
114800         MOVE 8                  TO RETURN-CODE
114900     END-IF.
115000     MOVE 'E'                    TO RSA-FUNCTION.
115100     MOVE WS-REQ-COUNT           TO RSA-READ-COUNT.
115200     MOVE WS-POSTED-COUNT        TO RSA-WRITTEN-COUNT.
115300     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
115400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
115500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
115600     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
115700     IF RETURN-CODE < 8
115800         MOVE 'M'                TO WS-SC-FUNCTION
115900         CALL "STEPCTL"          USING WS-SC-FUNCTION
116000                                       WS-SC-PROGRAM
116100                                       WS-BUSINESS-DATE
116200                                       WS-SC-DONE-SW
116300     END-IF.
116400 9000-EXIT.
116500     EXIT.
116600
116700 9999-EXIT.
116800     STOP RUN.
