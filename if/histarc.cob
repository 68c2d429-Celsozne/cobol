000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 HISTARC.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ACCOUNT HISTORY ARCHIVE
001200*                     FOR CLOSED ACCOUNTS, IN THE ARCHPRG PATTERN.
001300*                     THE HISTPRM CARD GIVES THE RETENTION DAYS.
001400*                     EVERY ACCTHIST POSTING OF AN ACCOUNT CLOSED
001500*                     (ACCTMST STATUS 'C') ON A DATE OLDER THAN
001600*                     THE RETENTION WINDOW GOES TO THE DATED
001700*                     ARCHOUT ARCHIVE; EVERYTHING ELSE GOES TO
001800*                     ARCHKEEP, WHICH REPLACES THE LIVE ACCTHIST.
001900*                     THE JOB FAILS SAFE - IF THE COUNTS DO NOT
002000*                     RECONCILE THE RC IS 8 AND THE LIVE FILE IS
002100*                     NOT TO BE REPLACED.
002110*    2026-10-15 JPL   THE RETENTION DAYS NOW COME FROM THE
002120*                     PARMMAST CONTROLLED PARAMETER MASTER
002130*                     (PARAMETER HISTPRM) AS OF THE BUSINESS DATE
002140*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002150*                     HISTPRM CARD IS READ ONLY WHEN THE MASTER
002160*                     HOLDS NO VALUE.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-370.
002600 OBJECT-COMPUTER.            IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003000                             ORGANIZATION IS LINE SEQUENTIAL
003100                             FILE STATUS IS WS-BDAT-STATUS.
003200     SELECT HISTORY-PARM     ASSIGN TO "HISTPRM"
003300                             ORGANIZATION IS LINE SEQUENTIAL
003400                             FILE STATUS IS WS-PARM-STATUS.
003500     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
003600                             ORGANIZATION IS INDEXED
003700                             ACCESS MODE IS SEQUENTIAL
003800                             RECORD KEY IS AM-ACCT-NO
003900                             FILE STATUS IS WS-AMST-STATUS.
004000     SELECT ACCT-HISTORY     ASSIGN TO "ACCTHIST"
004100                             ORGANIZATION IS LINE SEQUENTIAL
004200                             FILE STATUS IS WS-HIST-STATUS.
004300     SELECT ARCHIVE-FILE     ASSIGN TO "ARCHOUT"
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS WS-ARCH-STATUS.
004600     SELECT KEEP-FILE        ASSIGN TO "ARCHKEEP"
004700                             ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BUS-DATE-FILE
005200     RECORDING MODE IS F.
005300     COPY BUSDATE.
005400
005500 FD  HISTORY-PARM
005600     RECORDING MODE IS F.
005700 01  HISTORY-PARM-RECORD.
005800     05  HP-RETENTION-DAYS       PIC 9(04).
005900
006000 FD  ACCT-MASTER.
006100     COPY ACCTMST.
006200
006300 FD  ACCT-HISTORY
006400     RECORDING MODE IS F.
006500     COPY ACCTHIST.
006600
006700 FD  ARCHIVE-FILE
006800     RECORDING MODE IS F.
006900 01  ARCHIVE-RECORD              PIC X(55).
007000
007100 FD  KEEP-FILE
007200     RECORDING MODE IS F.
007300 01  KEEP-RECORD                 PIC X(55).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-BDAT-STATUS              PIC X(02).
007700     88  WS-BDAT-OK                      VALUE "00".
007800 01  WS-PARM-STATUS              PIC X(02).
007900     88  WS-PARM-OK                      VALUE "00".
008000 01  WS-AMST-STATUS              PIC X(02).
008100     88  WS-AMST-OK                      VALUE "00".
008200 01  WS-HIST-STATUS              PIC X(02).
008300     88  WS-HIST-OK                      VALUE "00".
008400 01  WS-ARCH-STATUS              PIC X(02).
008500     88  WS-ARCH-OK                      VALUE "00".
008600
008700 01  WS-SWITCHES.
008800     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008900         88  WS-EOF                          VALUE 'Y'.
009000     05  WS-AMST-EOF-SW          PIC X(01)   VALUE 'N'.
009100         88  WS-AMST-EOF                     VALUE 'Y'.
009200     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
009300         88  WS-RUN-IN-ERROR                 VALUE 'Y'.
009400     05  WS-OPEN-SW              PIC X(01)   VALUE 'N'.
009500         88  WS-FILES-OPEN                   VALUE 'Y'.
009600
009700 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
009800 77  WS-ARCHIVED-COUNT           PIC 9(07)   COMP    VALUE ZERO.
009900 77  WS-KEPT-COUNT               PIC 9(07)   COMP    VALUE ZERO.
010000 77  WS-CHECK-COUNT              PIC 9(07)   COMP.
010100
010200*    CLOSED ACCOUNTS PAST THE RETENTION WINDOW
010300 77  WS-ACCT-MAX                 PIC 9(04)   COMP    VALUE 5000.
010400 77  WS-ACCT-COUNT               PIC 9(04)   COMP    VALUE ZERO.
010500 77  WS-ACCT-SUB                 PIC 9(04)   COMP.
010600 77  WS-ACCT-HIT                 PIC 9(04)   COMP    VALUE ZERO.
010700 01  WS-ACCT-TABLE.
010800     05  WS-AT-ACCT-NO           OCCURS 5000 TIMES PIC 9(06).
010900
011000 01  WS-DU-FUNCTION              PIC X(01).
011100 01  WS-DU-DATE-2                PIC 9(08).
011200 01  WS-DU-DAYS                  PIC S9(05).
011300 01  WS-DU-VALID-SW              PIC X(01).
011400
011500 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
011600 01  WS-CUTOFF-DATE              PIC 9(08).
011610 01  WS-HISTORY-CARD.
011620     05  WS-HC-RETENTION-DAYS    PIC 9(04).
011630     05  FILLER                  PIC X(36).
011640
011650     COPY PARMREQ.
011700
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
012100     PERFORM 2000-ROUTE-ONE-POSTING  THRU 2000-EXIT
012200             UNTIL WS-EOF.
012300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
012400     GO TO 9999-EXIT.
012500
012600******************************************************************
012700*    1000-INITIALIZE - PICK UP THE RETENTION CARD, WORK OUT THE
012800*                      CUTOFF DATE AND TABLE THE CLOSED ACCOUNTS
012900*                      OLDER THAN IT
013000******************************************************************
013100 1000-INITIALIZE.
013200     DISPLAY "HISTARC - ACCOUNT HISTORY ARCHIVE STARTING".
013900     PERFORM 1100-READ-RETENTION THRU 1100-EXIT.
014700     IF WS-RUN-IN-ERROR
014800         GO TO 1000-EXIT
014900     END-IF.
015000     IF WS-HC-RETENTION-DAYS NOT NUMERIC
015100         DISPLAY "HISTPRM RETENTION NOT NUMERIC - "
015200                 "NOTHING ARCHIVED"
015300         SET WS-RUN-IN-ERROR     TO TRUE
015400         SET WS-EOF              TO TRUE
015500         GO TO 1000-EXIT
015600     END-IF.
015700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
015800     MOVE 'S'                    TO WS-DU-FUNCTION.
015900     MOVE WS-HC-RETENTION-DAYS   TO WS-DU-DAYS.
016000     CALL "DATEUTIL"             USING WS-DU-FUNCTION
016100                                       WS-BUSINESS-DATE
016200                                       WS-CUTOFF-DATE
016300                                       WS-DU-DAYS
016400                                       WS-DU-VALID-SW.
016500     DISPLAY "CLOSED BEFORE      : " WS-CUTOFF-DATE.
016600     PERFORM 1200-LOAD-CLOSED-ACCOUNTS THRU 1200-EXIT.
016700     IF WS-RUN-IN-ERROR
016800         SET WS-EOF              TO TRUE
016900         GO TO 1000-EXIT
017000     END-IF.
017100     OPEN INPUT  ACCT-HISTORY.
017200     OPEN OUTPUT ARCHIVE-FILE.
017300     OPEN OUTPUT KEEP-FILE.
017400     SET WS-FILES-OPEN           TO TRUE.
017500     IF NOT WS-HIST-OK
017600         DISPLAY "ACCTHIST OPEN FAILED - STATUS " WS-HIST-STATUS
017700                 " - NOTHING ARCHIVED"
017800         SET WS-RUN-IN-ERROR     TO TRUE
017900         SET WS-EOF              TO TRUE
018000         GO TO 1000-EXIT
018100     END-IF.
018200     IF NOT WS-ARCH-OK
018300         DISPLAY "ARCHIVE FILE OPEN FAILED - STATUS "
018400                 WS-ARCH-STATUS " - NOTHING ARCHIVED"
018500         SET WS-RUN-IN-ERROR     TO TRUE
018600         SET WS-EOF              TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF.
018900     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
019000 1000-EXIT.
019100     EXIT.
019102
019104******************************************************************
019106*    1100-READ-RETENTION - THE RETENTION CARD IN FORCE ON THE
019108*                          PARAMETER MASTER, ELSE THE HISTPRM
019110*                          CARD, WHICH MUST THEN BE PRESENT
019112******************************************************************
019114 1100-READ-RETENTION.
019116     MOVE SPACES                 TO WS-HISTORY-CARD.
019118     MOVE "HISTPRM"              TO PQ-PARM-ID.
019120     MOVE SPACES                 TO PQ-PARM-QUAL.
019122     MOVE ZERO                   TO PQ-AS-OF-DATE.
019124     CALL "PARMGET"              USING PARM-REQUEST-AREA.
019126     IF PQ-FOUND
019128         MOVE PQ-VALUE           TO WS-HISTORY-CARD
019130     ELSE
019132         PERFORM 1110-READ-HISTORY-CARD THRU 1110-EXIT
019134     END-IF.
019136 1100-EXIT.
019138     EXIT.
019140
019142 1110-READ-HISTORY-CARD.
019144     OPEN INPUT HISTORY-PARM.
019146     IF NOT WS-PARM-OK
019148         DISPLAY "HISTPRM OPEN FAILED - STATUS " WS-PARM-STATUS
019150         SET WS-RUN-IN-ERROR     TO TRUE
019152         SET WS-EOF              TO TRUE
019154         GO TO 1110-EXIT
019156     END-IF.
019158     READ HISTORY-PARM INTO WS-HISTORY-CARD
019160         AT END
019162             DISPLAY "HISTPRM CARD MISSING - NOTHING ARCHIVED"
019164             SET WS-RUN-IN-ERROR TO TRUE
019166             SET WS-EOF          TO TRUE
019168     END-READ.
019170     CLOSE HISTORY-PARM.
019172 1110-EXIT.
019174     EXIT.
019200
019300******************************************************************
019400*    8100-GET-BUSINESS-DATE - THE BUSDATE CARD, ELSE TODAY
019500******************************************************************
019600 8100-GET-BUSINESS-DATE.
019700     OPEN INPUT BUS-DATE-FILE.
019800     IF WS-BDAT-OK
019900         READ BUS-DATE-FILE
020000             AT END
020100                 CONTINUE
020200             NOT AT END
020300                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
020400                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
020500                 END-IF
020600         END-READ
020700     END-IF.
020800     CLOSE BUS-DATE-FILE.
020900     IF WS-BUSINESS-DATE EQUAL ZERO
021000         MOVE 'C'                TO WS-DU-FUNCTION
021100         CALL "DATEUTIL"         USING WS-DU-FUNCTION
021200                                       WS-BUSINESS-DATE
021300                                       WS-DU-DATE-2
021400                                       WS-DU-DAYS
021500                                       WS-DU-VALID-SW
021600     END-IF.
021700 8100-EXIT.
021800     EXIT.
021900
022000******************************************************************
022100*    1200-LOAD-CLOSED-ACCOUNTS - ONE PASS OF ACCTMST; A FULL TABLE
022200*                                STOPS THE RUN RATHER THAN LEAVE
022300*                                PART OF AN ACCOUNT'S HISTORY
022400*                                BEHIND
022500******************************************************************
022600 1200-LOAD-CLOSED-ACCOUNTS.
022700     OPEN INPUT ACCT-MASTER.
022800     IF NOT WS-AMST-OK
022900         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
023000         SET WS-RUN-IN-ERROR     TO TRUE
023100         GO TO 1200-EXIT
023200     END-IF.
023300     PERFORM 1290-READ-ACCOUNT   THRU 1290-EXIT.
023400     PERFORM 1250-TABLE-ONE-ACCOUNT THRU 1250-EXIT
023500             UNTIL WS-AMST-EOF.
023600     CLOSE ACCT-MASTER.
023700     DISPLAY "ACCOUNTS TO ARCHIVE: " WS-ACCT-COUNT.
023800 1200-EXIT.
023900     EXIT.
024000
024100 1250-TABLE-ONE-ACCOUNT.
024200     IF NOT AM-CLOSED
024300         GO TO 1250-READ-NEXT
024400     END-IF.
024500     IF AM-CLOSE-DATE NOT NUMERIC OR AM-CLOSE-DATE EQUAL ZERO
024600      OR AM-CLOSE-DATE NOT LESS THAN WS-CUTOFF-DATE
024700         GO TO 1250-READ-NEXT
024800     END-IF.
024900     IF WS-ACCT-COUNT NOT LESS THAN WS-ACCT-MAX
025000         DISPLAY "ACCOUNT TABLE FULL AT ACCOUNT " AM-ACCT-NO
025100         SET WS-RUN-IN-ERROR     TO TRUE
025200         SET WS-AMST-EOF         TO TRUE
025300         GO TO 1250-EXIT
025400     END-IF.
025500     ADD 1                       TO WS-ACCT-COUNT.
025600     MOVE AM-ACCT-NO             TO WS-AT-ACCT-NO (WS-ACCT-COUNT).
025700 1250-READ-NEXT.
025800     PERFORM 1290-READ-ACCOUNT   THRU 1290-EXIT.
025900 1250-EXIT.
026000     EXIT.
026100
026200 1290-READ-ACCOUNT.
026300     READ ACCT-MASTER
026400         AT END
026500             SET WS-AMST-EOF TO TRUE
026600     END-READ.
026700 1290-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*    2000-ROUTE-ONE-POSTING - A POSTING OF A TABLED ACCOUNT GOES
027200*                             TO THE ARCHIVE, THE REST IS KEPT
027300******************************************************************
027400 2000-ROUTE-ONE-POSTING.
027500     ADD 1                       TO WS-READ-COUNT.
027600     PERFORM 2100-FIND-ACCOUNT   THRU 2100-EXIT.
027700     IF WS-ACCT-HIT GREATER THAN ZERO
027800         ADD 1                   TO WS-ARCHIVED-COUNT
027900         MOVE ACCT-HIST-RECORD   TO ARCHIVE-RECORD
028000         WRITE ARCHIVE-RECORD
028100         IF NOT WS-ARCH-OK
028200             DISPLAY "ARCHIVE WRITE FAILED - STATUS "
028300                     WS-ARCH-STATUS
028400             SET WS-RUN-IN-ERROR TO TRUE
028500             SET WS-EOF          TO TRUE
028600         END-IF
028700     ELSE
028800         ADD 1                   TO WS-KEPT-COUNT
028900         MOVE ACCT-HIST-RECORD   TO KEEP-RECORD
029000         WRITE KEEP-RECORD
029100     END-IF.
029200     PERFORM 2900-READ-HISTORY   THRU 2900-EXIT.
029300 2000-EXIT.
029400     EXIT.
029500
029600 2100-FIND-ACCOUNT.
029700     MOVE ZERO                   TO WS-ACCT-HIT.
029800     PERFORM 2150-SCAN-ONE-ACCOUNT THRU 2150-EXIT
029900             VARYING WS-ACCT-SUB FROM 1 BY 1
030000             UNTIL WS-ACCT-SUB GREATER THAN WS-ACCT-COUNT
030100                OR WS-ACCT-HIT GREATER THAN ZERO.
030200 2100-EXIT.
030300     EXIT.
030400
030500 2150-SCAN-ONE-ACCOUNT.
030600     IF WS-AT-ACCT-NO (WS-ACCT-SUB) EQUAL TH-ACCT-NO
030700         MOVE WS-ACCT-SUB        TO WS-ACCT-HIT
030800     END-IF.
030900 2150-EXIT.
031000     EXIT.
031100
031200 2900-READ-HISTORY.
031300     READ ACCT-HISTORY
031400         AT END
031500             SET WS-EOF TO TRUE
031600     END-READ.
031700 2900-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*    9000-TERMINATE - RECONCILE THE COUNTS; ANY DOUBT MEANS THE
032200*                     LIVE FILE IS NOT REPLACED
032300******************************************************************
032400 9000-TERMINATE.
032500     COMPUTE WS-CHECK-COUNT = WS-ARCHIVED-COUNT + WS-KEPT-COUNT.
032600     IF NOT WS-RUN-IN-ERROR
032700      AND WS-CHECK-COUNT NOT EQUAL WS-READ-COUNT
032800         SET WS-RUN-IN-ERROR     TO TRUE
032900         DISPLAY "COUNTS DO NOT RECONCILE - LIVE FILE MUST "
033000                 "NOT BE REPLACED"
033100     END-IF.
033200     DISPLAY "POSTINGS READ      : " WS-READ-COUNT.
033300     DISPLAY "POSTINGS ARCHIVED  : " WS-ARCHIVED-COUNT.
033400     DISPLAY "POSTINGS KEPT      : " WS-KEPT-COUNT.
033500     IF WS-FILES-OPEN
033600         CLOSE ACCT-HISTORY
033700         CLOSE ARCHIVE-FILE
033800         CLOSE KEEP-FILE
033900     END-IF.
034000     IF WS-RUN-IN-ERROR
034100         MOVE 8              TO RETURN-CODE
034200     END-IF.
034300 9000-EXIT.
034400     EXIT.
034500
034600 9999-EXIT.
034700     STOP RUN.
