001400*                     A BLANK CODE OR NAME IS REFUSED AND
001500*                     EVERY APPLIED TRANSACTION WRITES A
001600*                     BEFORE/AFTER AUDIT RECORD TO DEPTAUD.
001610*    2026-10-15 JPL   NEW 'B' BUDGET TRANSACTION SETS A
001620*                     DEPARTMENT'S APPROVED HEADCOUNT AND ANNUAL
001630*                     SALARY BUDGET FOR A FISCAL YEAR ON THE NEW
001640*                     DEPTBUDG MASTER (ADDED THE FIRST TIME,
001650*                     REPLACED AFTER THAT).  THE DEPARTMENT
001660*                     MUST BE ON DEPTMAST AND THE YEAR AND
001670*                     AMOUNTS NUMERIC.  THE AUDIT SHOWS THE YEAR
001680*                     AND THE BEFORE AND AFTER BUDGET.
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
003200                             ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT DEPT-AUDIT       ASSIGN TO "DEPTAUD"
003400                             ORGANIZATION IS LINE SEQUENTIAL.
003410     SELECT OPTIONAL DEPT-BUDGET ASSIGN TO "DEPTBUDG"
003420                             ORGANIZATION IS INDEXED
003430                             ACCESS MODE IS DYNAMIC
003440                             RECORD KEY IS DB-KEY
003450                             FILE STATUS IS WS-BUDGET-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004900 FD  DEPT-AUDIT
005000     RECORDING MODE IS F.
005100 01  DEPT-AUDIT-LINE             PIC X(120).
005120
005140 FD  DEPT-BUDGET.
005160     COPY DEPTBUDG.
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-MASTER-STATUS            PIC X(02).
005500     88  WS-MASTER-OK                    VALUE "00".
005600     88  WS-MASTER-NOT-FOUND             VALUE "23".
005700     88  WS-MASTER-DUPLICATE             VALUE "22".
005730 01  WS-BUDGET-STATUS            PIC X(02).
005760     88  WS-BUDGET-OK                    VALUE "00".
005800
005900 01  WS-SWITCHES.
006000     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006700 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
006800 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
006900 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
006950 77  WS-BUDGET-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007000
007100 01  WS-TRANS-REJECT-LINE.
007200     05  WS-TREJ-TRAN-CODE       PIC X(01).
007800 01  WS-OLD-DEPT-NAME            PIC X(20).
007900 01  WS-OLD-COST-CENTER          PIC X(06).
008000 01  WS-OLD-ACTIVE-FLAG          PIC X(01).
008030 01  WS-OLD-BUDGET-HEADCOUNT     PIC 9(05).
008060 01  WS-OLD-BUDGET-SALARY        PIC 9(09)V9(02).
008100
008200 01  WS-AUDIT-DATE               PIC 9(08).
008300
009900     05  WS-AUD-NEW-FLAG         PIC X(01).
010000     05  FILLER                  PIC X(02)   VALUE SPACES.
010100     05  WS-AUD-DATE             PIC 9(08).
010108     05  WS-AUD-BUDGET-AREA.
010116         10  FILLER              PIC X(01)   VALUE SPACES.
010124         10  WS-AUD-FISCAL-YEAR  PIC 9(04).
010132         10  FILLER              PIC X(01)   VALUE SPACES.
010140         10  WS-AUD-OLD-HEADCOUNT PIC 9(05).
010148         10  FILLER              PIC X(01)   VALUE SPACES.
010156         10  WS-AUD-OLD-SALARY   PIC 9(09)V9(02).
010164         10  FILLER              PIC X(02)   VALUE SPACES.
010172         10  WS-AUD-NEW-HEADCOUNT PIC 9(05).
010180         10  FILLER              PIC X(01)   VALUE SPACES.
010188         10  WS-AUD-NEW-SALARY   PIC 9(09)V9(02).
010200
010300     COPY RUNSTAT.
010400
012200     OPEN INPUT  DEPT-TRANS.
012300     OPEN OUTPUT DEPT-TRANS-REJECT.
012400     OPEN OUTPUT DEPT-AUDIT.
012450     OPEN I-O    DEPT-BUDGET.
012500     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
012600     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
012700 1000-EXIT.
014300                 PERFORM 2200-CHANGE-DEPT THRU 2200-EXIT
014400             WHEN DT-DELETE
014500                 PERFORM 2300-DELETE-DEPT THRU 2300-EXIT
014530             WHEN DT-BUDGET
014560                 PERFORM 2400-SET-BUDGET  THRU 2400-EXIT
014600             WHEN OTHER
014700                 MOVE "UNKNOWN TRANSACTION CODE"
014800                                 TO WS-TREJ-REASON
015800*    2050-EDIT-TRANSACTION - THE CODE MUST BE PRESENT AND AN ADD
015900*                            OR CHANGE MUST CARRY A NAME AND A
016000*                            VALID ACTIVE FLAG
016030*                            AND A BUDGET A DEPARTMENT ON FILE,
016060*                            A FISCAL YEAR AND NUMERIC AMOUNTS
016100******************************************************************
016200 2050-EDIT-TRANSACTION.
016300     SET WS-TRAN-VALID           TO TRUE.
016600         MOVE "DEPARTMENT CODE BLANK" TO WS-TREJ-REASON
016700         GO TO 2050-EXIT
016800     END-IF.
016900     IF NOT DT-DELETE AND NOT DT-BUDGET
017000         IF DT-DEPT-NAME EQUAL SPACES
017100             SET WS-TRAN-INVALID TO TRUE
017200             MOVE "DEPARTMENT NAME BLANK" TO WS-TREJ-REASON
017800             MOVE "INVALID ACTIVE FLAG" TO WS-TREJ-REASON
017900         END-IF
018000     END-IF.
018020     IF DT-BUDGET
018040         PERFORM 2060-EDIT-BUDGET THRU 2060-EXIT
018060     END-IF.
018100 2050-EXIT.
018200     EXIT.
018300
018303******************************************************************
018306*    2060-EDIT-BUDGET - THE YEAR AND AMOUNTS MUST BE NUMERIC
018309*                       AND THE DEPARTMENT ON DEPTMAST; THE READ
018312*                       LEAVES THE DEPARTMENT IN THE RECORD FOR
018313*                       THE AUDIT
018315******************************************************************
018318 2060-EDIT-BUDGET.
018321     IF DT-FISCAL-YEAR NOT NUMERIC
018324      OR DT-FISCAL-YEAR EQUAL ZERO
018327         SET WS-TRAN-INVALID     TO TRUE
018330         MOVE "INVALID FISCAL YEAR" TO WS-TREJ-REASON
018333         GO TO 2060-EXIT
018336     END-IF.
018339     IF DT-BUDGET-HEADCOUNT NOT NUMERIC
018342      OR DT-BUDGET-SALARY NOT NUMERIC
018345         SET WS-TRAN-INVALID     TO TRUE
018348         MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-TREJ-REASON
018351         GO TO 2060-EXIT
018354     END-IF.
018357     MOVE DT-DEPT-CODE           TO DP-DEPT-CODE.
018360     READ DEPT-MASTER
018363         INVALID KEY
018366             SET WS-TRAN-INVALID TO TRUE
018369             MOVE "DEPARTMENT NOT ON FILE" TO WS-TREJ-REASON
018372     END-READ.
018375 2060-EXIT.
018378     EXIT.
018390
018400******************************************************************
018500*    2100-ADD-DEPT - WRITE A NEW DEPARTMENT RECORD
018600******************************************************************
024000     MOVE DP-COST-CENTER         TO WS-AUD-NEW-CC.
024100     MOVE DP-ACTIVE-FLAG         TO WS-AUD-NEW-FLAG.
024200     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
024210     IF DT-BUDGET
024220         MOVE DB-FISCAL-YEAR     TO WS-AUD-FISCAL-YEAR
024230         MOVE WS-OLD-BUDGET-HEADCOUNT TO WS-AUD-OLD-HEADCOUNT
024240         MOVE WS-OLD-BUDGET-SALARY TO WS-AUD-OLD-SALARY
024250         MOVE DB-BUDGET-HEADCOUNT TO WS-AUD-NEW-HEADCOUNT
024260         MOVE DB-BUDGET-SALARY   TO WS-AUD-NEW-SALARY
024270     ELSE
024280         MOVE SPACES             TO WS-AUD-BUDGET-AREA
024290     END-IF.
024300     WRITE DEPT-AUDIT-LINE       FROM WS-AUDIT-LINE.
024400 2250-EXIT.
024500     EXIT.
027300 2300-EXIT.
027400     EXIT.
027500
027502******************************************************************
027504*    2400-SET-BUDGET - ADD THE DEPARTMENT'S BUDGET FOR THE FISCAL
027506*                      YEAR, OR REPLACE THE ONE ALREADY THERE
027508******************************************************************
027510 2400-SET-BUDGET.
027512     MOVE DP-DEPT-NAME           TO WS-OLD-DEPT-NAME.
027514     MOVE DP-COST-CENTER         TO WS-OLD-COST-CENTER.
027516     MOVE DP-ACTIVE-FLAG         TO WS-OLD-ACTIVE-FLAG.
027518     MOVE DT-DEPT-CODE           TO DB-DEPT-CODE.
027520     MOVE DT-FISCAL-YEAR         TO DB-FISCAL-YEAR.
027522     READ DEPT-BUDGET
027524         INVALID KEY
027526             MOVE ZERO           TO WS-OLD-BUDGET-HEADCOUNT
027528                                    WS-OLD-BUDGET-SALARY
027530         NOT INVALID KEY
027532             MOVE DB-BUDGET-HEADCOUNT TO WS-OLD-BUDGET-HEADCOUNT
027534             MOVE DB-BUDGET-SALARY TO WS-OLD-BUDGET-SALARY
027536     END-READ.
027538     MOVE DT-BUDGET-HEADCOUNT    TO DB-BUDGET-HEADCOUNT.
027540     MOVE DT-BUDGET-SALARY       TO DB-BUDGET-SALARY.
027542     MOVE WS-AUDIT-DATE          TO DB-LAST-CHANGED.
027544     IF WS-BUDGET-OK
027546         REWRITE DEPT-BUDGET-RECORD
027548     ELSE
027550         WRITE DEPT-BUDGET-RECORD
027552     END-IF.
027554     IF NOT WS-BUDGET-OK
027556         MOVE "BUDGET MASTER NOT UPDATED" TO WS-TREJ-REASON
027558         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
027560         GO TO 2400-EXIT
027562     END-IF.
027564     ADD 1                       TO WS-BUDGET-COUNT.
027566     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
027568 2400-EXIT.
027570     EXIT.
027580
027600******************************************************************
027700*    2900-READ-TRANS - READ THE NEXT DEPARTMENT TRANSACTION
027800******************************************************************
030200     DISPLAY "DEPARTMENTS ADDED     : " WS-ADD-COUNT.
030300     DISPLAY "DEPARTMENTS CHANGED   : " WS-CHANGE-COUNT.
030400     DISPLAY "DEPARTMENTS DELETED   : " WS-DELETE-COUNT.
030450     DISPLAY "BUDGETS SET           : " WS-BUDGET-COUNT.
030500     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
030600     CLOSE DEPT-MASTER.
030700     CLOSE DEPT-TRANS.
030800     CLOSE DEPT-TRANS-REJECT.
030900     CLOSE DEPT-AUDIT.
030950     CLOSE DEPT-BUDGET.
031000     IF WS-REJECT-COUNT > ZERO
031100         MOVE 4              TO RETURN-CODE
031200     END-IF.
031300     MOVE 'E'                    TO RSA-FUNCTION.
031400     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
031500                          + WS-DELETE-COUNT + WS-REJECT-COUNT
031550                          + WS-BUDGET-COUNT.
031600     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
031700                               + WS-DELETE-COUNT
031750                               + WS-BUDGET-COUNT.
031800     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
031900     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
032000     CALL "RUNSTAT"              USING RUN-STAT-AREA.
