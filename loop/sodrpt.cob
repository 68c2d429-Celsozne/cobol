000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 SODRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MONTHLY SEGREGATION OF
001200*                     DUTIES VIOLATION REPORT FOR INTERNAL AUDIT.
001300*                     THE EMPAUD, BNKAUD, BADGAUD AND ACCTAUD
001400*                     MAINTENANCE TRAILS AND THE APPRAUD
001500*                     ADJUSTMENT APPROVAL TRAIL ARE READ INTO ONE
001600*                     TABLE OF EVENTS (USER, ACTION, EMPLOYEE OR
001700*                     ACCOUNT, DATE) AND EVERY RULE ON THE SODRULE
001800*                     CONFLICTING-DUTY TABLE IS CHECKED AGAINST IT
001900*                     - ONE USER DOING BOTH HALVES OF A SENSITIVE
002000*                     TASK ON THE SAME RECORD, OR ACTING ON THEIR
002100*                     OWN EMPLOYEE RECORD (USERAUTH EMPLOYEE
002200*                     NUMBER).  WITH NO SODRULE FILE THE HOUSE
002300*                     RULES BELOW ARE CHECKED.  A VIOLATION IS
002400*                     REPORTED IN THE MONTH OF ITS LATER EVENT, SO
002500*                     NONE IS REPORTED TWICE; THE EARLIER EVENT
002600*                     MAY FALL UP TO THE RULE'S WINDOW BEFORE THE
002700*                     MONTH.  RC 4 WHEN ANY VIOLATION IS LISTED OR
002800*                     EVENTS WERE LOST TO A FULL TABLE.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.            IBM-370.
003300 OBJECT-COMPUTER.            IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-BDAT-STATUS.
003900     SELECT OPTIONAL USER-AUTHORITY ASSIGN TO "USERAUTH"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-AUTH-STATUS.
004200     SELECT OPTIONAL SOD-RULES ASSIGN TO "SODRULE"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-RULE-STATUS.
004500     SELECT OPTIONAL EMP-AUDIT ASSIGN TO "EMPAUD"
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS WS-EMP-STATUS.
004800     SELECT OPTIONAL BANK-AUDIT ASSIGN TO "BNKAUD"
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS WS-BANK-STATUS.
005100     SELECT OPTIONAL BADGE-AUDIT ASSIGN TO "BADGAUD"
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS IS WS-BADG-STATUS.
005400     SELECT OPTIONAL ACCT-AUDIT ASSIGN TO "ACCTAUD"
005500                             ORGANIZATION IS LINE SEQUENTIAL
005600                             FILE STATUS IS WS-ACCT-STATUS.
005700     SELECT OPTIONAL APPROVAL-AUDIT ASSIGN TO "APPRAUD"
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS IS WS-APPR-STATUS.
006000     SELECT SOD-REPORT       ASSIGN TO "SODRPT"
006100                             ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  BUS-DATE-FILE
006600     RECORDING MODE IS F.
006700     COPY BUSDATE.
006800
006900 FD  USER-AUTHORITY
007000     RECORDING MODE IS F.
007100     COPY USERAUTH.
007200
007300 FD  SOD-RULES
007400     RECORDING MODE IS F.
007500 01  SOD-RULE-LINE               PIC X(64).
007600
007700 FD  EMP-AUDIT
007800     RECORDING MODE IS F.
007900 01  EMP-AUDIT-LINE              PIC X(156).
008000
008100 FD  BANK-AUDIT
008200     RECORDING MODE IS F.
008300 01  BANK-AUDIT-LINE             PIC X(120).
008400
008500 FD  BADGE-AUDIT
008600     RECORDING MODE IS F.
008700 01  BADGE-AUDIT-LINE            PIC X(80).
008800
008900 FD  ACCT-AUDIT
009000     RECORDING MODE IS F.
009100 01  ACCT-AUDIT-LINE             PIC X(90).
009200
009300 FD  APPROVAL-AUDIT
009400     RECORDING MODE IS F.
009500 01  APPROVAL-AUDIT-LINE         PIC X(80).
009600
009700 FD  SOD-REPORT
009800     RECORDING MODE IS F.
009900 01  SOD-RPT-LINE                PIC X(132).
010000
010100 WORKING-STORAGE SECTION.
010200 01  WS-BDAT-STATUS              PIC X(02).
010300     88  WS-BDAT-OK                      VALUE "00".
010400 01  WS-AUTH-STATUS              PIC X(02).
010500     88  WS-AUTH-OK                      VALUE "00".
010600 01  WS-RULE-STATUS              PIC X(02).
010700     88  WS-RULE-OK                      VALUE "00".
010800 01  WS-EMP-STATUS               PIC X(02).
010900     88  WS-EMP-OK                       VALUE "00".
011000 01  WS-BANK-STATUS              PIC X(02).
011100     88  WS-BANK-OK                      VALUE "00".
011200 01  WS-BADG-STATUS              PIC X(02).
011300     88  WS-BADG-OK                      VALUE "00".
011400 01  WS-ACCT-STATUS              PIC X(02).
011500     88  WS-ACCT-OK                      VALUE "00".
011600 01  WS-APPR-STATUS              PIC X(02).
011700     88  WS-APPR-OK                      VALUE "00".
011800
011900 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012000 01  WS-PERIOD-START             PIC 9(08).
012100 01  WS-PERIOD-START-PARTS       REDEFINES WS-PERIOD-START.
012200     05  WS-PS-YEAR-MONTH        PIC 9(06).
012300     05  WS-PS-DAY               PIC 9(02).
012400 01  WS-LOOKBACK-START           PIC 9(08).
012500 01  WS-DU-FUNCTION              PIC X(01).
012600 01  WS-DU-DATE-1                PIC 9(08).
012700 01  WS-DU-DATE-2                PIC 9(08).
012800 01  WS-DU-DAYS                  PIC S9(05).
012900 01  WS-DU-VALID-SW              PIC X(01).
013000     88  WS-DU-VALID                     VALUE 'Y'.
013100
013200*    A 'K' RULE WITH NO WINDOW LOOKS BACK THIS MANY DAYS
013300 01  WS-DEFAULT-WINDOW           PIC 9(03)   VALUE 90.
013400
013500*    THE HOUSE RULES, CHECKED WHEN THERE IS NO SODRULE FILE - SAME
013600*    LAYOUT AS SODRULE
013700 01  WS-DEFAULT-RULES.
013800     05  FILLER                  PIC X(24)   VALUE
013900         "SD01BANKSET EMPPAY  K090".
014000     05  FILLER                  PIC X(40)   VALUE
014100         "BANK DETAILS AND PAY SET BY ONE USER".
014200     05  FILLER                  PIC X(24)   VALUE
014300         "SD02EMPADD  BANKSET K090".
014400     05  FILLER                  PIC X(40)   VALUE
014500         "EMPLOYEE ADDED AND BANKED BY ONE USER".
014600     05  FILLER                  PIC X(24)   VALUE
014700         "SD03BANKSET ADJAPPR K090".
014800     05  FILLER                  PIC X(40)   VALUE
014900         "BANK DETAILS SET AND ADJUSTMENT APPROVED".
015000     05  FILLER                  PIC X(24)   VALUE
015100         "SD04ADJAPPR         S000".
015200     05  FILLER                  PIC X(40)   VALUE
015300         "ADJUSTMENT APPROVED ON OWN PAY".
015400     05  FILLER                  PIC X(24)   VALUE
015500         "SD05EMPPAY          S000".
015600     05  FILLER                  PIC X(40)   VALUE
015700         "OWN PAY CHANGED".
015800     05  FILLER                  PIC X(24)   VALUE
015900         "SD06BANKSET         S000".
016000     05  FILLER                  PIC X(40)   VALUE
016100         "OWN BANK DETAILS CHANGED".
016200     05  FILLER                  PIC X(24)   VALUE
016300         "SD07BADGISS         S000".
016400     05  FILLER                  PIC X(40)   VALUE
016500         "BADGE ISSUED TO SELF".
016600     05  FILLER                  PIC X(24)   VALUE
016700         "SD08ACCTLIM ACCTSTATK030".
016800     05  FILLER                  PIC X(40)   VALUE
016900         "ACCOUNT LIMIT AND STATUS SET BY ONE USER".
017000 01  WS-DEFAULT-RULE-TABLE       REDEFINES WS-DEFAULT-RULES.
017100     05  WS-DEFAULT-RULE         PIC X(64)   OCCURS 8 TIMES.
017200 77  WS-DEFAULT-RULE-COUNT       PIC 9(02)   COMP    VALUE 8.
017300
017400     COPY SODRULE.
017500
017600 01  WS-SWITCHES.
017700     05  WS-FILE-EOF-SW          PIC X(01)   VALUE 'N'.
017800         88  WS-FILE-EOF                     VALUE 'Y'.
017900     05  WS-ROW-FOUND-SW         PIC X(01)   VALUE 'N'.
018000         88  WS-ROW-FOUND                    VALUE 'Y'.
018100     05  WS-TABLE-FULL-SW        PIC X(01)   VALUE 'N'.
018200         88  WS-TABLE-FULL                   VALUE 'Y'.
018300
018400*    ONE ENTRY PER RULE CHECKED
018500 77  WS-RULE-MAX                 PIC 9(02)   COMP    VALUE 50.
018600 77  WS-RULE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
018700 77  WS-RULE-SUB                 PIC 9(02)   COMP.
018800 77  WS-MAX-WINDOW               PIC 9(03)   COMP    VALUE ZERO.
018900 01  WS-RULE-TABLE.
019000     05  WS-RULE-ENTRY           OCCURS 50 TIMES.
019100         10  WS-RL-RULE-ID       PIC X(04).
019200         10  WS-RL-FIRST-EVENT   PIC X(08).
019300         10  WS-RL-SECOND-EVENT  PIC X(08).
019400         10  WS-RL-MATCH         PIC X(01).
019500             88  WS-RL-SAME-KEY          VALUE 'K'.
019600             88  WS-RL-OWN-RECORD        VALUE 'S'.
019700         10  WS-RL-WINDOW        PIC 9(03)   COMP.
019800         10  WS-RL-DESCRIPTION   PIC X(40).
019900         10  WS-RL-HITS          PIC 9(05)   COMP.
020000
020100*    EACH USER'S OWN EMPLOYEE NUMBER FROM USERAUTH
020200 77  WS-UE-MAX                   PIC 9(03)   COMP    VALUE 500.
020300 77  WS-UE-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
020400 77  WS-UE-SUB                   PIC 9(03)   COMP.
020500 01  WS-USER-EMP-TABLE.
020600     05  WS-USER-EMP-ENTRY       OCCURS 500 TIMES.
020700         10  WS-UE-USER-ID       PIC X(08).
020800         10  WS-UE-EMP-ID        PIC 9(05).
020900
021000*    ONE ENTRY PER ATTRIBUTED ACTION OFF THE TRAILS INSIDE THE
021100*    LOOKBACK
021200 77  WS-EVENT-MAX                PIC 9(05)   COMP    VALUE 5000.
021300 77  WS-EVENT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
021400 77  WS-EV-SUB                   PIC 9(05)   COMP.
021500 77  WS-EV-SUB-2                 PIC 9(05)   COMP.
021600 01  WS-EVENT-TABLE.
021700     05  WS-EVENT-ENTRY          OCCURS 5000 TIMES.
021800         10  WS-EV-USER-ID       PIC X(08).
021900         10  WS-EV-CODE          PIC X(08).
022000         10  WS-EV-KEY           PIC X(10).
022100         10  WS-EV-DATE          PIC 9(08).
022200
022300*    THE EVENT IN HAND, FILLED BY EACH TRAIL SWEEP
022400 01  WS-NEW-EVENT.
022500     05  WS-NE-USER-ID           PIC X(08).
022600     05  WS-NE-CODE              PIC X(08).
022700     05  WS-NE-KEY               PIC X(10).
022800     05  WS-NE-DATE              PIC 9(08).
022900
023000 01  WS-WORK-USER                PIC X(08).
023100 01  WS-WORK-EMP-ID              PIC 9(05).
023200 01  WS-WORK-EMP-X               REDEFINES WS-WORK-EMP-ID
023300                                 PIC X(05).
023400 01  WS-EARLY-DATE               PIC 9(08).
023500 01  WS-LATE-DATE                PIC 9(08).
023600
023700 77  WS-LINES-READ               PIC 9(07)   COMP    VALUE ZERO.
023800 77  WS-UNATTRIBUTED             PIC 9(07)   COMP    VALUE ZERO.
023900 77  WS-EVENTS-DROPPED           PIC 9(07)   COMP    VALUE ZERO.
024000 77  WS-VIOLATION-COUNT          PIC 9(07)   COMP    VALUE ZERO.
024100
024200*    THE TRAIL LINES ARE PARSED AT THE OFFSETS THEIR WRITERS LAY
024300*    DOWN - EMPMNT, BANKMNT, BADGMNT AND ACCTMNT
024400 01  WS-EMP-AUDIT-PARTS.
024500     05  WS-EA-TRAN-CODE         PIC X(01).
024600     05  FILLER                  PIC X(02).
024700     05  WS-EA-EMP-ID            PIC X(05).
024800     05  FILLER                  PIC X(82).
024900     05  WS-EA-DATE              PIC X(08).
025000     05  FILLER                  PIC X(01).
025100     05  WS-EA-USER-ID           PIC X(08).
025200     05  FILLER                  PIC X(01).
025300     05  WS-EA-OLD-PAY-GROUP     PIC X(01).
025400     05  FILLER                  PIC X(01).
025500     05  WS-EA-NEW-PAY-GROUP     PIC X(01).
025600     05  FILLER                  PIC X(01).
025700     05  WS-EA-OLD-GRADE         PIC X(03).
025800     05  FILLER                  PIC X(01).
025900     05  WS-EA-NEW-GRADE         PIC X(03).
026000     05  FILLER                  PIC X(22).
026100     05  WS-EA-OLD-BASE-PAY      PIC X(07).
026200     05  FILLER                  PIC X(01).
026300     05  WS-EA-NEW-BASE-PAY      PIC X(07).
026400
026500 01  WS-BANK-AUDIT-PARTS.
026600     05  WS-BA-TRAN-CODE         PIC X(01).
026700     05  FILLER                  PIC X(02).
026800     05  WS-BA-EMP-ID            PIC X(05).
026900     05  FILLER                  PIC X(54).
027000     05  WS-BA-DATE              PIC X(08).
027100     05  FILLER                  PIC X(01).
027200     05  WS-BA-USER-ID           PIC X(08).
027300
027400 01  WS-BADGE-AUDIT-PARTS.
027500     05  WS-BG-TRAN-CODE         PIC X(01).
027600     05  FILLER                  PIC X(19).
027700     05  WS-BG-NEW-EMP-ID        PIC X(05).
027800     05  FILLER                  PIC X(04).
027900     05  WS-BG-DATE              PIC X(08).
028000     05  FILLER                  PIC X(01).
028100     05  WS-BG-USER-ID           PIC X(08).
028200
028300 01  WS-ACCT-AUDIT-PARTS.
028400     05  WS-AA-TRAN-CODE         PIC X(01).
028500     05  FILLER                  PIC X(02).
028600     05  WS-AA-ACCT-NO           PIC X(06).
028700     05  FILLER                  PIC X(02).
028800     05  WS-AA-OLD-STATUS        PIC X(01).
028900     05  FILLER                  PIC X(07).
029000     05  WS-AA-OLD-LIMIT         PIC X(09).
029100     05  FILLER                  PIC X(02).
029200     05  WS-AA-NEW-STATUS        PIC X(01).
029300     05  FILLER                  PIC X(07).
029400     05  WS-AA-NEW-LIMIT         PIC X(09).
029500     05  FILLER                  PIC X(02).
029600     05  WS-AA-DATE              PIC X(08).
029700     05  FILLER                  PIC X(14).
029800     05  WS-AA-USER-ID           PIC X(08).
029900
030000     COPY APPRAUD.
030100
030200 01  WS-RPT-HEADING-1.
030300     05  FILLER                  PIC X(40)   VALUE
030400         "SEGREGATION OF DUTIES VIOLATIONS".
030500     05  FILLER                  PIC X(08)   VALUE "PERIOD: ".
030600     05  WS-H1-FROM              PIC 9(08).
030700     05  FILLER                  PIC X(04)   VALUE " TO ".
030800     05  WS-H1-TO                PIC 9(08).
030900
031000 01  WS-RPT-HEADING-2.
031100     05  FILLER                  PIC X(06)   VALUE "RULE".
031200     05  FILLER                  PIC X(10)   VALUE "USER".
031300     05  FILLER                  PIC X(09)   VALUE "FIRST".
031400     05  FILLER                  PIC X(11)   VALUE "RECORD".
031500     05  FILLER                  PIC X(10)   VALUE "DATE".
031600     05  FILLER                  PIC X(09)   VALUE "SECOND".
031700     05  FILLER                  PIC X(11)   VALUE "RECORD".
031800     05  FILLER                  PIC X(10)   VALUE "DATE".
031900     05  FILLER                  PIC X(08)   VALUE "CONFLICT".
032000
032100 01  WS-RPT-DETAIL-LINE.
032200     05  WS-RD-RULE-ID           PIC X(04).
032300     05  FILLER                  PIC X(02)   VALUE SPACES.
032400     05  WS-RD-USER              PIC X(08).
032500     05  FILLER                  PIC X(02)   VALUE SPACES.
032600     05  WS-RD-EVENT-1           PIC X(08).
032700     05  FILLER                  PIC X(01)   VALUE SPACES.
032800     05  WS-RD-KEY-1             PIC X(10).
032900     05  FILLER                  PIC X(01)   VALUE SPACES.
033000     05  WS-RD-DATE-1            PIC X(08).
033100     05  FILLER                  PIC X(02)   VALUE SPACES.
033200     05  WS-RD-EVENT-2           PIC X(08).
033300     05  FILLER                  PIC X(01)   VALUE SPACES.
033400     05  WS-RD-KEY-2             PIC X(10).
033500     05  FILLER                  PIC X(01)   VALUE SPACES.
033600     05  WS-RD-DATE-2            PIC X(08).
033700     05  FILLER                  PIC X(02)   VALUE SPACES.
033800     05  WS-RD-DESCRIPTION       PIC X(40).
033900
034000 01  WS-RPT-RULE-LINE.
034100     05  FILLER                  PIC X(05)   VALUE "RULE ".
034200     05  WS-RR-RULE-ID           PIC X(04).
034300     05  FILLER                  PIC X(02)   VALUE SPACES.
034400     05  WS-RR-DESCRIPTION       PIC X(40).
034500     05  FILLER                  PIC X(14)   VALUE
034600         "  VIOLATIONS: ".
034700     05  WS-RR-HITS              PIC ZZZZ9.
034800
034900 01  WS-RPT-TOTAL-LINE.
035000     05  FILLER                  PIC X(18)   VALUE
035100         "TOTAL VIOLATIONS: ".
035200     05  WS-RT-VIOLATIONS        PIC ZZZZZZ9.
035300     05  FILLER                  PIC X(17)   VALUE
035400         "  EVENTS TABLED: ".
035500     05  WS-RT-EVENTS            PIC ZZZZ9.
035600     05  FILLER                  PIC X(18)   VALUE
035700         "  LOST TABLE FULL:".
035800     05  WS-RT-DROPPED           PIC ZZZZZZ9.
035900
036000     COPY RUNSTAT.
036100
036200 PROCEDURE DIVISION.
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
036500     PERFORM 2000-SWEEP-EMPAUD       THRU 2000-EXIT.
036600     PERFORM 3000-SWEEP-BNKAUD       THRU 3000-EXIT.
036700     PERFORM 4000-SWEEP-BADGAUD      THRU 4000-EXIT.
036800     PERFORM 5000-SWEEP-ACCTAUD      THRU 5000-EXIT.
036900     PERFORM 6000-SWEEP-APPRAUD      THRU 6000-EXIT.
037000     PERFORM 7000-CHECK-ONE-RULE     THRU 7000-EXIT
037100             VARYING WS-RULE-SUB FROM 1 BY 1
037200             UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.
037300     PERFORM 8500-PRINT-RULE-TOTALS  THRU 8500-EXIT.
037400     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
037500     GO TO 9999-EXIT.
037600
037700******************************************************************
037800*    1000-INITIALIZE - BUSINESS DATE AND REPORTING MONTH, THE USER
037900*                      EMPLOYEE NUMBERS, THE RULES, THE LOOKBACK
038000*                      AND THE REPORT HEADINGS
038100******************************************************************
038200 1000-INITIALIZE.
038300     DISPLAY "SODRPT - SEGREGATION OF DUTIES REPORT STARTING".
038400     MOVE "SODRPT"               TO RSA-PROGRAM-ID.
038500     MOVE 'S'                    TO RSA-FUNCTION.
038600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
038700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
038800     MOVE WS-BUSINESS-DATE       TO WS-PERIOD-START.
038900     MOVE 01                     TO WS-PS-DAY.
039000     PERFORM 1100-LOAD-USERS THRU 1100-EXIT.
039100     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
039200     PERFORM 1400-SET-LOOKBACK THRU 1400-EXIT.
039300     OPEN OUTPUT SOD-REPORT.
039400     MOVE WS-PERIOD-START        TO WS-H1-FROM.
039500     MOVE WS-BUSINESS-DATE       TO WS-H1-TO.
039600     WRITE SOD-RPT-LINE          FROM WS-RPT-HEADING-1.
039700     MOVE SPACES                 TO SOD-RPT-LINE.
039800     WRITE SOD-RPT-LINE.
039900     WRITE SOD-RPT-LINE          FROM WS-RPT-HEADING-2.
040000 1000-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400*    1100-LOAD-USERS - EACH USER WITH AN EMPLOYEE NUMBER ON
040500*                      USERAUTH, ONCE; A USER HOLDS ONE USERAUTH
040600*                      ROW PER MASTER
040700******************************************************************
040800 1100-LOAD-USERS.
040900     MOVE 'N'                    TO WS-FILE-EOF-SW.
041000     OPEN INPUT USER-AUTHORITY.
041100     IF NOT WS-AUTH-OK
041200         DISPLAY "USERAUTH NOT AVAILABLE - OWN-RECORD RULES "
041300                 "CANNOT MATCH"
041400         SET WS-FILE-EOF         TO TRUE
041500     END-IF.
041600     PERFORM 1190-READ-USERAUTH THRU 1190-EXIT.
041700     PERFORM 1150-TAKE-ONE-USER THRU 1150-EXIT
041800             UNTIL WS-FILE-EOF.
041900     CLOSE USER-AUTHORITY.
042000     DISPLAY "USERS WITH EMP NO  : " WS-UE-COUNT.
042100 1100-EXIT.
042200     EXIT.
042300
042400 1150-TAKE-ONE-USER.
042500     IF UA-EMP-ID NOT NUMERIC
042600      OR UA-EMP-ID EQUAL ZERO
042700         GO TO 1150-READ-NEXT
042800     END-IF.
042900     MOVE UA-USER-ID             TO WS-WORK-USER.
043000     PERFORM 7900-FIND-USER-EMP THRU 7900-EXIT.
043100     IF WS-ROW-FOUND
043200         GO TO 1150-READ-NEXT
043300     END-IF.
043400     IF WS-UE-COUNT NOT LESS THAN WS-UE-MAX
043500         DISPLAY "USER TABLE FULL - " UA-USER-ID " NOT TABLED"
043600         GO TO 1150-READ-NEXT
043700     END-IF.
043800     ADD 1                       TO WS-UE-COUNT.
043900     MOVE UA-USER-ID             TO WS-UE-USER-ID (WS-UE-COUNT).
044000     MOVE UA-EMP-ID              TO WS-UE-EMP-ID (WS-UE-COUNT).
044100 1150-READ-NEXT.
044200     PERFORM 1190-READ-USERAUTH THRU 1190-EXIT.
044300 1150-EXIT.
044400     EXIT.
044500
044600 1190-READ-USERAUTH.
044700     IF WS-FILE-EOF
044800         GO TO 1190-EXIT
044900     END-IF.
045000     READ USER-AUTHORITY
045100         AT END
045200             SET WS-FILE-EOF TO TRUE
045300     END-READ.
045400 1190-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800*    1200-LOAD-RULES - THE SODRULE TABLE, OR THE HOUSE RULES WHEN
045900*                      THERE IS NO SODRULE FILE OR IT IS EMPTY
046000******************************************************************
046100 1200-LOAD-RULES.
046200     MOVE 'N'                    TO WS-FILE-EOF-SW.
046300     OPEN INPUT SOD-RULES.
046400     IF NOT WS-RULE-OK
046500         SET WS-FILE-EOF         TO TRUE
046600     END-IF.
046700     PERFORM 1290-READ-RULE THRU 1290-EXIT.
046800     PERFORM 1250-TABLE-ONE-RULE THRU 1250-EXIT
046900             UNTIL WS-FILE-EOF.
047000     CLOSE SOD-RULES.
047100     IF WS-RULE-COUNT EQUAL ZERO
047200         DISPLAY "NO SODRULE TABLE - HOUSE RULES CHECKED"
047300         PERFORM 1300-TABLE-ONE-DEFAULT THRU 1300-EXIT
047400                 VARYING WS-RULE-SUB FROM 1 BY 1
047500                 UNTIL WS-RULE-SUB
047600                       GREATER THAN WS-DEFAULT-RULE-COUNT
047700     END-IF.
047800     DISPLAY "RULES CHECKED      : " WS-RULE-COUNT.
047900 1200-EXIT.
048000     EXIT.
048100
048200 1250-TABLE-ONE-RULE.
048300     PERFORM 1350-EDIT-RULE THRU 1350-EXIT.
048400     PERFORM 1290-READ-RULE THRU 1290-EXIT.
048500 1250-EXIT.
048600     EXIT.
048700
048800 1290-READ-RULE.
048900     IF WS-FILE-EOF
049000         GO TO 1290-EXIT
049100     END-IF.
049200     READ SOD-RULES INTO SOD-RULE-RECORD
049300         AT END
049400             SET WS-FILE-EOF TO TRUE
049500     END-READ.
049600 1290-EXIT.
049700     EXIT.
049800
049900 1300-TABLE-ONE-DEFAULT.
050000     MOVE WS-DEFAULT-RULE (WS-RULE-SUB) TO SOD-RULE-RECORD.
050100     PERFORM 1350-EDIT-RULE THRU 1350-EXIT.
050200 1300-EXIT.
050300     EXIT.
050400
050500*    A RULE NEEDS A FIRST EVENT AND A KNOWN MATCH, AND A 'K' RULE
050600*    A SECOND EVENT; ANYTHING ELSE IS NAMED AND LEFT OUT
050700 1350-EDIT-RULE.
050800     IF SR-FIRST-EVENT EQUAL SPACES
050900      OR NOT SR-MATCH-VALID
051000      OR (SR-SAME-KEY AND SR-SECOND-EVENT EQUAL SPACES)
051100         DISPLAY "SODRULE " SR-RULE-ID " INVALID - NOT CHECKED"
051200         GO TO 1350-EXIT
051300     END-IF.
051400     IF WS-RULE-COUNT NOT LESS THAN WS-RULE-MAX
051500         DISPLAY "RULE TABLE FULL - " SR-RULE-ID " NOT CHECKED"
051600         GO TO 1350-EXIT
051700     END-IF.
051800     ADD 1                       TO WS-RULE-COUNT.
051900     MOVE SR-RULE-ID        TO WS-RL-RULE-ID (WS-RULE-COUNT).
052000     MOVE SR-FIRST-EVENT    TO WS-RL-FIRST-EVENT (WS-RULE-COUNT).
052100     MOVE SR-SECOND-EVENT   TO WS-RL-SECOND-EVENT (WS-RULE-COUNT).
052200     MOVE SR-MATCH          TO WS-RL-MATCH (WS-RULE-COUNT).
052300     MOVE SR-DESCRIPTION    TO WS-RL-DESCRIPTION (WS-RULE-COUNT).
052400     MOVE ZERO              TO WS-RL-HITS (WS-RULE-COUNT).
052500     IF SR-WINDOW-DAYS NUMERIC
052600      AND SR-WINDOW-DAYS GREATER THAN ZERO
052700         MOVE SR-WINDOW-DAYS TO WS-RL-WINDOW (WS-RULE-COUNT)
052800     ELSE
052900         MOVE WS-DEFAULT-WINDOW TO WS-RL-WINDOW (WS-RULE-COUNT)
053000     END-IF.
053100     IF SR-SAME-KEY
053200      AND WS-RL-WINDOW (WS-RULE-COUNT) GREATER THAN WS-MAX-WINDOW
053300         MOVE WS-RL-WINDOW (WS-RULE-COUNT) TO WS-MAX-WINDOW
053400     END-IF.
053500 1350-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    1400-SET-LOOKBACK - EVENTS ARE TABLED FROM THE WIDEST 'K'
054000*                        WINDOW BEFORE THE FIRST OF THE MONTH
054100******************************************************************
054200 1400-SET-LOOKBACK.
054300     MOVE WS-PERIOD-START        TO WS-LOOKBACK-START.
054400     IF WS-MAX-WINDOW EQUAL ZERO
054500         GO TO 1400-EXIT
054600     END-IF.
054700     MOVE 'S'                    TO WS-DU-FUNCTION.
054800     MOVE WS-MAX-WINDOW          TO WS-DU-DAYS.
054900     CALL "DATEUTIL"             USING WS-DU-FUNCTION
055000                                       WS-PERIOD-START
055100                                       WS-DU-DATE-2
055200                                       WS-DU-DAYS
055300                                       WS-DU-VALID-SW.
055400     IF WS-DU-VALID
055500         MOVE WS-DU-DATE-2       TO WS-LOOKBACK-START
055600     END-IF.
055700 1400-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100*    2000-SWEEP-EMPAUD - EMPLOYEE ADDS AND PAY CHANGES
056200******************************************************************
056300 2000-SWEEP-EMPAUD.
056400     MOVE 'N'                    TO WS-FILE-EOF-SW.
056500     OPEN INPUT EMP-AUDIT.
056600     IF NOT WS-EMP-OK
056700         SET WS-FILE-EOF         TO TRUE
056800     END-IF.
056900     PERFORM 2900-READ-EMPAUD THRU 2900-EXIT.
057000     PERFORM 2100-TAKE-ONE-EMPAUD THRU 2100-EXIT
057100             UNTIL WS-FILE-EOF.
057200     CLOSE EMP-AUDIT.
057300 2000-EXIT.
057400     EXIT.
057500
057600 2100-TAKE-ONE-EMPAUD.
057700     ADD 1                       TO WS-LINES-READ.
057800     MOVE EMP-AUDIT-LINE         TO WS-EMP-AUDIT-PARTS.
057900     MOVE WS-EA-USER-ID          TO WS-NE-USER-ID.
058000     MOVE SPACES                 TO WS-NE-KEY.
058100     MOVE WS-EA-EMP-ID           TO WS-NE-KEY.
058200     MOVE ZERO                   TO WS-NE-DATE.
058300     IF WS-EA-DATE NUMERIC
058400         MOVE WS-EA-DATE         TO WS-NE-DATE
058500     END-IF.
058600     IF WS-EA-TRAN-CODE EQUAL 'A'
058700         MOVE "EMPADD"           TO WS-NE-CODE
058800         PERFORM 7800-ADD-EVENT THRU 7800-EXIT
058900     END-IF.
059000     IF WS-EA-TRAN-CODE EQUAL 'C'
059100      AND (WS-EA-OLD-BASE-PAY NOT EQUAL WS-EA-NEW-BASE-PAY
059200       OR  WS-EA-OLD-GRADE NOT EQUAL WS-EA-NEW-GRADE
059300       OR  WS-EA-OLD-PAY-GROUP NOT EQUAL WS-EA-NEW-PAY-GROUP)
059400         MOVE "EMPPAY"           TO WS-NE-CODE
059500         PERFORM 7800-ADD-EVENT THRU 7800-EXIT
059600     END-IF.
059700     PERFORM 2900-READ-EMPAUD THRU 2900-EXIT.
059800 2100-EXIT.
059900     EXIT.
060000
060100 2900-READ-EMPAUD.
060200     IF WS-FILE-EOF
060300         GO TO 2900-EXIT
060400     END-IF.
060500     READ EMP-AUDIT
060600         AT END
060700             SET WS-FILE-EOF TO TRUE
060800     END-READ.
060900 2900-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300*    3000-SWEEP-BNKAUD - BANK DETAILS ADDED OR CHANGED
061400******************************************************************
061500 3000-SWEEP-BNKAUD.
061600     MOVE 'N'                    TO WS-FILE-EOF-SW.
061700     OPEN INPUT BANK-AUDIT.
061800     IF NOT WS-BANK-OK
061900         SET WS-FILE-EOF         TO TRUE
062000     END-IF.
062100     PERFORM 3900-READ-BNKAUD THRU 3900-EXIT.
062200     PERFORM 3100-TAKE-ONE-BNKAUD THRU 3100-EXIT
062300             UNTIL WS-FILE-EOF.
062400     CLOSE BANK-AUDIT.
062500 3000-EXIT.
062600     EXIT.
062700
062800 3100-TAKE-ONE-BNKAUD.
062900     ADD 1                       TO WS-LINES-READ.
063000     MOVE BANK-AUDIT-LINE (1:79) TO WS-BANK-AUDIT-PARTS.
063100     IF WS-BA-TRAN-CODE NOT EQUAL 'A'
063200      AND WS-BA-TRAN-CODE NOT EQUAL 'C'
063300         GO TO 3100-READ-NEXT
063400     END-IF.
063500     MOVE WS-BA-USER-ID          TO WS-NE-USER-ID.
063600     MOVE "BANKSET"              TO WS-NE-CODE.
063700     MOVE SPACES                 TO WS-NE-KEY.
063800     MOVE WS-BA-EMP-ID           TO WS-NE-KEY.
063900     MOVE ZERO                   TO WS-NE-DATE.
064000     IF WS-BA-DATE NUMERIC
064100         MOVE WS-BA-DATE         TO WS-NE-DATE
064200     END-IF.
064300     PERFORM 7800-ADD-EVENT THRU 7800-EXIT.
064400 3100-READ-NEXT.
064500     PERFORM 3900-READ-BNKAUD THRU 3900-EXIT.
064600 3100-EXIT.
064700     EXIT.
064800
064900 3900-READ-BNKAUD.
065000     IF WS-FILE-EOF
065100         GO TO 3900-EXIT
065200     END-IF.
065300     READ BANK-AUDIT
065400         AT END
065500             SET WS-FILE-EOF TO TRUE
065600     END-READ.
065700 3900-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    4000-SWEEP-BADGAUD - BADGES ISSUED OR REASSIGNED, KEYED ON
066200*                         THE EMPLOYEE THE BADGE NOW BELONGS TO
066300******************************************************************
066400 4000-SWEEP-BADGAUD.
066500     MOVE 'N'                    TO WS-FILE-EOF-SW.
066600     OPEN INPUT BADGE-AUDIT.
066700     IF NOT WS-BADG-OK
066800         SET WS-FILE-EOF         TO TRUE
066900     END-IF.
067000     PERFORM 4900-READ-BADGAUD THRU 4900-EXIT.
067100     PERFORM 4100-TAKE-ONE-BADGAUD THRU 4100-EXIT
067200             UNTIL WS-FILE-EOF.
067300     CLOSE BADGE-AUDIT.
067400 4000-EXIT.
067500     EXIT.
067600
067700 4100-TAKE-ONE-BADGAUD.
067800     ADD 1                       TO WS-LINES-READ.
067900     MOVE BADGE-AUDIT-LINE (1:46) TO WS-BADGE-AUDIT-PARTS.
068000     IF WS-BG-TRAN-CODE NOT EQUAL 'I'
068100      AND WS-BG-TRAN-CODE NOT EQUAL 'S'
068200         GO TO 4100-READ-NEXT
068300     END-IF.
068400     MOVE WS-BG-USER-ID          TO WS-NE-USER-ID.
068500     MOVE "BADGISS"              TO WS-NE-CODE.
068600     MOVE SPACES                 TO WS-NE-KEY.
068700     MOVE WS-BG-NEW-EMP-ID       TO WS-NE-KEY.
068800     MOVE ZERO                   TO WS-NE-DATE.
068900     IF WS-BG-DATE NUMERIC
069000         MOVE WS-BG-DATE         TO WS-NE-DATE
069100     END-IF.
069200     PERFORM 7800-ADD-EVENT THRU 7800-EXIT.
069300 4100-READ-NEXT.
069400     PERFORM 4900-READ-BADGAUD THRU 4900-EXIT.
069500 4100-EXIT.
069600     EXIT.
069700
069800 4900-READ-BADGAUD.
069900     IF WS-FILE-EOF
070000         GO TO 4900-EXIT
070100     END-IF.
070200     READ BADGE-AUDIT
070300         AT END
070400             SET WS-FILE-EOF TO TRUE
070500     END-READ.
070600 4900-EXIT.
070700     EXIT.
070800
070900******************************************************************
071000*    5000-SWEEP-ACCTAUD - OVERDRAFT LIMITS SET AND ACCOUNT STATUS
071100*                         CHANGES; ONE LINE MAY CARRY BOTH
071200******************************************************************
071300 5000-SWEEP-ACCTAUD.
071400     MOVE 'N'                    TO WS-FILE-EOF-SW.
071500     OPEN INPUT ACCT-AUDIT.
071600     IF NOT WS-ACCT-OK
071700         SET WS-FILE-EOF         TO TRUE
071800     END-IF.
071900     PERFORM 5900-READ-ACCTAUD THRU 5900-EXIT.
072000     PERFORM 5100-TAKE-ONE-ACCTAUD THRU 5100-EXIT
072100             UNTIL WS-FILE-EOF.
072200     CLOSE ACCT-AUDIT.
072300 5000-EXIT.
072400     EXIT.
072500
072600 5100-TAKE-ONE-ACCTAUD.
072700     ADD 1                       TO WS-LINES-READ.
072800     MOVE ACCT-AUDIT-LINE (1:79) TO WS-ACCT-AUDIT-PARTS.
072900     MOVE WS-AA-USER-ID          TO WS-NE-USER-ID.
073000     MOVE SPACES                 TO WS-NE-KEY.
073100     MOVE WS-AA-ACCT-NO          TO WS-NE-KEY.
073200     MOVE ZERO                   TO WS-NE-DATE.
073300     IF WS-AA-DATE NUMERIC
073400         MOVE WS-AA-DATE         TO WS-NE-DATE
073500     END-IF.
073600     IF WS-AA-OLD-LIMIT NOT EQUAL WS-AA-NEW-LIMIT
073700         MOVE "ACCTLIM"          TO WS-NE-CODE
073800         PERFORM 7800-ADD-EVENT THRU 7800-EXIT
073900     END-IF.
074000     IF WS-AA-OLD-STATUS NOT EQUAL SPACE
074100      AND WS-AA-OLD-STATUS NOT EQUAL WS-AA-NEW-STATUS
074200         MOVE "ACCTSTAT"         TO WS-NE-CODE
074300         PERFORM 7800-ADD-EVENT THRU 7800-EXIT
074400     END-IF.
074500     PERFORM 5900-READ-ACCTAUD THRU 5900-EXIT.
074600 5100-EXIT.
074700     EXIT.
074800
074900 5900-READ-ACCTAUD.
075000     IF WS-FILE-EOF
075100         GO TO 5900-EXIT
075200     END-IF.
075300     READ ACCT-AUDIT
075400         AT END
075500             SET WS-FILE-EOF TO TRUE
075600     END-READ.
075700 5900-EXIT.
075800     EXIT.
075900
076000******************************************************************
076100*    6000-SWEEP-APPRAUD - ADJUSTMENTS APPROVED THROUGH ADJAPPR
076200******************************************************************
076300 6000-SWEEP-APPRAUD.
076400     MOVE 'N'                    TO WS-FILE-EOF-SW.
076500     OPEN INPUT APPROVAL-AUDIT.
076600     IF NOT WS-APPR-OK
076700         SET WS-FILE-EOF         TO TRUE
076800     END-IF.
076900     PERFORM 6900-READ-APPRAUD THRU 6900-EXIT.
077000     PERFORM 6100-TAKE-ONE-APPRAUD THRU 6100-EXIT
077100             UNTIL WS-FILE-EOF.
077200     CLOSE APPROVAL-AUDIT.
077300 6000-EXIT.
077400     EXIT.
077500
077600 6100-TAKE-ONE-APPRAUD.
077700     ADD 1                       TO WS-LINES-READ.
077800     MOVE APPROVAL-AUDIT-LINE (1:39) TO WS-APPR-AUDIT-LINE.
077900     IF NOT WS-APA-APPROVED
078000         GO TO 6100-READ-NEXT
078100     END-IF.
078200     MOVE WS-APA-USER-ID         TO WS-NE-USER-ID.
078300     MOVE "ADJAPPR"              TO WS-NE-CODE.
078400     MOVE SPACES                 TO WS-NE-KEY.
078500     MOVE WS-APA-EMP-ID          TO WS-NE-KEY (1:5).
078600     MOVE ZERO                   TO WS-NE-DATE.
078700     IF WS-APA-DATE NUMERIC
078800         MOVE WS-APA-DATE        TO WS-NE-DATE
078900     END-IF.
079000     PERFORM 7800-ADD-EVENT THRU 7800-EXIT.
079100 6100-READ-NEXT.
079200     PERFORM 6900-READ-APPRAUD THRU 6900-EXIT.
079300 6100-EXIT.
079400     EXIT.
079500
079600 6900-READ-APPRAUD.
079700     IF WS-FILE-EOF
079800         GO TO 6900-EXIT
079900     END-IF.
080000     READ APPROVAL-AUDIT
080100         AT END
080200             SET WS-FILE-EOF TO TRUE
080300     END-READ.
080400 6900-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800*    7000-CHECK-ONE-RULE - AN OWN-RECORD RULE LOOKS AT EACH FIRST
080900*                          EVENT ALONE; A SAME-KEY RULE PAIRS EACH
081000*                          SECOND EVENT WITH THE SAME USER'S FIRST
081100*                          EVENTS ON THE SAME RECORD
081200******************************************************************
081300 7000-CHECK-ONE-RULE.
081400     IF WS-RL-OWN-RECORD (WS-RULE-SUB)
081500         PERFORM 7100-CHECK-OWN-EVENT THRU 7100-EXIT
081600                 VARYING WS-EV-SUB FROM 1 BY 1
081700                 UNTIL WS-EV-SUB GREATER THAN WS-EVENT-COUNT
081800     ELSE
081900         PERFORM 7200-CHECK-SECOND-EVENT THRU 7200-EXIT
082000                 VARYING WS-EV-SUB FROM 1 BY 1
082100                 UNTIL WS-EV-SUB GREATER THAN WS-EVENT-COUNT
082200     END-IF.
082300 7000-EXIT.
082400     EXIT.
082500
082600 7100-CHECK-OWN-EVENT.
082700     IF WS-EV-CODE (WS-EV-SUB)
082800             NOT EQUAL WS-RL-FIRST-EVENT (WS-RULE-SUB)
082900      OR WS-EV-DATE (WS-EV-SUB) LESS THAN WS-PERIOD-START
083000         GO TO 7100-EXIT
083100     END-IF.
083200     MOVE WS-EV-USER-ID (WS-EV-SUB) TO WS-WORK-USER.
083300     PERFORM 7900-FIND-USER-EMP THRU 7900-EXIT.
083400     IF NOT WS-ROW-FOUND
083500         GO TO 7100-EXIT
083600     END-IF.
083700     MOVE WS-UE-EMP-ID (WS-UE-SUB) TO WS-WORK-EMP-ID.
083800     IF WS-EV-KEY (WS-EV-SUB) NOT EQUAL WS-WORK-EMP-X
083900         GO TO 7100-EXIT
084000     END-IF.
084100     MOVE WS-EV-SUB              TO WS-EV-SUB-2.
084200     MOVE WS-EV-CODE (WS-EV-SUB) TO WS-RD-EVENT-1.
084300     MOVE WS-EV-KEY (WS-EV-SUB)  TO WS-RD-KEY-1.
084400     MOVE WS-EV-DATE (WS-EV-SUB) TO WS-RD-DATE-1.
084500     MOVE "OWN REC"              TO WS-RD-EVENT-2.
084600     MOVE WS-WORK-EMP-X          TO WS-RD-KEY-2.
084700     MOVE SPACES                 TO WS-RD-DATE-2.
084800     PERFORM 8000-WRITE-VIOLATION THRU 8000-EXIT.
084900 7100-EXIT.
085000     EXIT.
085100
085200 7200-CHECK-SECOND-EVENT.
085300     IF WS-EV-CODE (WS-EV-SUB)
085400             NOT EQUAL WS-RL-SECOND-EVENT (WS-RULE-SUB)
085500         GO TO 7200-EXIT
085600     END-IF.
085700     PERFORM 7250-CHECK-FIRST-EVENT THRU 7250-EXIT
085800             VARYING WS-EV-SUB-2 FROM 1 BY 1
085900             UNTIL WS-EV-SUB-2 GREATER THAN WS-EVENT-COUNT.
086000 7200-EXIT.
086100     EXIT.
086200
086300*    WHEN BOTH HALVES ARE THE SAME ACTION EACH PAIR IS TAKEN ONCE;
086400*    THE PAIR BELONGS TO THE MONTH OF ITS LATER EVENT AND MUST
086500*    FALL INSIDE THE RULE'S WINDOW
086600 7250-CHECK-FIRST-EVENT.
086700     IF WS-EV-SUB-2 EQUAL WS-EV-SUB
086800      OR WS-EV-CODE (WS-EV-SUB-2)
086900             NOT EQUAL WS-RL-FIRST-EVENT (WS-RULE-SUB)
087000      OR WS-EV-USER-ID (WS-EV-SUB-2)
087100             NOT EQUAL WS-EV-USER-ID (WS-EV-SUB)
087200      OR WS-EV-KEY (WS-EV-SUB-2) NOT EQUAL WS-EV-KEY (WS-EV-SUB)
087300         GO TO 7250-EXIT
087400     END-IF.
087500     IF WS-RL-FIRST-EVENT (WS-RULE-SUB)
087600             EQUAL WS-RL-SECOND-EVENT (WS-RULE-SUB)
087700      AND WS-EV-SUB-2 GREATER THAN WS-EV-SUB
087800         GO TO 7250-EXIT
087900     END-IF.
088000     IF WS-EV-DATE (WS-EV-SUB-2)
088100             GREATER THAN WS-EV-DATE (WS-EV-SUB)
088200         MOVE WS-EV-DATE (WS-EV-SUB-2) TO WS-LATE-DATE
088300         MOVE WS-EV-DATE (WS-EV-SUB)   TO WS-EARLY-DATE
088400     ELSE
088500         MOVE WS-EV-DATE (WS-EV-SUB)   TO WS-LATE-DATE
088600         MOVE WS-EV-DATE (WS-EV-SUB-2) TO WS-EARLY-DATE
088700     END-IF.
088800     IF WS-LATE-DATE LESS THAN WS-PERIOD-START
088900         GO TO 7250-EXIT
089000     END-IF.
089100     MOVE 'D'                    TO WS-DU-FUNCTION.
089200     MOVE WS-LATE-DATE           TO WS-DU-DATE-1.
089300     MOVE WS-EARLY-DATE          TO WS-DU-DATE-2.
089400     CALL "DATEUTIL"             USING WS-DU-FUNCTION
089500                                       WS-DU-DATE-1
089600                                       WS-DU-DATE-2
089700                                       WS-DU-DAYS
089800                                       WS-DU-VALID-SW.
089900     IF NOT WS-DU-VALID
090000      OR WS-DU-DAYS GREATER THAN WS-RL-WINDOW (WS-RULE-SUB)
090100         GO TO 7250-EXIT
090200     END-IF.
090300     MOVE WS-EV-CODE (WS-EV-SUB-2) TO WS-RD-EVENT-1.
090400     MOVE WS-EV-KEY (WS-EV-SUB-2)  TO WS-RD-KEY-1.
090500     MOVE WS-EV-DATE (WS-EV-SUB-2) TO WS-RD-DATE-1.
090600     MOVE WS-EV-CODE (WS-EV-SUB)   TO WS-RD-EVENT-2.
090700     MOVE WS-EV-KEY (WS-EV-SUB)    TO WS-RD-KEY-2.
090800     MOVE WS-EV-DATE (WS-EV-SUB)   TO WS-RD-DATE-2.
090900     PERFORM 8000-WRITE-VIOLATION THRU 8000-EXIT.
091000 7250-EXIT.
091100     EXIT.
091200
091300******************************************************************
091400*    7800-ADD-EVENT - TABLE THE EVENT IN HAND IF IT NAMES A USER
091500*                     AND FALLS BETWEEN THE LOOKBACK AND THE
091600*                     BUSINESS DATE
091700******************************************************************
091800 7800-ADD-EVENT.
091900     IF WS-NE-USER-ID EQUAL SPACES
092000         ADD 1                   TO WS-UNATTRIBUTED
092100         GO TO 7800-EXIT
092200     END-IF.
092300     IF WS-NE-DATE LESS THAN WS-LOOKBACK-START
092400      OR WS-NE-DATE GREATER THAN WS-BUSINESS-DATE
092500         GO TO 7800-EXIT
092600     END-IF.
092700     IF WS-EVENT-COUNT NOT LESS THAN WS-EVENT-MAX
092800         IF NOT WS-TABLE-FULL
092900             DISPLAY "EVENT TABLE FULL - LATER EVENTS NOT CHECKED"
093000             SET WS-TABLE-FULL   TO TRUE
093100         END-IF
093200         ADD 1                   TO WS-EVENTS-DROPPED
093300         GO TO 7800-EXIT
093400     END-IF.
093500     ADD 1                       TO WS-EVENT-COUNT.
093600     MOVE WS-NEW-EVENT       TO WS-EVENT-ENTRY (WS-EVENT-COUNT).
093700 7800-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100*    7900-FIND-USER-EMP - LOOK WS-WORK-USER UP ON THE USER TABLE;
094200*                         WS-UE-SUB IS LEFT ON THE ENTRY FOUND
094300******************************************************************
094400 7900-FIND-USER-EMP.
094500     MOVE 'N'                    TO WS-ROW-FOUND-SW.
094600     PERFORM 7950-SCAN-ONE-USER THRU 7950-EXIT
094700             VARYING WS-UE-SUB FROM 1 BY 1
094800             UNTIL WS-UE-SUB GREATER THAN WS-UE-COUNT
094900                OR WS-ROW-FOUND.
095000     IF WS-ROW-FOUND
095100         SUBTRACT 1              FROM WS-UE-SUB
095200     END-IF.
095300 7900-EXIT.
095400     EXIT.
095500
095600 7950-SCAN-ONE-USER.
095700     IF WS-UE-USER-ID (WS-UE-SUB) EQUAL WS-WORK-USER
095800         SET WS-ROW-FOUND        TO TRUE
095900     END-IF.
096000 7950-EXIT.
096100     EXIT.
096200
096300******************************************************************
096400*    8000-WRITE-VIOLATION - ONE REPORT LINE, COUNTED TO ITS RULE
096500******************************************************************
096600 8000-WRITE-VIOLATION.
096700     MOVE WS-RL-RULE-ID (WS-RULE-SUB) TO WS-RD-RULE-ID.
096800     MOVE WS-EV-USER-ID (WS-EV-SUB)   TO WS-RD-USER.
096900     MOVE WS-RL-DESCRIPTION (WS-RULE-SUB) TO WS-RD-DESCRIPTION.
097000     WRITE SOD-RPT-LINE          FROM WS-RPT-DETAIL-LINE.
097100     ADD 1                       TO WS-RL-HITS (WS-RULE-SUB).
097200     ADD 1                       TO WS-VIOLATION-COUNT.
097300 8000-EXIT.
097400     EXIT.
097500
097600******************************************************************
097700*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD, WITH THE
097800*                             SHARED DATEUTIL ROUTINE AS FALLBACK
097900******************************************************************
098000 8100-GET-BUSINESS-DATE.
098100     OPEN INPUT BUS-DATE-FILE.
098200     IF WS-BDAT-OK
098300         READ BUS-DATE-FILE
098400             AT END
098500                 CONTINUE
098600             NOT AT END
098700                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
098800                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
098900                 END-IF
099000         END-READ
099100     END-IF.
099200     CLOSE BUS-DATE-FILE.
099300     IF WS-BUSINESS-DATE EQUAL ZERO
099400         MOVE 'C'                TO WS-DU-FUNCTION
099500         CALL "DATEUTIL"         USING WS-DU-FUNCTION
099600                                       WS-BUSINESS-DATE
099700                                       WS-DU-DATE-2
099800                                       WS-DU-DAYS
099900                                       WS-DU-VALID-SW
100000     END-IF.
100100 8100-EXIT.
100200     EXIT.
100300
100400******************************************************************
100500*    8500-PRINT-RULE-TOTALS - VIOLATIONS BY RULE AND THE RUN TOTAL
100600******************************************************************
100700 8500-PRINT-RULE-TOTALS.
100800     MOVE SPACES                 TO SOD-RPT-LINE.
100900     WRITE SOD-RPT-LINE.
101000     PERFORM 8550-PRINT-ONE-RULE THRU 8550-EXIT
101100             VARYING WS-RULE-SUB FROM 1 BY 1
101200             UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.
101300     MOVE SPACES                 TO SOD-RPT-LINE.
101400     WRITE SOD-RPT-LINE.
101500     MOVE WS-VIOLATION-COUNT     TO WS-RT-VIOLATIONS.
101600     MOVE WS-EVENT-COUNT         TO WS-RT-EVENTS.
101700     MOVE WS-EVENTS-DROPPED      TO WS-RT-DROPPED.
101800     WRITE SOD-RPT-LINE          FROM WS-RPT-TOTAL-LINE.
101900 8500-EXIT.
102000     EXIT.
102100
102200 8550-PRINT-ONE-RULE.
102300     MOVE WS-RL-RULE-ID (WS-RULE-SUB)     TO WS-RR-RULE-ID.
102400     MOVE WS-RL-DESCRIPTION (WS-RULE-SUB) TO WS-RR-DESCRIPTION.
102500     MOVE WS-RL-HITS (WS-RULE-SUB)        TO WS-RR-HITS.
102600     WRITE SOD-RPT-LINE          FROM WS-RPT-RULE-LINE.
102700 8550-EXIT.
102800     EXIT.
102900
103000******************************************************************
103100*    9000-TERMINATE - CLOSE THE REPORT, RUN TOTALS, RETURN CODE
103200******************************************************************
103300 9000-TERMINATE.
103400     CLOSE SOD-REPORT.
103500     DISPLAY "TRAIL LINES READ   : " WS-LINES-READ.
103600     DISPLAY "NO USER ON LINE    : " WS-UNATTRIBUTED.
103700     DISPLAY "EVENTS TABLED      : " WS-EVENT-COUNT.
103800     DISPLAY "EVENTS LOST        : " WS-EVENTS-DROPPED.
103900     DISPLAY "VIOLATIONS LISTED  : " WS-VIOLATION-COUNT.
104000     IF WS-VIOLATION-COUNT GREATER THAN ZERO
104100      OR WS-TABLE-FULL
104200         MOVE 4                  TO RETURN-CODE
104300     END-IF.
104400     MOVE 'E'                    TO RSA-FUNCTION.
104500     MOVE WS-LINES-READ          TO RSA-READ-COUNT.
104600     MOVE WS-VIOLATION-COUNT     TO RSA-WRITTEN-COUNT.
104700     MOVE WS-EVENTS-DROPPED      TO RSA-REJECT-COUNT.
104800     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
104900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
105000     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
105100 9000-EXIT.
105200     EXIT.
105300
105400 9999-EXIT.
105500     STOP RUN.
