000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 ATTNRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - DAILY ATTENDANCE
001200*                     EXCEPTIONS.  THE CLOCK SYSTEM'S PUNCHFD FILE
001300*                     (ENVELOPE CHECKED AS TIMECLK DOES) IS
001400*                     RESOLVED THROUGH BADGMAST TO EMPLOYEES AND
001500*                     MATCHED AGAINST THE SHIFTSCH SCHEDULE FOR
001600*                     THE ATTENDANCE DATE - THE ATTNPARM CARD
001700*                     DATE, ELSE THE PUNCH FILE HEADER DATE.  A
001800*                     CLOCK-IN LATER THAN THE SHIFT START OR A
001900*                     CLOCK-OUT EARLIER THAN ITS END BY MORE THAN
002000*                     THE GRACE MINUTES (CARD, DEFAULT 5), A
002100*                     MISSING IN OR OUT PUNCH, A NO-SHOW AND A
002200*                     PUNCH WITH NO SHIFT ARE LISTED BY DEPARTMENT
002300*                     ON ATTNRPT.  A NO-SHOW WITH NO APPROVED
002400*                     LEAVTRAN DRAW COVERING THE DATE IS AN
002500*                     UNEXCUSED ABSENCE AND GOES TO THE ABSENTFD
002600*                     FEED FOR SUPERVISOR REVIEW.
002610*    2026-10-15 JPL   THE GRACE MINUTES NOW COME FROM THE PARMMAST
002620*                     CONTROLLED PARAMETER MASTER (PARAMETER
002630*                     ATTNPARM) AS OF THE BUSINESS DATE THROUGH
002640*                     THE SHARED PARMGET ROUTINE, WINNING OVER THE
002650*                     ATTNPARM CARD; THE RERUN DATE STAYS ON THE
002660*                     CARD ONLY.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.            IBM-370.
003100 OBJECT-COMPUTER.            IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-BDAT-STATUS.
003700     SELECT OPTIONAL ATTN-PARM ASSIGN TO "ATTNPARM"
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-PARM-STATUS.
004000     SELECT PUNCH-FILE       ASSIGN TO "PUNCHFD"
004100                             ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT BADGE-MASTER     ASSIGN TO "BADGMAST"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT SHIFT-MASTER     ASSIGN TO "SHIFTSCH"
004500                             ORGANIZATION IS INDEXED
004600                             ACCESS MODE IS SEQUENTIAL
004700                             RECORD KEY IS SS-KEY
004800                             FILE STATUS IS WS-SHIFT-STATUS.
004900     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
005000                             ORGANIZATION IS INDEXED
005100                             ACCESS MODE IS DYNAMIC
005200                             RECORD KEY IS EMP-ID
005300                             FILE STATUS IS WS-MASTER-STATUS.
005400     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
005500                             ORGANIZATION IS INDEXED
005600                             ACCESS MODE IS DYNAMIC
005700                             RECORD KEY IS DP-DEPT-CODE
005800                             FILE STATUS IS WS-DEPT-STATUS.
005900     SELECT OPTIONAL LEAVE-TRANS ASSIGN TO "LEAVTRAN"
006000                             ORGANIZATION IS LINE SEQUENTIAL
006100                             FILE STATUS IS WS-LEAVE-STATUS.
006200     SELECT ABSENCE-FEED     ASSIGN TO "ABSENTFD"
006300                             ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT ATTENDANCE-REPORT ASSIGN TO "ATTNRPT"
006500                             ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT ATTN-SORT        ASSIGN TO "SORTWK".
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  BUS-DATE-FILE
007100     RECORDING MODE IS F.
007200     COPY BUSDATE.
007300
007400 FD  ATTN-PARM
007500     RECORDING MODE IS F.
007600 01  ATTN-PARM-RECORD.
007700     05  AP-ATTN-DATE            PIC 9(08).
007800     05  AP-GRACE-MINUTES        PIC 9(03).
007900
008000 FD  PUNCH-FILE
008100     RECORDING MODE IS F.
008200 01  PUNCH-RECORD                PIC X(26).
008300
008400 FD  BADGE-MASTER
008500     RECORDING MODE IS F.
008600     COPY BADGMAST.
008700
008800 FD  SHIFT-MASTER.
008900     COPY SHIFTSCH.
009000
009100 FD  EMPLOYEE-MASTER.
009200     COPY EMPREC.
009300
009400 FD  DEPT-MASTER.
009500     COPY DEPTMAST.
009600
009700 FD  LEAVE-TRANS
009800     RECORDING MODE IS F.
009900     COPY LEAVTRAN.
010000
010100 FD  ABSENCE-FEED
010200     RECORDING MODE IS F.
010300 01  ABSENCE-FEED-LINE           PIC X(33).
010400
010500 FD  ATTENDANCE-REPORT
010600     RECORDING MODE IS F.
010700 01  ATTN-RPT-LINE               PIC X(100).
010800
010900 SD  ATTN-SORT.
011000 01  ATTN-SORT-RECORD.
011100     05  US-DEPT-CODE            PIC X(03).
011200     05  US-EMP-ID               PIC 9(05).
011300     05  US-EXC-SEQ              PIC 9(01).
011400     05  US-EMP-NAME             PIC X(20).
011500     05  US-MANAGER-ID           PIC 9(05).
011600     05  US-BADGE-ID             PIC X(06).
011700     05  US-START-TIME           PIC 9(04).
011800     05  US-END-TIME             PIC 9(04).
011900     05  US-IN-TIME              PIC 9(04).
012000     05  US-OUT-TIME             PIC 9(04).
012100     05  US-MINUTES              PIC 9(04).
012200     05  US-SCHED-HOURS          PIC 9(02)V9(02).
012300     05  US-EXCEPTION            PIC X(20).
012400
012500 WORKING-STORAGE SECTION.
012600 01  WS-BDAT-STATUS              PIC X(02).
012700     88  WS-BDAT-OK                      VALUE "00".
012800 01  WS-PARM-STATUS              PIC X(02).
012900     88  WS-PARM-OK                      VALUE "00".
013000 01  WS-SHIFT-STATUS             PIC X(02).
013100     88  WS-SHIFT-OK                     VALUE "00".
013200 01  WS-MASTER-STATUS            PIC X(02).
013300     88  WS-MASTER-OK                    VALUE "00".
013400 01  WS-DEPT-STATUS              PIC X(02).
013500     88  WS-DEPT-OK                      VALUE "00".
013600 01  WS-LEAVE-STATUS             PIC X(02).
013700     88  WS-LEAVE-OK                     VALUE "00".
013800 01  WS-DEPT-REF-SW              PIC X(01)   VALUE 'N'.
013900     88  WS-DEPT-REF-PRESENT             VALUE 'Y'.
014000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
014100 01  WS-DU-FUNCTION              PIC X(01).
014200 01  WS-DU-DATE-2                PIC 9(08).
014300 01  WS-DU-DAYS                  PIC S9(05).
014400 01  WS-DU-VALID-SW              PIC X(01).
014500
014600     COPY FILEHDTR.
014700     COPY ABSNFEED.
014800
014900 01  WS-PUNCH-DETAIL.
015000     05  WS-PD-BADGE-ID          PIC X(06).
015100     05  WS-PD-PUNCH-DATE        PIC 9(08).
015200     05  WS-PD-HOURS             PIC 9(02)V9(02).
015300     05  WS-PD-IN-TIME           PIC 9(04).
015400     05  WS-PD-OUT-TIME          PIC 9(04).
015500
015600 01  WS-SWITCHES.
015700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
015800         88  WS-EOF                          VALUE 'Y'.
015900     05  WS-PUNCH-EOF-SW         PIC X(01)   VALUE 'N'.
016000         88  WS-PUNCH-EOF                    VALUE 'Y'.
016100     05  WS-PUNCH-FIRST-SW       PIC X(01)   VALUE 'Y'.
016200         88  WS-PUNCH-FIRST                  VALUE 'Y'.
016300     05  WS-PUNCH-TRAILER-SW     PIC X(01)   VALUE 'N'.
016400         88  WS-PUNCH-TRAILER-SEEN           VALUE 'Y'.
016500     05  WS-BADGE-EOF-SW         PIC X(01)   VALUE 'N'.
016600         88  WS-BADGE-EOF                    VALUE 'Y'.
016700     05  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
016800         88  WS-FOUND                        VALUE 'Y'.
016900     05  WS-ON-LEAVE-SW          PIC X(01)   VALUE 'N'.
017000         88  WS-ON-LEAVE                     VALUE 'Y'.
017100     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
017200         88  WS-SORT-EOF                     VALUE 'Y'.
017300     05  WS-FIRST-DEPT-SW        PIC X(01)   VALUE 'Y'.
017400         88  WS-FIRST-DEPT                   VALUE 'Y'.
017500     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
017600         88  WS-RUN-IN-ERROR                 VALUE 'Y'.
017700
017800 01  WS-ATTN-DATE                PIC 9(08)   VALUE ZERO.
017900 01  WS-GRACE-MINUTES            PIC 9(03)   VALUE 5.
017910
017920 01  WS-ATTN-CARD.
017930     05  WS-AC-ATTN-DATE         PIC X(08).
017940     05  WS-AC-GRACE-MINUTES     PIC 9(03).
017950     05  FILLER                  PIC X(29).
018000
018100 77  WS-BADGE-MAX                PIC 9(03)   COMP    VALUE 500.
018200 77  WS-BADGE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
018300 77  WS-BADGE-SUB                PIC 9(03)   COMP.
018400 01  WS-BADGE-TABLE.
018500     05  WS-BADGE-ENTRY          OCCURS 500 TIMES.
018600         10  WS-BT-BADGE-ID      PIC X(06).
018700         10  WS-BT-EMP-ID        PIC 9(05).
018800
018900 77  WS-PUNCH-MAX                PIC 9(03)   COMP    VALUE 500.
019000 77  WS-PUNCH-TAB-COUNT          PIC 9(03)   COMP    VALUE ZERO.
019100 77  WS-PUNCH-SUB                PIC 9(03)   COMP.
019200 77  WS-PUNCH-HIT                PIC 9(03)   COMP    VALUE ZERO.
019300 01  WS-PUNCH-TABLE.
019400     05  WS-PUNCH-ENTRY          OCCURS 500 TIMES.
019500         10  WS-PT-BADGE-ID      PIC X(06).
019600         10  WS-PT-EMP-ID        PIC 9(05).
019700         10  WS-PT-IN-TIME       PIC 9(04).
019800         10  WS-PT-OUT-TIME      PIC 9(04).
019900         10  WS-PT-MATCHED-SW    PIC X(01).
020000             88  WS-PT-MATCHED               VALUE 'Y'.
020100
020200 77  WS-LEAVE-MAX                PIC 9(03)   COMP    VALUE 500.
020300 77  WS-LEAVE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
020400 77  WS-LEAVE-SUB                PIC 9(03)   COMP.
020500 01  WS-LEAVE-TABLE.
020600     05  WS-LEAVE-ENTRY          OCCURS 500 TIMES.
020700         10  WS-LT-EMP-ID        PIC 9(05).
020800
020900 77  WS-PUNCH-COUNT              PIC 9(07)   COMP    VALUE ZERO.
021000 77  WS-SCHED-COUNT              PIC 9(05)   COMP    VALUE ZERO.
021100 77  WS-ATTENDED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
021200 77  WS-LATE-COUNT               PIC 9(05)   COMP    VALUE ZERO.
021300 77  WS-EARLY-COUNT              PIC 9(05)   COMP    VALUE ZERO.
021400 77  WS-MISSING-COUNT            PIC 9(05)   COMP    VALUE ZERO.
021500 77  WS-NOSHOW-COUNT             PIC 9(05)   COMP    VALUE ZERO.
021600 77  WS-ON-LEAVE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
021700 77  WS-UNSCHED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
021800 77  WS-NOBADGE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
021900 77  WS-SKIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
022000 77  WS-OVERFLOW-COUNT           PIC 9(05)   COMP    VALUE ZERO.
022100 77  WS-EXCEPTION-COUNT          PIC 9(05)   COMP    VALUE ZERO.
022200 77  WS-DEPT-COUNT               PIC 9(05)   COMP    VALUE ZERO.
022300 77  WS-DETAIL-COUNT             PIC 9(07)   COMP    VALUE ZERO.
022400 01  WS-PUNCH-HASH               PIC 9(11)V9(02) VALUE ZERO.
022500 01  WS-HOURS-HASH               PIC 9(11)V9(02) VALUE ZERO.
022600 01  WS-PREV-DEPT                PIC X(03)   VALUE SPACES.
022700
022800 01  WS-TIME-WORK                PIC 9(04).
022900 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
023000     05  WS-TIME-HH              PIC 9(02).
023100     05  WS-TIME-MM              PIC 9(02).
023200 01  WS-START-MIN                PIC S9(05)  COMP.
023300 01  WS-END-MIN                  PIC S9(05)  COMP.
023400 01  WS-IN-MIN                   PIC S9(05)  COMP.
023500 01  WS-OUT-MIN                  PIC S9(05)  COMP.
023600 01  WS-DIFF-MIN                 PIC S9(05)  COMP.
023700
023800 01  WS-RPT-HEADING-1.
023900     05  FILLER                  PIC X(32)   VALUE
024000         "DAILY ATTENDANCE EXCEPTIONS".
024100     05  FILLER                  PIC X(17)   VALUE
024200         "ATTENDANCE DATE: ".
024300     05  WS-H1-ATTN-DATE         PIC 9(08).
024400     05  FILLER                  PIC X(04)   VALUE SPACES.
024500     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
024600     05  WS-H1-RUN-DATE          PIC 9(08).
024700
024800 01  WS-RPT-HEADING-2.
024900     05  FILLER                  PIC X(40)   VALUE
025000         "EMP   EMPLOYEE NAME        BADGE  SHIFT ".
025100     05  FILLER                  PIC X(40)   VALUE
025200         "     IN   OUT  EXCEPTION            MINS".
025300
025400 01  WS-RPT-DEPT-LINE.
025500     05  FILLER                  PIC X(12)   VALUE "DEPARTMENT: ".
025600     05  WS-RDH-DEPT-CODE        PIC X(03).
025700     05  FILLER                  PIC X(02)   VALUE SPACES.
025800     05  WS-RDH-DEPT-NAME        PIC X(20).
025900
026000 01  WS-RPT-DETAIL.
026100     05  WS-RD-EMP-ID            PIC 9(05).
026200     05  FILLER                  PIC X(01)   VALUE SPACE.
026300     05  WS-RD-NAME              PIC X(20).
026400     05  FILLER                  PIC X(01)   VALUE SPACE.
026500     05  WS-RD-BADGE-ID          PIC X(06).
026600     05  FILLER                  PIC X(01)   VALUE SPACE.
026700     05  WS-RD-SHIFT.
026800         10  WS-RD-START         PIC 9(04).
026900         10  FILLER              PIC X(01)   VALUE '-'.
027000         10  WS-RD-END           PIC 9(04).
027100     05  FILLER                  PIC X(02)   VALUE SPACES.
027200     05  WS-RD-IN                PIC X(04).
027300     05  FILLER                  PIC X(01)   VALUE SPACE.
027400     05  WS-RD-OUT               PIC X(04).
027500     05  FILLER                  PIC X(02)   VALUE SPACES.
027600     05  WS-RD-EXCEPTION         PIC X(20).
027700     05  FILLER                  PIC X(01)   VALUE SPACE.
027800     05  WS-RD-MINUTES           PIC ZZZ9.
027900
028000 01  WS-RPT-TOTAL-LINE.
028100     05  WS-RT-LABEL             PIC X(28).
028200     05  WS-RT-COUNT             PIC ZZZZ9.
028300
028400     COPY RUNSTAT.
028420
028440     COPY PARMREQ.
028500
028600 PROCEDURE DIVISION.
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
028900     SORT ATTN-SORT
029000         ON ASCENDING KEY US-DEPT-CODE
029100                          US-EMP-ID
029200                          US-EXC-SEQ
029300         INPUT PROCEDURE IS 2000-MATCH-SCHEDULE
029400                       THRU 2000-EXIT
029500         OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
029600                        THRU 3000-EXIT.
029700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
029800     GO TO 9999-EXIT.
029900
030000******************************************************************
030100*    1000-INITIALIZE - READ THE CARDS, TABLE THE ACTIVE BADGES,
030200*                      THE DAY'S PUNCHES AND THE LEAVE DRAWS, AND
030300*                      START THE REGISTER AND THE ABSENCE FEED
030400******************************************************************
030500 1000-INITIALIZE.
030600     DISPLAY "ATTNRPT - DAILY ATTENDANCE EXCEPTIONS STARTING".
030700     MOVE "ATTNRPT"              TO RSA-PROGRAM-ID.
030800     MOVE 'S'                    TO RSA-FUNCTION.
030900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
031000     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
031100     PERFORM 1050-READ-ATTN-PARM THRU 1050-EXIT.
031200     PERFORM 1100-LOAD-BADGE-MASTER THRU 1100-EXIT.
031300     PERFORM 1300-LOAD-PUNCHES THRU 1300-EXIT.
031400     IF WS-ATTN-DATE EQUAL ZERO
031500         MOVE WS-BUSINESS-DATE   TO WS-ATTN-DATE
031600     END-IF.
031700     PERFORM 1400-LOAD-LEAVE THRU 1400-EXIT.
031800     OPEN INPUT  SHIFT-MASTER.
031900     OPEN INPUT  EMPLOYEE-MASTER.
032000     OPEN INPUT  DEPT-MASTER.
032100     IF WS-DEPT-OK
032200         SET WS-DEPT-REF-PRESENT TO TRUE
032300     END-IF.
032400     OPEN OUTPUT ABSENCE-FEED.
032500     OPEN OUTPUT ATTENDANCE-REPORT.
032600     MOVE WS-ATTN-DATE           TO WS-H1-ATTN-DATE.
032700     MOVE WS-BUSINESS-DATE       TO WS-H1-RUN-DATE.
032800     WRITE ATTN-RPT-LINE         FROM WS-RPT-HEADING-1.
032900     WRITE ATTN-RPT-LINE         FROM WS-RPT-HEADING-2.
033000     MOVE SPACES                 TO FILE-HEADER-RECORD.
033100     MOVE 'HDR'                  TO FH-REC-ID.
033200     MOVE "ABSENTFD"             TO FH-FILE-ID.
033300     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
033400     MOVE SPACES                 TO ABSENCE-FEED-LINE.
033500     MOVE FILE-HEADER-RECORD     TO ABSENCE-FEED-LINE (1:19).
033600     WRITE ABSENCE-FEED-LINE.
033700 1000-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
034200*                             SHARED DATEUTIL FALLBACK
034300******************************************************************
034400 8100-GET-BUSINESS-DATE.
034500     OPEN INPUT BUS-DATE-FILE.
034600     IF WS-BDAT-OK
034700         READ BUS-DATE-FILE
034800             AT END
034900                 CONTINUE
035000             NOT AT END
035100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
035200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
035300                 END-IF
035400         END-READ
035500     END-IF.
035600     CLOSE BUS-DATE-FILE.
035700     IF WS-BUSINESS-DATE EQUAL ZERO
035800         MOVE 'C'                TO WS-DU-FUNCTION
035900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
036000                                       WS-BUSINESS-DATE
036100                                       WS-DU-DATE-2
036200                                       WS-DU-DAYS
036300                                       WS-DU-VALID-SW
036400     END-IF.
036500 8100-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900*    1050-READ-ATTN-PARM - AN ATTENDANCE DATE TO RERUN AND THE
037000*                          GRACE MINUTES; WITHOUT THE CARD THE
037050*                          PUNCH FILE'S OWN DATE AND 5 MINUTES
037100*                          STAND.  GRACE MINUTES HELD ON THE
037150*                          PARAMETER MASTER WIN OVER THE CARD'S
037300******************************************************************
037400 1050-READ-ATTN-PARM.
037500     OPEN INPUT ATTN-PARM.
037600     IF WS-PARM-OK
037700         READ ATTN-PARM
037800             AT END
037900                 CONTINUE
038000             NOT AT END
038100                 IF AP-ATTN-DATE NUMERIC
038200                  AND AP-ATTN-DATE > ZERO
038300                     MOVE AP-ATTN-DATE TO WS-ATTN-DATE
038400                 END-IF
038500                 IF AP-GRACE-MINUTES NUMERIC
038600                     MOVE AP-GRACE-MINUTES TO WS-GRACE-MINUTES
038700                 END-IF
038800         END-READ
038900     END-IF.
039000     CLOSE ATTN-PARM.
039005     MOVE SPACES                 TO WS-ATTN-CARD.
039010     MOVE "ATTNPARM"             TO PQ-PARM-ID.
039015     MOVE SPACES                 TO PQ-PARM-QUAL.
039020     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
039025     CALL "PARMGET"              USING PARM-REQUEST-AREA.
039030     IF PQ-FOUND
039035         MOVE PQ-VALUE           TO WS-ATTN-CARD
039040         IF WS-AC-GRACE-MINUTES NUMERIC
039045             MOVE WS-AC-GRACE-MINUTES TO WS-GRACE-MINUTES
039050         END-IF
039055     END-IF.
039100 1050-EXIT.
039200     EXIT.
039300
039400 1100-LOAD-BADGE-MASTER.
039500     OPEN INPUT BADGE-MASTER.
039600     PERFORM 1190-READ-BADGE THRU 1190-EXIT.
039700     PERFORM 1150-TABLE-ONE-BADGE THRU 1150-EXIT
039800             UNTIL WS-BADGE-EOF.
039900     CLOSE BADGE-MASTER.
040000 1100-EXIT.
040100     EXIT.
040200
040300 1150-TABLE-ONE-BADGE.
040400     IF WS-BADGE-COUNT LESS THAN WS-BADGE-MAX
040500      AND NOT BM-REVOKED
040600         ADD 1                   TO WS-BADGE-COUNT
040700         MOVE BM-BADGE-ID
040800                 TO WS-BT-BADGE-ID (WS-BADGE-COUNT)
040900         MOVE BM-EMP-ID
041000                 TO WS-BT-EMP-ID (WS-BADGE-COUNT)
041100     END-IF.
041200     PERFORM 1190-READ-BADGE THRU 1190-EXIT.
041300 1150-EXIT.
041400     EXIT.
041500
041600 1190-READ-BADGE.
041700     READ BADGE-MASTER
041800         AT END
041900             SET WS-BADGE-EOF TO TRUE
042000     END-READ.
042100 1190-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    1300-LOAD-PUNCHES - VERIFY THE PUNCH ENVELOPE AND TABLE THE
042600*                        ATTENDANCE DATE'S PUNCHES BY BADGE.  A
042700*                        FILE THAT FAILS THE CHECK IS NOT MATCHED
042800******************************************************************
042900 1300-LOAD-PUNCHES.
043000     OPEN INPUT PUNCH-FILE.
043100     PERFORM 1390-READ-PUNCH THRU 1390-EXIT.
043200     PERFORM 1310-TAKE-ONE-PUNCH THRU 1310-EXIT
043300             UNTIL WS-PUNCH-EOF.
043400     CLOSE PUNCH-FILE.
043500     IF NOT WS-PUNCH-TRAILER-SEEN
043600         DISPLAY "PUNCH FILE TRAILER MISSING"
043700         SET WS-RUN-IN-ERROR     TO TRUE
043800     ELSE
043900         IF FT-REC-COUNT NOT EQUAL WS-PUNCH-COUNT
044000             DISPLAY "PUNCH FILE RECORD COUNT MISMATCH"
044100             SET WS-RUN-IN-ERROR TO TRUE
044200         END-IF
044300         IF FT-AMOUNT-HASH NOT EQUAL WS-PUNCH-HASH
044400             DISPLAY "PUNCH FILE HOURS HASH MISMATCH"
044500             SET WS-RUN-IN-ERROR TO TRUE
044600         END-IF
044700     END-IF.
044800 1300-EXIT.
044900     EXIT.
045000
045100 1310-TAKE-ONE-PUNCH.
045200     IF WS-PUNCH-FIRST
045300         MOVE 'N'                TO WS-PUNCH-FIRST-SW
045400         MOVE PUNCH-RECORD (1:19) TO FILE-HEADER-RECORD
045500         IF NOT FH-HEADER
045600             DISPLAY "PUNCH FILE HEADER MISSING"
045700             SET WS-RUN-IN-ERROR TO TRUE
045800             SET WS-PUNCH-EOF    TO TRUE
045900         ELSE
046000             IF WS-ATTN-DATE EQUAL ZERO
046100              AND FH-BUS-DATE NUMERIC
046200                 MOVE FH-BUS-DATE TO WS-ATTN-DATE
046300             END-IF
046400         END-IF
046500         GO TO 1310-READ-NEXT
046600     END-IF.
046700     IF PUNCH-RECORD (1:3) EQUAL 'TRL'
046800         SET WS-PUNCH-TRAILER-SEEN TO TRUE
046900         MOVE PUNCH-RECORD (1:23) TO FILE-TRAILER-RECORD
047000         GO TO 1310-READ-NEXT
047100     END-IF.
047200     MOVE PUNCH-RECORD (1:26)    TO WS-PUNCH-DETAIL.
047300     ADD 1                       TO WS-PUNCH-COUNT.
047400     ADD WS-PD-HOURS             TO WS-PUNCH-HASH.
047500     IF WS-PD-PUNCH-DATE EQUAL WS-ATTN-DATE
047600         PERFORM 1320-TABLE-PUNCH THRU 1320-EXIT
047700     END-IF.
047800 1310-READ-NEXT.
047900     PERFORM 1390-READ-PUNCH THRU 1390-EXIT.
048000 1310-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    1320-TABLE-PUNCH - ONE ROW PER BADGE FOR THE DAY.  A
048500*                       SECOND RECORD FOR THE SAME BADGE WIDENS
048600*                       THE ROW TO THE EARLIEST IN AND LATEST OUT
048700*                       PUNCH
048800******************************************************************
048900 1320-TABLE-PUNCH.
049000     IF WS-PD-IN-TIME NOT NUMERIC
049100         MOVE ZERO               TO WS-PD-IN-TIME
049200     END-IF.
049300     IF WS-PD-OUT-TIME NOT NUMERIC
049400         MOVE ZERO               TO WS-PD-OUT-TIME
049500     END-IF.
049600     MOVE 'N'                    TO WS-FOUND-SW.
049700     PERFORM 1330-SCAN-ONE-PUNCH THRU 1330-EXIT
049800             VARYING WS-PUNCH-SUB FROM 1 BY 1
049900             UNTIL WS-PUNCH-SUB GREATER THAN WS-PUNCH-TAB-COUNT
050000                OR WS-FOUND.
050100     IF WS-FOUND
050200         IF WS-PD-IN-TIME GREATER THAN ZERO
050300          AND (WS-PT-IN-TIME (WS-PUNCH-HIT) EQUAL ZERO
050400           OR WS-PD-IN-TIME
050500                 LESS THAN WS-PT-IN-TIME (WS-PUNCH-HIT))
050600             MOVE WS-PD-IN-TIME  TO WS-PT-IN-TIME (WS-PUNCH-HIT)
050700         END-IF
050800         IF WS-PD-OUT-TIME
050900                 GREATER THAN WS-PT-OUT-TIME (WS-PUNCH-HIT)
051000             MOVE WS-PD-OUT-TIME TO WS-PT-OUT-TIME (WS-PUNCH-HIT)
051100         END-IF
051200         GO TO 1320-EXIT
051300     END-IF.
051400     IF WS-PUNCH-TAB-COUNT NOT LESS THAN WS-PUNCH-MAX
051500         ADD 1                   TO WS-OVERFLOW-COUNT
051600         GO TO 1320-EXIT
051700     END-IF.
051800     ADD 1                       TO WS-PUNCH-TAB-COUNT.
051900     MOVE WS-PUNCH-TAB-COUNT     TO WS-PUNCH-HIT.
052000     MOVE WS-PD-BADGE-ID         TO WS-PT-BADGE-ID (WS-PUNCH-HIT).
052100     MOVE WS-PD-IN-TIME          TO WS-PT-IN-TIME (WS-PUNCH-HIT).
052200     MOVE WS-PD-OUT-TIME         TO WS-PT-OUT-TIME (WS-PUNCH-HIT).
052300     MOVE 'N'            TO WS-PT-MATCHED-SW (WS-PUNCH-HIT).
052400     MOVE ZERO                   TO WS-PT-EMP-ID (WS-PUNCH-HIT).
052500     PERFORM 1340-MATCH-ONE-BADGE THRU 1340-EXIT
052600             VARYING WS-BADGE-SUB FROM 1 BY 1
052700             UNTIL WS-BADGE-SUB GREATER THAN WS-BADGE-COUNT
052800                OR WS-PT-EMP-ID (WS-PUNCH-HIT) GREATER THAN ZERO.
052900 1320-EXIT.
053000     EXIT.
053100
053200 1330-SCAN-ONE-PUNCH.
053300     IF WS-PT-BADGE-ID (WS-PUNCH-SUB) EQUAL WS-PD-BADGE-ID
053400         SET WS-FOUND            TO TRUE
053500         MOVE WS-PUNCH-SUB       TO WS-PUNCH-HIT
053600     END-IF.
053700 1330-EXIT.
053800     EXIT.
053900
054000 1340-MATCH-ONE-BADGE.
054100     IF WS-BT-BADGE-ID (WS-BADGE-SUB) EQUAL WS-PD-BADGE-ID
054200         MOVE WS-BT-EMP-ID (WS-BADGE-SUB)
054300                 TO WS-PT-EMP-ID (WS-PUNCH-HIT)
054400     END-IF.
054500 1340-EXIT.
054600     EXIT.
054700
054800 1390-READ-PUNCH.
054900     READ PUNCH-FILE
055000         AT END
055100             SET WS-PUNCH-EOF TO TRUE
055200     END-READ.
055300 1390-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*    1400-LOAD-LEAVE - TABLE EVERY EMPLOYEE WITH A VALID
055800*                      LEAVTRAN DRAW COVERING THE ATTENDANCE DATE
055900*                      - FROM ITS FROM-DATE FOR AS MANY CALENDAR
056000*                      DAYS AS IT DRAWS (A PART DAY COVERS THE
056100*                      FROM-DATE)
056200******************************************************************
056300 1400-LOAD-LEAVE.
056400     OPEN INPUT LEAVE-TRANS.
056500     IF NOT WS-LEAVE-OK
056600         DISPLAY "NO LEAVE TRANSACTIONS - NO ABSENCE EXCUSED"
056700         GO TO 1400-EXIT
056800     END-IF.
056900     MOVE 'N'                    TO WS-EOF-SW.
057000     PERFORM 1490-READ-LEAVE THRU 1490-EXIT.
057100     PERFORM 1450-TABLE-ONE-LEAVE THRU 1450-EXIT
057200             UNTIL WS-EOF.
057300     CLOSE LEAVE-TRANS.
057400 1400-EXIT.
057500     EXIT.
057600
057700 1450-TABLE-ONE-LEAVE.
057800     IF LT-EMP-ID NOT NUMERIC
057900      OR LT-DAYS NOT NUMERIC
058000      OR LT-FROM-DATE NOT NUMERIC
058100         GO TO 1450-READ-NEXT
058200     END-IF.
058300     IF NOT LT-TYPE-VACATION
058400      AND NOT LT-TYPE-SICK
058500         GO TO 1450-READ-NEXT
058600     END-IF.
058700     IF LT-DAYS EQUAL ZERO
058800      OR LT-FROM-DATE GREATER THAN WS-ATTN-DATE
058900         GO TO 1450-READ-NEXT
059000     END-IF.
059100     MOVE 'D'                    TO WS-DU-FUNCTION.
059200     CALL "DATEUTIL"             USING WS-DU-FUNCTION
059300                                       WS-ATTN-DATE
059400                                       LT-FROM-DATE
059500                                       WS-DU-DAYS
059600                                       WS-DU-VALID-SW.
059700     IF WS-DU-DAYS NOT LESS THAN LT-DAYS
059800         GO TO 1450-READ-NEXT
059900     END-IF.
060000     IF WS-LEAVE-COUNT NOT LESS THAN WS-LEAVE-MAX
060100         ADD 1                   TO WS-OVERFLOW-COUNT
060200         GO TO 1450-READ-NEXT
060300     END-IF.
060400     ADD 1                       TO WS-LEAVE-COUNT.
060500     MOVE LT-EMP-ID              TO WS-LT-EMP-ID (WS-LEAVE-COUNT).
060600 1450-READ-NEXT.
060700     PERFORM 1490-READ-LEAVE THRU 1490-EXIT.
060800 1450-EXIT.
060900     EXIT.
061000
061100 1490-READ-LEAVE.
061200     READ LEAVE-TRANS
061300         AT END
061400             SET WS-EOF          TO TRUE
061500     END-READ.
061600 1490-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    2000-MATCH-SCHEDULE - SORT INPUT PROCEDURE; MATCH EVERY
062100*                          SHIFT ON THE ATTENDANCE DATE TO ITS
062200*                          PUNCHES, THEN RELEASE THE PUNCHES NO
062300*                          SHIFT CLAIMED
062400******************************************************************
062500 2000-MATCH-SCHEDULE.
062600     IF WS-RUN-IN-ERROR
062700         GO TO 2000-EXIT
062800     END-IF.
062900     MOVE 'N'                    TO WS-EOF-SW.
063000     PERFORM 2900-READ-SHIFT THRU 2900-EXIT.
063100     PERFORM 2100-CHECK-ONE-SHIFT THRU 2100-EXIT
063200             UNTIL WS-EOF.
063300     PERFORM 2500-CHECK-ONE-PUNCH THRU 2500-EXIT
063400             VARYING WS-PUNCH-SUB FROM 1 BY 1
063500             UNTIL WS-PUNCH-SUB GREATER THAN WS-PUNCH-TAB-COUNT.
063600 2000-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*    2100-CHECK-ONE-SHIFT - A SHIFT FOR AN ACTIVE EMPLOYEE WITH
064100*                           NO PUNCH IS A NO-SHOW UNLESS APPROVED
064200*                           LEAVE COVERS IT; WITH A PUNCH, BOTH
064300*                           ENDS ARE CHECKED AGAINST THE SHIFT
064400******************************************************************
064500 2100-CHECK-ONE-SHIFT.
064600     IF SS-WORK-DATE NOT EQUAL WS-ATTN-DATE
064700         GO TO 2100-READ-NEXT
064800     END-IF.
064900     ADD 1                       TO WS-SCHED-COUNT.
065000     MOVE SS-EMP-ID              TO EMP-ID.
065100     READ EMPLOYEE-MASTER
065200         INVALID KEY
065300             ADD 1               TO WS-SKIPPED-COUNT
065400             GO TO 2100-READ-NEXT
065500     END-READ.
065600     IF NOT EMP-ACTIVE
065700         ADD 1                   TO WS-SKIPPED-COUNT
065800         GO TO 2100-READ-NEXT
065900     END-IF.
066000     PERFORM 2200-SHIFT-MINUTES THRU 2200-EXIT.
066100     MOVE SPACES                 TO ATTN-SORT-RECORD.
066200     MOVE EMP-DEPT-CODE          TO US-DEPT-CODE.
066300     MOVE EMP-ID                 TO US-EMP-ID.
066400     MOVE EMP-NAME               TO US-EMP-NAME.
066500     MOVE EMP-MANAGER-ID         TO US-MANAGER-ID.
066600     MOVE SS-START-TIME          TO US-START-TIME.
066700     MOVE SS-END-TIME            TO US-END-TIME.
066800     MOVE ZERO                   TO US-IN-TIME
066900                                    US-OUT-TIME
067000                                    US-MINUTES.
067100     COMPUTE US-SCHED-HOURS ROUNDED =
067200             (WS-END-MIN - WS-START-MIN) / 60.
067300     MOVE 'N'                    TO WS-FOUND-SW.
067400     PERFORM 2150-FIND-EMP-PUNCH THRU 2150-EXIT
067500             VARYING WS-PUNCH-SUB FROM 1 BY 1
067600             UNTIL WS-PUNCH-SUB GREATER THAN WS-PUNCH-TAB-COUNT
067700                OR WS-FOUND.
067800     IF WS-FOUND
067900         PERFORM 2300-CHECK-PUNCHES THRU 2300-EXIT
068000         GO TO 2100-READ-NEXT
068100     END-IF.
068200     MOVE 'N'                    TO WS-ON-LEAVE-SW.
068300     PERFORM 2160-FIND-LEAVE THRU 2160-EXIT
068400             VARYING WS-LEAVE-SUB FROM 1 BY 1
068500             UNTIL WS-LEAVE-SUB GREATER THAN WS-LEAVE-COUNT
068600                OR WS-ON-LEAVE.
068700     IF WS-ON-LEAVE
068800         ADD 1                   TO WS-ON-LEAVE-COUNT
068900         GO TO 2100-READ-NEXT
069000     END-IF.
069100     ADD 1                       TO WS-NOSHOW-COUNT.
069200     MOVE 1                      TO US-EXC-SEQ.
069300     MOVE "NO-SHOW - UNEXCUSED"  TO US-EXCEPTION.
069400     PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT.
069500 2100-READ-NEXT.
069600     PERFORM 2900-READ-SHIFT THRU 2900-EXIT.
069700 2100-EXIT.
069800     EXIT.
069900
070000 2150-FIND-EMP-PUNCH.
070100     IF WS-PT-EMP-ID (WS-PUNCH-SUB) EQUAL SS-EMP-ID
070200         SET WS-FOUND            TO TRUE
070300         MOVE WS-PUNCH-SUB       TO WS-PUNCH-HIT
070400     END-IF.
070500 2150-EXIT.
070600     EXIT.
070700
070800 2160-FIND-LEAVE.
070900     IF WS-LT-EMP-ID (WS-LEAVE-SUB) EQUAL SS-EMP-ID
071000         SET WS-ON-LEAVE         TO TRUE
071100     END-IF.
071200 2160-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*    2200-SHIFT-MINUTES - THE SHIFT AS MINUTES FROM MIDNIGHT; AN
071700*                         OVERNIGHT SHIFT ENDS ON THE NEXT DAY
071800******************************************************************
071900 2200-SHIFT-MINUTES.
072000     MOVE SS-START-TIME          TO WS-TIME-WORK.
072100     COMPUTE WS-START-MIN = WS-TIME-HH * 60 + WS-TIME-MM.
072200     MOVE SS-END-TIME            TO WS-TIME-WORK.
072300     COMPUTE WS-END-MIN = WS-TIME-HH * 60 + WS-TIME-MM.
072400     IF WS-END-MIN NOT GREATER THAN WS-START-MIN
072500         ADD 1440                TO WS-END-MIN
072600     END-IF.
072700 2200-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100*    2300-CHECK-PUNCHES - A MISSING IN OR OUT PUNCH IS AN
073200*                         EXCEPTION IN ITSELF; OTHERWISE AN
073300*                         ARRIVAL AFTER THE START OR A DEPARTURE
073400*                         BEFORE THE END BY MORE THAN THE GRACE
073500*                         MINUTES IS
073600******************************************************************
073700 2300-CHECK-PUNCHES.
073800     SET WS-PT-MATCHED (WS-PUNCH-HIT) TO TRUE.
073900     ADD 1                       TO WS-ATTENDED-COUNT.
074000     MOVE WS-PT-BADGE-ID (WS-PUNCH-HIT) TO US-BADGE-ID.
074100     MOVE WS-PT-IN-TIME (WS-PUNCH-HIT)  TO US-IN-TIME.
074200     MOVE WS-PT-OUT-TIME (WS-PUNCH-HIT) TO US-OUT-TIME.
074300     IF US-IN-TIME EQUAL ZERO
074400         ADD 1                   TO WS-MISSING-COUNT
074500         MOVE 2                  TO US-EXC-SEQ
074600         MOVE "MISSING IN PUNCH" TO US-EXCEPTION
074700         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
074800     END-IF.
074900     IF US-OUT-TIME EQUAL ZERO
075000         ADD 1                   TO WS-MISSING-COUNT
075100         MOVE 3                  TO US-EXC-SEQ
075200         MOVE "MISSING OUT PUNCH" TO US-EXCEPTION
075300         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
075400     END-IF.
075500     IF US-IN-TIME EQUAL ZERO
075600      OR US-OUT-TIME EQUAL ZERO
075700         GO TO 2300-EXIT
075800     END-IF.
075900     MOVE US-IN-TIME             TO WS-TIME-WORK.
076000     COMPUTE WS-IN-MIN = WS-TIME-HH * 60 + WS-TIME-MM.
076100     MOVE US-OUT-TIME            TO WS-TIME-WORK.
076200     COMPUTE WS-OUT-MIN = WS-TIME-HH * 60 + WS-TIME-MM.
076300     IF WS-END-MIN GREATER THAN 1440
076400      AND WS-OUT-MIN LESS THAN WS-START-MIN
076500         ADD 1440                TO WS-OUT-MIN
076600     END-IF.
076700     COMPUTE WS-DIFF-MIN = WS-IN-MIN - WS-START-MIN.
076800     IF WS-DIFF-MIN GREATER THAN WS-GRACE-MINUTES
076900         ADD 1                   TO WS-LATE-COUNT
077000         MOVE 4                  TO US-EXC-SEQ
077100         MOVE "LATE ARRIVAL"     TO US-EXCEPTION
077200         MOVE WS-DIFF-MIN        TO US-MINUTES
077300         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
077400     END-IF.
077500     COMPUTE WS-DIFF-MIN = WS-END-MIN - WS-OUT-MIN.
077600     IF WS-DIFF-MIN GREATER THAN WS-GRACE-MINUTES
077700         ADD 1                   TO WS-EARLY-COUNT
077800         MOVE 5                  TO US-EXC-SEQ
077900         MOVE "EARLY DEPARTURE"  TO US-EXCEPTION
078000         MOVE WS-DIFF-MIN        TO US-MINUTES
078100         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
078200     END-IF.
078300 2300-EXIT.
078400     EXIT.
078500
078600******************************************************************
078700*    2500-CHECK-ONE-PUNCH - A DAY'S PUNCH NO SHIFT CLAIMED: AN
078800*                           UNKNOWN BADGE, OR AN EMPLOYEE WORKING
078900*                           WITHOUT A SCHEDULED SHIFT
079000******************************************************************
079100 2500-CHECK-ONE-PUNCH.
079200     IF WS-PT-MATCHED (WS-PUNCH-SUB)
079300         GO TO 2500-EXIT
079400     END-IF.
079500     MOVE SPACES                 TO ATTN-SORT-RECORD.
079600     MOVE WS-PT-EMP-ID (WS-PUNCH-SUB)   TO US-EMP-ID.
079700     MOVE WS-PT-BADGE-ID (WS-PUNCH-SUB) TO US-BADGE-ID.
079800     MOVE WS-PT-IN-TIME (WS-PUNCH-SUB)  TO US-IN-TIME.
079900     MOVE WS-PT-OUT-TIME (WS-PUNCH-SUB) TO US-OUT-TIME.
080000     MOVE ZERO                   TO US-MANAGER-ID
080100                                    US-START-TIME
080200                                    US-END-TIME
080300                                    US-MINUTES
080400                                    US-SCHED-HOURS.
080500     MOVE 6                      TO US-EXC-SEQ.
080600     IF US-EMP-ID EQUAL ZERO
080700         ADD 1                   TO WS-NOBADGE-COUNT
080800         MOVE "UNKNOWN BADGE"    TO US-EXCEPTION
080900         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
081000         GO TO 2500-EXIT
081100     END-IF.
081200     MOVE US-EMP-ID              TO EMP-ID.
081300     READ EMPLOYEE-MASTER
081400         INVALID KEY
081500             ADD 1               TO WS-NOBADGE-COUNT
081600             MOVE "EMPLOYEE NOT ON FILE" TO US-EXCEPTION
081700             PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
081800             GO TO 2500-EXIT
081900     END-READ.
082000     ADD 1                       TO WS-UNSCHED-COUNT.
082100     MOVE EMP-DEPT-CODE          TO US-DEPT-CODE.
082200     MOVE EMP-NAME               TO US-EMP-NAME.
082300     MOVE "PUNCH WITH NO SHIFT"  TO US-EXCEPTION.
082400     PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT.
082500 2500-EXIT.
082600     EXIT.
082700
082800 2800-RELEASE-EXCEPTION.
082900     ADD 1                       TO WS-EXCEPTION-COUNT.
083000     RELEASE ATTN-SORT-RECORD.
083100 2800-EXIT.
083200     EXIT.
083300
083400 2900-READ-SHIFT.
083500     READ SHIFT-MASTER
083600         AT END
083700             SET WS-EOF          TO TRUE
083800     END-READ.
083900 2900-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*    3000-PRINT-REGISTER - SORT OUTPUT PROCEDURE; LIST THE
084400*                          EXCEPTIONS BY DEPARTMENT WITH A COUNT
084500*                          PER DEPARTMENT, AND FEED EACH UNEXCUSED
084600*                          NO-SHOW TO ABSENTFD
084700******************************************************************
084800 3000-PRINT-REGISTER.
084900     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
085000     PERFORM 3100-REGISTER-ONE-EXCEPTION THRU 3100-EXIT
085100             UNTIL WS-SORT-EOF.
085200     IF NOT WS-FIRST-DEPT
085300         PERFORM 3300-PRINT-DEPT-TOTAL THRU 3300-EXIT
085400     END-IF.
085500     PERFORM 3400-PRINT-RUN-TOTALS THRU 3400-EXIT.
085600 3000-EXIT.
085700     EXIT.
085800
085900 3100-REGISTER-ONE-EXCEPTION.
086000     IF WS-FIRST-DEPT
086100         MOVE 'N'                TO WS-FIRST-DEPT-SW
086200         MOVE US-DEPT-CODE       TO WS-PREV-DEPT
086300         PERFORM 3200-PRINT-DEPT-HEADER THRU 3200-EXIT
086400     ELSE
086500         IF US-DEPT-CODE NOT EQUAL WS-PREV-DEPT
086600             PERFORM 3300-PRINT-DEPT-TOTAL THRU 3300-EXIT
086700             MOVE US-DEPT-CODE   TO WS-PREV-DEPT
086800             PERFORM 3200-PRINT-DEPT-HEADER THRU 3200-EXIT
086900         END-IF
087000     END-IF.
087100     MOVE US-EMP-ID              TO WS-RD-EMP-ID.
087200     MOVE US-EMP-NAME            TO WS-RD-NAME.
087300     MOVE US-BADGE-ID            TO WS-RD-BADGE-ID.
087400     MOVE US-START-TIME          TO WS-RD-START.
087500     MOVE US-END-TIME            TO WS-RD-END.
087600     IF US-START-TIME EQUAL ZERO
087700      AND US-END-TIME EQUAL ZERO
087800         MOVE SPACES             TO WS-RD-SHIFT
087900     END-IF.
088000     MOVE SPACES                 TO WS-RD-IN
088100                                    WS-RD-OUT.
088200     IF US-IN-TIME GREATER THAN ZERO
088300         MOVE US-IN-TIME         TO WS-RD-IN
088400     END-IF.
088500     IF US-OUT-TIME GREATER THAN ZERO
088600         MOVE US-OUT-TIME        TO WS-RD-OUT
088700     END-IF.
088800     MOVE US-EXCEPTION           TO WS-RD-EXCEPTION.
088900     MOVE US-MINUTES             TO WS-RD-MINUTES.
089000     WRITE ATTN-RPT-LINE         FROM WS-RPT-DETAIL.
089100     ADD 1                       TO WS-DEPT-COUNT.
089200     IF US-EXC-SEQ EQUAL 1
089300         PERFORM 3150-WRITE-ABSENCE THRU 3150-EXIT
089400     END-IF.
089500     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
089600 3100-EXIT.
089700     EXIT.
089800
089900 3150-WRITE-ABSENCE.
090000     MOVE US-EMP-ID              TO AB-EMP-ID.
090100     MOVE WS-ATTN-DATE           TO AB-WORK-DATE.
090200     MOVE US-DEPT-CODE           TO AB-DEPT-CODE.
090300     MOVE US-MANAGER-ID          TO AB-MANAGER-ID.
090400     MOVE US-START-TIME          TO AB-START-TIME.
090500     MOVE US-END-TIME            TO AB-END-TIME.
090600     MOVE US-SCHED-HOURS         TO AB-SCHED-HOURS.
090700     MOVE ABSENCE-FEED-RECORD    TO ABSENCE-FEED-LINE.
090800     WRITE ABSENCE-FEED-LINE.
090900     ADD 1                       TO WS-DETAIL-COUNT.
091000     ADD US-SCHED-HOURS          TO WS-HOURS-HASH.
091100 3150-EXIT.
091200     EXIT.
091300
091400 3200-PRINT-DEPT-HEADER.
091500     MOVE ZERO                   TO WS-DEPT-COUNT.
091600     MOVE WS-PREV-DEPT           TO WS-RDH-DEPT-CODE.
091700     MOVE SPACES                 TO WS-RDH-DEPT-NAME.
091800     IF WS-DEPT-REF-PRESENT
091900         MOVE WS-PREV-DEPT       TO DP-DEPT-CODE
092000         READ DEPT-MASTER
092100             INVALID KEY
092200                 MOVE "*UNKNOWN*" TO WS-RDH-DEPT-NAME
092300             NOT INVALID KEY
092400                 MOVE DP-DEPT-NAME TO WS-RDH-DEPT-NAME
092500         END-READ
092600     END-IF.
092700     WRITE ATTN-RPT-LINE         FROM SPACES.
092800     WRITE ATTN-RPT-LINE         FROM WS-RPT-DEPT-LINE.
092900 3200-EXIT.
093000     EXIT.
093100
093200 3300-PRINT-DEPT-TOTAL.
093300     MOVE "DEPARTMENT EXCEPTIONS"  TO WS-RT-LABEL.
093400     MOVE WS-DEPT-COUNT          TO WS-RT-COUNT.
093500     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
093600 3300-EXIT.
093700     EXIT.
093800
093900 3400-PRINT-RUN-TOTALS.
094000     WRITE ATTN-RPT-LINE         FROM SPACES.
094100     MOVE "SHIFTS SCHEDULED"     TO WS-RT-LABEL.
094200     MOVE WS-SCHED-COUNT         TO WS-RT-COUNT.
094300     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
094400     MOVE "SHIFTS ATTENDED"      TO WS-RT-LABEL.
094500     MOVE WS-ATTENDED-COUNT      TO WS-RT-COUNT.
094600     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
094700     MOVE "ON APPROVED LEAVE"    TO WS-RT-LABEL.
094800     MOVE WS-ON-LEAVE-COUNT      TO WS-RT-COUNT.
094900     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
095000     MOVE "UNEXCUSED NO-SHOWS"   TO WS-RT-LABEL.
095100     MOVE WS-NOSHOW-COUNT        TO WS-RT-COUNT.
095200     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
095300     MOVE "LATE ARRIVALS"        TO WS-RT-LABEL.
095400     MOVE WS-LATE-COUNT          TO WS-RT-COUNT.
095500     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
095600     MOVE "EARLY DEPARTURES"     TO WS-RT-LABEL.
095700     MOVE WS-EARLY-COUNT         TO WS-RT-COUNT.
095800     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
095900     MOVE "MISSING PUNCHES"      TO WS-RT-LABEL.
096000     MOVE WS-MISSING-COUNT       TO WS-RT-COUNT.
096100     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
096200     MOVE "PUNCHES WITH NO SHIFT" TO WS-RT-LABEL.
096300     MOVE WS-UNSCHED-COUNT       TO WS-RT-COUNT.
096400     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
096500     MOVE "UNRESOLVED BADGES"    TO WS-RT-LABEL.
096600     MOVE WS-NOBADGE-COUNT       TO WS-RT-COUNT.
096700     WRITE ATTN-RPT-LINE         FROM WS-RPT-TOTAL-LINE.
096800 3400-EXIT.
096900     EXIT.
097000
097100 3900-RETURN-SORTED.
097200     RETURN ATTN-SORT
097300         AT END
097400             SET WS-SORT-EOF     TO TRUE
097500     END-RETURN.
097600 3900-EXIT.
097700     EXIT.
097800
097900******************************************************************
098000*    9000-TERMINATE - CLOSE THE FEED WITH ITS TRAILER AND REPORT
098100*                     THE RUN TOTALS.  UNRESOLVED BADGES OR FULL
098200*                     TABLES SET RC 4; A PUNCH FILE THAT FAILED
098300*                     ITS ENVELOPE CHECK SETS RC 8
098400******************************************************************
098500 9000-TERMINATE.
098600     MOVE SPACES                 TO FILE-TRAILER-RECORD.
098700     MOVE 'TRL'                  TO FT-REC-ID.
098800     MOVE WS-DETAIL-COUNT        TO FT-REC-COUNT.
098900     MOVE WS-HOURS-HASH          TO FT-AMOUNT-HASH.
099000     MOVE SPACES                 TO ABSENCE-FEED-LINE.
099100     MOVE FILE-TRAILER-RECORD    TO ABSENCE-FEED-LINE (1:23).
099200     WRITE ABSENCE-FEED-LINE.
099300     DISPLAY "ATTENDANCE DATE    : " WS-ATTN-DATE.
099400     DISPLAY "PUNCHES READ       : " WS-PUNCH-COUNT.
099500     DISPLAY "SHIFTS SCHEDULED   : " WS-SCHED-COUNT.
099600     DISPLAY "EXCEPTIONS LISTED  : " WS-EXCEPTION-COUNT.
099700     DISPLAY "ABSENCES FED       : " WS-DETAIL-COUNT.
099800     DISPLAY "SHIFTS SKIPPED     : " WS-SKIPPED-COUNT.
099900     IF WS-OVERFLOW-COUNT > ZERO
100000         DISPLAY "PUNCH OR LEAVE TABLE FULL - " WS-OVERFLOW-COUNT
100100                 " ENTRIES LEFT OUT"
100200     END-IF.
100300     CLOSE SHIFT-MASTER.
100400     CLOSE EMPLOYEE-MASTER.
100500     CLOSE DEPT-MASTER.
100600     CLOSE ABSENCE-FEED.
100700     CLOSE ATTENDANCE-REPORT.
100800     IF WS-NOBADGE-COUNT > ZERO
100900      OR WS-OVERFLOW-COUNT > ZERO
101000         MOVE 4                  TO RETURN-CODE
101100     END-IF.
101200     IF WS-RUN-IN-ERROR
101300         MOVE 8                  TO RETURN-CODE
101400     END-IF.
101500     MOVE 'E'                    TO RSA-FUNCTION.
101600     MOVE WS-PUNCH-COUNT         TO RSA-READ-COUNT.
101700     MOVE WS-DETAIL-COUNT        TO RSA-WRITTEN-COUNT.
101800     COMPUTE RSA-REJECT-COUNT = WS-NOBADGE-COUNT
101900                              + WS-OVERFLOW-COUNT.
102000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
102100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
102200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
102300 9000-EXIT.
102400     EXIT.
102500
102600 9999-EXIT.
102700     STOP RUN.
