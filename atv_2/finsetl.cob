000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 FINSETL.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - NIGHTLY LEAVER SETTLEMENT
001200*                     RUN DRIVEN BY THE 'T' TERMINATION EVENTS
001300*                     EMPMNT WRITES TO EMPEVENT.  EACH
001400*                     TERMINATION NOT YET ON THE SETLHIST
001500*                     SETTLEMENT MASTER IS SETTLED ONCE:
001600*                     - THE VACATION BALANCE (LV-VAC-BALANCE,
001700*                       DAYS) IS VALUED AT THE DAILY RATE OF THE
001800*                       EMPLOYEE'S PAY GROUP AND EMITTED AS THE
001900*                       FINPAYFD FEED (SOURCE '08') INTO
002000*                       ADJMERGE IN 999.99 PIECES, SO THE PAYOUT
002100*                       REACHES THE FINAL PAY THROUGH THE NORMAL
002200*                       ADJUSTMENT CONTROLS.  A NEGATIVE BALANCE
002300*                       (LEAVE TAKEN IN ADVANCE) IS RECOVERED AS
002400*                       A DEDUCTION.  THE BALANCE IS ZEROED;
002500*                     - EACH ACTIVE GARNISHMENT ORDER IS MARKED
002600*                       'L' ON GARNMAST AND A PAYEE NOTICE IS
002700*                       WRITTEN TO GARNNOTE;
002800*                     - EACH ACTIVE BADGE IS QUEUED FOR REVOKE
002900*                       ON BADGRVK (BADGTRAN LAYOUT).  THE QUEUE
003000*                       IS APPLIED BY BADGMNT ON THE NEXT NIGHT,
003100*                       AFTER THE PAYOUT HAS PASSED THE ATV2
003200*                       BADGE OWNER CHECK;
003300*                     - A SETTLEMENT STATEMENT IS PRINTED FOR
003400*                       HR ON SETLSTMT.
003500*                     A LEAVER REHIRED BEFORE THE RUN, OR NO
003600*                     LONGER ON THE EMPLOYEE MASTER, IS LISTED
003700*                     AS AN EXCEPTION AND NOT SETTLED (RC 4).
003720*    2026-10-15 JPL   ADJUSTMENTS NOW CARRY A RATE CODE FROM
003740*                     THE RATECODE MASTER IN PLACE OF A RAW
003760*                     RATE; THESE ARE PLAIN AMOUNTS AND CARRY
003780*                     NO CODE.
003790*    2026-10-15 JPL   THE BADGRVK REVOKES CARRY FINSETL AS THEIR
003795*                     USER, SO THE BADGAUD TRAIL SAYS WHO ASKED.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.            IBM-370.
004200 OBJECT-COMPUTER.            IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS WS-BDAT-STATUS.
004800     SELECT OPTIONAL EMPLOYEE-EVENTS ASSIGN TO "EMPEVENT"
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS WS-EVENT-STATUS.
005100     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
005200                             ORGANIZATION IS INDEXED
005300                             ACCESS MODE IS DYNAMIC
005400                             RECORD KEY IS EMP-ID
005500                             FILE STATUS IS WS-MASTER-STATUS.
005600     SELECT LEAVE-MASTER     ASSIGN TO "LEAVMAST"
005700                             ORGANIZATION IS INDEXED
005800                             ACCESS MODE IS DYNAMIC
005900                             RECORD KEY IS LV-EMP-ID
006000                             FILE STATUS IS WS-LEAVE-STATUS.
006100     SELECT OPTIONAL GARN-ORDER-MASTER ASSIGN TO "GARNMAST"
006200                             ORGANIZATION IS INDEXED
006300                             ACCESS MODE IS DYNAMIC
006400                             RECORD KEY IS GO-ORDER-KEY
006500                             FILE STATUS IS WS-GARN-STATUS.
006600     SELECT OPTIONAL SETTLE-HISTORY ASSIGN TO "SETLHIST"
006700                             ORGANIZATION IS INDEXED
006800                             ACCESS MODE IS DYNAMIC
006900                             RECORD KEY IS SH-KEY
007000                             FILE STATUS IS WS-SHIST-STATUS.
007100     SELECT BADGE-MASTER     ASSIGN TO "BADGMAST"
007200                             ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT FINAL-PAY-FEED   ASSIGN TO "FINPAYFD"
007400                             ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT BADGE-REVOKE-QUEUE ASSIGN TO "BADGRVK"
007600                             ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT GARN-NOTICE      ASSIGN TO "GARNNOTE"
007800                             ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT SETTLE-STATEMENT ASSIGN TO "SETLSTMT"
008000                             ORGANIZATION IS LINE SEQUENTIAL.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  EMPLOYEE-EVENTS
008500     RECORDING MODE IS F.
008600     COPY EMPEVENT.
008700
008800 FD  EMPLOYEE-MASTER.
008900     COPY EMPREC.
009000
009100 FD  LEAVE-MASTER.
009200     COPY LEAVMAST.
009300
009400 FD  GARN-ORDER-MASTER.
009500     COPY GARNMAST.
009600
009700 FD  SETTLE-HISTORY.
009800     COPY SETLHIST.
009900
010000 FD  BADGE-MASTER
010100     RECORDING MODE IS F.
010200     COPY BADGMAST.
010300
010400 FD  FINAL-PAY-FEED
010500     RECORDING MODE IS F.
010600 01  FINAL-PAY-FEED-RECORD       PIC X(30).
010700
010800 FD  BADGE-REVOKE-QUEUE
010900     RECORDING MODE IS F.
011000     COPY BADGTRAN.
011100
011200 FD  GARN-NOTICE
011300     RECORDING MODE IS F.
011400 01  GARN-NOTICE-LINE            PIC X(100).
011500
011600 FD  SETTLE-STATEMENT
011700     RECORDING MODE IS F.
011800 01  SETTLE-STMT-LINE            PIC X(80).
011900
012000 FD  BUS-DATE-FILE
012100     RECORDING MODE IS F.
012200     COPY BUSDATE.
012300
012400 WORKING-STORAGE SECTION.
012500 01  WS-BDAT-STATUS              PIC X(02).
012600     88  WS-BDAT-OK                      VALUE "00".
012700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012800 01  WS-DU-FUNCTION              PIC X(01).
012900 01  WS-DU-DATE-2                PIC 9(08).
013000 01  WS-DU-DAYS                  PIC S9(05).
013100 01  WS-DU-VALID-SW              PIC X(01).
013200 01  WS-EVENT-STATUS             PIC X(02).
013300     88  WS-EVENT-OK                     VALUE "00".
013400 01  WS-MASTER-STATUS            PIC X(02).
013500     88  WS-MASTER-OK                    VALUE "00".
013600 01  WS-LEAVE-STATUS             PIC X(02).
013700     88  WS-LEAVE-OK                     VALUE "00".
013800 01  WS-GARN-STATUS              PIC X(02).
013900     88  WS-GARN-OK                      VALUE "00".
014000 01  WS-SHIST-STATUS             PIC X(02).
014100     88  WS-SHIST-USABLE                 VALUE "00", "05".
014200
014300     COPY FILEHDTR.
014400     COPY ADJTRANS.
014500
014600 01  WS-SWITCHES.
014700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
014800         88  WS-EOF                          VALUE 'Y'.
014900     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
015000         88  WS-FILE-ERROR                   VALUE 'Y'.
015100     05  WS-GARN-FILE-SW         PIC X(01)   VALUE 'N'.
015200         88  WS-GARN-FILE-PRESENT            VALUE 'Y'.
015300     05  WS-GARN-EOF-SW          PIC X(01)   VALUE 'N'.
015400         88  WS-GARN-EOF                     VALUE 'Y'.
015500     05  WS-BADGE-EOF-SW         PIC X(01)   VALUE 'N'.
015600         88  WS-BADGE-EOF                    VALUE 'Y'.
015700     05  WS-LEAVE-FOUND-SW       PIC X(01)   VALUE 'N'.
015800         88  WS-LEAVE-FOUND                  VALUE 'Y'.
015900
016000 77  WS-BADGE-MAX                PIC 9(03)   COMP    VALUE 500.
016100 77  WS-BADGE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
016200 77  WS-BADGE-SUB                PIC 9(03)   COMP.
016300 01  WS-BADGE-TABLE.
016400     05  WS-BADGE-ENTRY          OCCURS 500 TIMES.
016500         10  WS-BT-BADGE-ID      PIC X(06).
016600         10  WS-BT-EMP-ID        PIC 9(05).
016700
016800 77  WS-EVENT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
016900 77  WS-TERM-COUNT               PIC 9(05)   COMP    VALUE ZERO.
017000 77  WS-ALREADY-COUNT            PIC 9(05)   COMP    VALUE ZERO.
017100 77  WS-SETTLED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
017200 77  WS-EXCEPTION-COUNT          PIC 9(05)   COMP    VALUE ZERO.
017300 77  WS-NOTICE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
017400 77  WS-REVOKE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
017500 77  WS-EMP-ORDER-COUNT          PIC 9(02)   COMP    VALUE ZERO.
017600 77  WS-EMP-BADGE-COUNT          PIC 9(02)   COMP    VALUE ZERO.
017700 77  WS-DETAIL-COUNT             PIC 9(07)   COMP    VALUE ZERO.
017800 77  WS-WORK-DAYS-PER-YEAR       PIC 9(03)   COMP    VALUE 260.
017900 01  WS-AMOUNT-HASH              PIC 9(11)V9(02) VALUE ZERO.
018000 01  WS-TOTAL-PAYOUT             PIC S9(9)V9(2)  VALUE ZERO.
018100 01  WS-VAC-DAYS                 PIC S9(3)V9(2)  VALUE ZERO.
018200 01  WS-DAILY-RATE               PIC 9(05)V9(02) VALUE ZERO.
018300 01  WS-LEAVE-AMOUNT             PIC S9(7)V9(2)  VALUE ZERO.
018400 01  WS-REMAINING                PIC 9(07)V9(02) VALUE ZERO.
018500 01  WS-PIECE                    PIC 9(03)V9(02) VALUE ZERO.
018600 01  WS-GARN-BALANCE             PIC S9(7)V9(2)  VALUE ZERO.
018700 01  WS-EXCEPTION-REASON         PIC X(30)   VALUE SPACES.
018800
018900 01  WS-STMT-RULE.
019000     05  FILLER                  PIC X(72)   VALUE ALL "-".
019100
019200 01  WS-STMT-HEADING.
019300     05  FILLER                  PIC X(34)   VALUE
019400         "FINAL-PAY SETTLEMENT STATEMENT".
019500     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
019600     05  WS-SH-DATE              PIC 9(08).
019700
019800 01  WS-STMT-EMP-LINE.
019900     05  FILLER                  PIC X(09)   VALUE "EMPLOYEE ".
020000     05  WS-SE-EMP-ID            PIC 9(05).
020100     05  FILLER                  PIC X(02)   VALUE SPACES.
020200     05  WS-SE-NAME              PIC X(30).
020300     05  FILLER                  PIC X(07)   VALUE "  DEPT ".
020400     05  WS-SE-DEPT              PIC X(03).
020500     05  FILLER                  PIC X(08)   VALUE "  GROUP ".
020600     05  WS-SE-GROUP             PIC X(01).
020700
020800 01  WS-STMT-DATE-LINE.
020900     05  FILLER                  PIC X(09)   VALUE "HIRED    ".
021000     05  WS-SD-HIRE-DATE         PIC 9(08).
021100     05  FILLER                  PIC X(14)   VALUE
021200         "  TERMINATED  ".
021300     05  WS-SD-TERM-DATE         PIC 9(08).
021400     05  FILLER                  PIC X(14)   VALUE
021500         "  BASE RATE   ".
021600     05  WS-SD-BASE-PAY          PIC ZZZZ9.99.
021700
021800 01  WS-STMT-LEAVE-LINE.
021900     05  FILLER                  PIC X(18)   VALUE
022000         "VACATION DAYS     ".
022100     05  WS-SL-DAYS              PIC -ZZ9.99.
022200     05  FILLER                  PIC X(14)   VALUE
022300         "  DAILY RATE  ".
022400     05  WS-SL-RATE              PIC ZZZZ9.99.
022500     05  FILLER                  PIC X(10)   VALUE "  PAYOUT  ".
022600     05  WS-SL-AMOUNT            PIC -ZZZZZZ9.99.
022700
022800 01  WS-STMT-NOTE-LINE.
022900     05  FILLER                  PIC X(04)   VALUE SPACES.
023000     05  WS-SN-TEXT              PIC X(68).
023100
023200 01  WS-STMT-ORDER-LINE.
023300     05  FILLER                  PIC X(04)   VALUE SPACES.
023400     05  FILLER                  PIC X(06)   VALUE "ORDER ".
023500     05  WS-SO-SEQ               PIC 9(02).
023600     05  FILLER                  PIC X(07)   VALUE "  PAYEE".
023700     05  FILLER                  PIC X(01)   VALUE SPACE.
023800     05  WS-SO-PAYEE-ID          PIC X(06).
023900     05  FILLER                  PIC X(01)   VALUE SPACE.
024000     05  WS-SO-PAYEE-NAME        PIC X(20).
024100     05  FILLER                  PIC X(11)   VALUE
024200         "  NOTIFIED ".
024300     05  WS-SO-BALANCE           PIC -ZZZZZZ9.99.
024400
024500 01  WS-STMT-BADGE-LINE.
024600     05  FILLER                  PIC X(04)   VALUE SPACES.
024700     05  FILLER                  PIC X(06)   VALUE "BADGE ".
024800     05  WS-SB-BADGE-ID          PIC X(06).
024900     05  FILLER                  PIC X(30)   VALUE
025000         "  QUEUED FOR REVOKE".
025100
025200 01  WS-STMT-EXCEPTION-LINE.
025300     05  FILLER                  PIC X(19)   VALUE
025400         "NOT SETTLED - EMP ".
025500     05  WS-SX-EMP-ID            PIC 9(05).
025600     05  FILLER                  PIC X(07)   VALUE "  TERM ".
025700     05  WS-SX-EVENT-DATE        PIC 9(08).
025800     05  FILLER                  PIC X(02)   VALUE SPACES.
025900     05  WS-SX-REASON            PIC X(30).
026000
026100 01  WS-NOTICE-HEADING-1.
026200     05  FILLER                  PIC X(50)   VALUE
026300         "GARNISHMENT PAYEE NOTICES - EMPLOYEE TERMINATED".
026400     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
026500     05  WS-NH1-DATE             PIC 9(08).
026600
026700 01  WS-NOTICE-HEADING-2.
026800     05  FILLER                  PIC X(51)   VALUE
026900         "PAYEE  PAYEE NAME           EMP   ORD EMPLOYEE NAME".
027000     05  FILLER                  PIC X(49)   VALUE
027100         "                  TERM DATE COLLECTED   REMAINING".
027200
027300 01  WS-NOTICE-DETAIL.
027400     05  WS-ND-PAYEE-ID          PIC X(06).
027500     05  FILLER                  PIC X(01)   VALUE SPACE.
027600     05  WS-ND-PAYEE-NAME        PIC X(20).
027700     05  FILLER                  PIC X(01)   VALUE SPACE.
027800     05  WS-ND-EMP-ID            PIC 9(05).
027900     05  FILLER                  PIC X(01)   VALUE SPACE.
028000     05  WS-ND-ORDER-SEQ         PIC 9(02).
028100     05  FILLER                  PIC X(02)   VALUE SPACES.
028200     05  WS-ND-EMP-NAME          PIC X(30).
028300     05  FILLER                  PIC X(01)   VALUE SPACE.
028400     05  WS-ND-TERM-DATE         PIC 9(08).
028500     05  FILLER                  PIC X(01)   VALUE SPACE.
028600     05  WS-ND-COLLECTED         PIC ZZZZZZ9.99.
028700     05  FILLER                  PIC X(01)   VALUE SPACE.
028800     05  WS-ND-REMAINING         PIC -ZZZZZZ9.99.
028900
029000     COPY RUNSTAT.
029100
029200 PROCEDURE DIVISION.
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
029500     PERFORM 2000-PROCESS-ONE-EVENT  THRU 2000-EXIT
029600             UNTIL WS-EOF.
029700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
029800     GO TO 9999-EXIT.
029900
030000******************************************************************
030100*    1000-INITIALIZE - LOAD THE ACTIVE BADGES, OPEN THE MASTERS
030200*                      AND OUTPUTS AND WRITE THE FEED HEADER.
030300*                      WITHOUT A USABLE SETTLEMENT MASTER
030400*                      NOTHING IS SETTLED - IT IS THE ONLY GUARD
030500*                      AGAINST PAYING A LEAVER TWICE
030600******************************************************************
030700 1000-INITIALIZE.
030800     DISPLAY "FINSETL - LEAVER SETTLEMENT RUN STARTING".
030900     MOVE "FINSETL"              TO RSA-PROGRAM-ID.
031000     MOVE 'S'                    TO RSA-FUNCTION.
031100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
031200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
031300     MOVE WS-BUSINESS-DATE       TO WS-SH-DATE
031400                                    WS-NH1-DATE.
031500     PERFORM 1200-LOAD-BADGE-MASTER THRU 1200-EXIT.
031600     OPEN INPUT  EMPLOYEE-MASTER.
031700     OPEN I-O    LEAVE-MASTER.
031800     OPEN I-O    GARN-ORDER-MASTER.
031900     IF WS-GARN-OK
032000         SET WS-GARN-FILE-PRESENT TO TRUE
032100     ELSE
032200         DISPLAY "NO GARNISHMENT MASTER - NO PAYEES NOTIFIED"
032300     END-IF.
032400     OPEN I-O    SETTLE-HISTORY.
032500     IF NOT WS-SHIST-USABLE
032600         DISPLAY "SETTLEMENT MASTER NOT USABLE - STATUS "
032700                 WS-SHIST-STATUS " - NOTHING SETTLED"
032800         SET WS-FILE-ERROR       TO TRUE
032900     END-IF.
033000     OPEN OUTPUT FINAL-PAY-FEED.
033100     OPEN OUTPUT BADGE-REVOKE-QUEUE.
033200     OPEN OUTPUT GARN-NOTICE.
033300     OPEN OUTPUT SETTLE-STATEMENT.
033400     WRITE GARN-NOTICE-LINE      FROM WS-NOTICE-HEADING-1.
033500     WRITE GARN-NOTICE-LINE      FROM WS-NOTICE-HEADING-2.
033600     MOVE SPACES                 TO FILE-HEADER-RECORD.
033700     MOVE 'HDR'                  TO FH-REC-ID.
033800     MOVE "FINPAYFD"             TO FH-FILE-ID.
033900     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
034000     MOVE SPACES                 TO FINAL-PAY-FEED-RECORD.
034100     MOVE FILE-HEADER-RECORD     TO FINAL-PAY-FEED-RECORD (1:19).
034200     WRITE FINAL-PAY-FEED-RECORD.
034300*    THE FEED AND QUEUE STILL CLOSE WITH A VALID (EMPTY)
034400*    ENVELOPE SO TOMORROW'S ADJMERGE AND BADGMNT RUN CLEAN
034500     IF WS-FILE-ERROR
034600         SET WS-EOF              TO TRUE
034700         GO TO 1000-EXIT
034800     END-IF.
034900     OPEN INPUT  EMPLOYEE-EVENTS.
035000     IF NOT WS-EVENT-OK
035100         DISPLAY "NO EMPLOYMENT EVENTS - NO LEAVERS SETTLED"
035200         SET WS-EOF              TO TRUE
035300         GO TO 1000-EXIT
035400     END-IF.
035500     PERFORM 2900-READ-EVENT THRU 2900-EXIT.
035600 1000-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
036100*                             SHARED DATEUTIL FALLBACK
036200******************************************************************
036300 8100-GET-BUSINESS-DATE.
036400     OPEN INPUT BUS-DATE-FILE.
036500     IF WS-BDAT-OK
036600         READ BUS-DATE-FILE
036700             AT END
036800                 CONTINUE
036900             NOT AT END
037000                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
037100                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
037200                 END-IF
037300         END-READ
037400     END-IF.
037500     CLOSE BUS-DATE-FILE.
037600     IF WS-BUSINESS-DATE EQUAL ZERO
037700         MOVE 'C'                TO WS-DU-FUNCTION
037800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
037900                                       WS-BUSINESS-DATE
038000                                       WS-DU-DATE-2
038100                                       WS-DU-DAYS
038200                                       WS-DU-VALID-SW
038300     END-IF.
038400 8100-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*    1200-LOAD-BADGE-MASTER - TABLE THE BADGES STILL ACTIVE; A
038900*                             LEAVER'S ACTIVE BADGES ARE THE ONES
039000*                             QUEUED FOR REVOKE, AND THE ONE THE
039100*                             PAYOUT FEED MUST CARRY TO PASS THE
039200*                             ATV2 BADGE EDITS
039300******************************************************************
039400 1200-LOAD-BADGE-MASTER.
039500     OPEN INPUT BADGE-MASTER.
039600     PERFORM 1290-READ-BADGE THRU 1290-EXIT.
039700     PERFORM 1250-TABLE-ONE-BADGE THRU 1250-EXIT
039800             UNTIL WS-BADGE-EOF.
039900     CLOSE BADGE-MASTER.
040000 1200-EXIT.
040100     EXIT.
040200
040300 1250-TABLE-ONE-BADGE.
040400     IF WS-BADGE-COUNT LESS THAN WS-BADGE-MAX
040500      AND NOT BM-REVOKED
040600         ADD 1                   TO WS-BADGE-COUNT
040700         MOVE BM-BADGE-ID
040800                 TO WS-BT-BADGE-ID (WS-BADGE-COUNT)
040900         MOVE BM-EMP-ID
041000                 TO WS-BT-EMP-ID (WS-BADGE-COUNT)
041100     END-IF.
041200     PERFORM 1290-READ-BADGE THRU 1290-EXIT.
041300 1250-EXIT.
041400     EXIT.
041500
041600 1290-READ-BADGE.
041700     READ BADGE-MASTER
041800         AT END
041900             SET WS-BADGE-EOF TO TRUE
042000     END-READ.
042100 1290-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    2000-PROCESS-ONE-EVENT - ONE EMPEVENT RECORD.  A
042600*                             TERMINATION NOT YET ON THE
042700*                             SETTLEMENT MASTER IS SETTLED: LEAVE
042800*                             PAYOUT, GARNISHMENT NOTICES, BADGE
042900*                             REVOKES AND THE HR STATEMENT
043000******************************************************************
043100 2000-PROCESS-ONE-EVENT.
043200     ADD 1                       TO WS-EVENT-COUNT.
043300     IF NOT EV-TERMINATION
043400         GO TO 2000-READ-NEXT
043500     END-IF.
043600     ADD 1                       TO WS-TERM-COUNT.
043700     MOVE EV-EMP-ID              TO SH-EMP-ID.
043800     MOVE EV-EVENT-DATE          TO SH-EVENT-DATE.
043900     READ SETTLE-HISTORY
044000         INVALID KEY
044100             CONTINUE
044200         NOT INVALID KEY
044300             ADD 1               TO WS-ALREADY-COUNT
044400             GO TO 2000-READ-NEXT
044500     END-READ.
044600     MOVE EV-EMP-ID              TO EMP-ID.
044700     READ EMPLOYEE-MASTER
044800         INVALID KEY
044900             MOVE "NOT ON EMPLOYEE MASTER" TO WS-EXCEPTION-REASON
045000             PERFORM 2800-RECORD-EXCEPTION THRU 2800-EXIT
045100             GO TO 2000-READ-NEXT
045200     END-READ.
045300     IF NOT EMP-TERMINATED
045400         MOVE "REHIRED SINCE - NOT SETTLED" TO WS-EXCEPTION-REASON
045500         PERFORM 2800-RECORD-EXCEPTION THRU 2800-EXIT
045600         GO TO 2000-READ-NEXT
045700     END-IF.
045800     MOVE ZERO                   TO WS-EMP-ORDER-COUNT
045900                                    WS-EMP-BADGE-COUNT.
046000     PERFORM 2100-VALUE-LEAVE THRU 2100-EXIT.
046100     PERFORM 2400-PRINT-STMT-HEAD THRU 2400-EXIT.
046200     PERFORM 2200-NOTIFY-GARNISHMENTS THRU 2200-EXIT.
046300     PERFORM 2300-QUEUE-BADGE-REVOKES THRU 2300-EXIT.
046400     PERFORM 2500-WRITE-SETTLEMENT THRU 2500-EXIT.
046500 2000-READ-NEXT.
046600     PERFORM 2900-READ-EVENT THRU 2900-EXIT.
046700 2000-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    2100-VALUE-LEAVE - VALUE THE VACATION BALANCE AT THE DAILY
047200*                       RATE (PERIOD BASE PAY ANNUALISED BY THE
047300*                       PAY GROUP, OVER 260 WORKING DAYS), EMIT
047400*                       THE PAYOUT AND ZERO THE BALANCE
047500******************************************************************
047600 2100-VALUE-LEAVE.
047700     MOVE ZERO                   TO WS-VAC-DAYS
047800                                    WS-LEAVE-AMOUNT.
047900     IF EMP-PAY-WEEKLY
048000         COMPUTE WS-DAILY-RATE ROUNDED =
048100                 EMP-BASE-PAY * 52 / WS-WORK-DAYS-PER-YEAR
048200     ELSE
048300         COMPUTE WS-DAILY-RATE ROUNDED =
048400                 EMP-BASE-PAY * 12 / WS-WORK-DAYS-PER-YEAR
048500     END-IF.
048600     MOVE 'Y'                    TO WS-LEAVE-FOUND-SW.
048700     MOVE EMP-ID                 TO LV-EMP-ID.
048800     READ LEAVE-MASTER
048900         INVALID KEY
049000             MOVE 'N'            TO WS-LEAVE-FOUND-SW
049100     END-READ.
049200     IF NOT WS-LEAVE-FOUND
049300         GO TO 2100-EXIT
049400     END-IF.
049500     MOVE LV-VAC-BALANCE         TO WS-VAC-DAYS.
049600     IF WS-VAC-DAYS EQUAL ZERO
049700         GO TO 2100-EXIT
049800     END-IF.
049900     COMPUTE WS-LEAVE-AMOUNT ROUNDED =
050000             WS-VAC-DAYS * WS-DAILY-RATE.
050100     ADD WS-LEAVE-AMOUNT         TO WS-TOTAL-PAYOUT.
050200     MOVE WS-LEAVE-AMOUNT        TO WS-REMAINING.
050300     IF WS-LEAVE-AMOUNT < ZERO
050400         COMPUTE WS-REMAINING = WS-LEAVE-AMOUNT * -1
050500     END-IF.
050600     PERFORM 2150-WRITE-FEED-PIECE THRU 2150-EXIT
050700             UNTIL WS-REMAINING EQUAL ZERO.
050800     MOVE ZERO                   TO LV-VAC-BALANCE.
050900     REWRITE LEAVE-MASTER-RECORD
051000         INVALID KEY
051100             DISPLAY "LEAVE BALANCE NOT CLEARED FOR EMPLOYEE "
051200                     EMP-ID
051300     END-REWRITE.
051400 2100-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800*    2150-WRITE-FEED-PIECE - ONE FINPAYFD ADJUSTMENT OF AT MOST
051900*                            999.99, THE LARGEST AMOUNT AN
052000*                            ADJUSTMENT RECORD CAN CARRY
052100******************************************************************
052200 2150-WRITE-FEED-PIECE.
052300     MOVE 999.99                 TO WS-PIECE.
052400     IF WS-REMAINING LESS THAN WS-PIECE
052500         MOVE WS-REMAINING       TO WS-PIECE
052600     END-IF.
052700     SUBTRACT WS-PIECE           FROM WS-REMAINING.
052800     MOVE SPACES                 TO ADJ-RECORD.
052900     MOVE EMP-ID                 TO ADJ-EMP-ID.
053000     IF WS-LEAVE-AMOUNT < ZERO
053100         SET ADJ-TYPE-DEDUCT     TO TRUE
053200     ELSE
053300         SET ADJ-TYPE-ADD        TO TRUE
053400     END-IF.
053500     MOVE WS-PIECE               TO ADJ-AMOUNT.
053600     MOVE SPACES                 TO ADJ-BADGE-ID.
053700     PERFORM 2160-MATCH-FEED-BADGE THRU 2160-EXIT
053800             VARYING WS-BADGE-SUB FROM 1 BY 1
053900             UNTIL WS-BADGE-SUB GREATER THAN WS-BADGE-COUNT
054000                OR ADJ-BADGE-ID NOT EQUAL SPACES.
054100     MOVE SPACES                 TO ADJ-RATE-CODE.
054200     MOVE "08"                   TO ADJ-SOURCE-FEED.
054300     MOVE ZERO                   TO ADJ-ORIG-RUN-DATE.
054400     MOVE SPACES                 TO FINAL-PAY-FEED-RECORD.
054500     MOVE ADJ-RECORD             TO FINAL-PAY-FEED-RECORD (1:30).
054600     WRITE FINAL-PAY-FEED-RECORD.
054700     ADD 1                       TO WS-DETAIL-COUNT.
054800     ADD WS-PIECE                TO WS-AMOUNT-HASH.
054900 2150-EXIT.
055000     EXIT.
055100
055200 2160-MATCH-FEED-BADGE.
055300     IF WS-BT-EMP-ID (WS-BADGE-SUB) EQUAL EMP-ID
055400         MOVE WS-BT-BADGE-ID (WS-BADGE-SUB) TO ADJ-BADGE-ID
055500     END-IF.
055600 2160-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    2200-NOTIFY-GARNISHMENTS - MARK EACH OF THE LEAVER'S ACTIVE
056100*                               ORDERS 'L' AND WRITE ITS PAYEE
056200*                               NOTICE.  THE ORDER STAYS ACTIVE
056300*                               FOR THE FINAL AND SETTLEMENT PAYS
056400******************************************************************
056500 2200-NOTIFY-GARNISHMENTS.
056600     IF NOT WS-GARN-FILE-PRESENT
056700         GO TO 2200-EXIT
056800     END-IF.
056900     MOVE EMP-ID                 TO GO-EMP-ID.
057000     MOVE ZERO                   TO GO-ORDER-SEQ.
057100     START GARN-ORDER-MASTER KEY NOT LESS THAN GO-ORDER-KEY
057200         INVALID KEY
057300             GO TO 2200-EXIT
057400     END-START.
057500     MOVE 'N'                    TO WS-GARN-EOF-SW.
057600     PERFORM 2250-NOTIFY-ONE-ORDER THRU 2250-EXIT
057700             UNTIL WS-GARN-EOF.
057800 2200-EXIT.
057900     EXIT.
058000
058100 2250-NOTIFY-ONE-ORDER.
058200     READ GARN-ORDER-MASTER NEXT RECORD
058300         AT END
058400             SET WS-GARN-EOF TO TRUE
058500     END-READ.
058600     IF WS-GARN-EOF
058700         GO TO 2250-EXIT
058800     END-IF.
058900     IF GO-EMP-ID NOT EQUAL EMP-ID
059000         SET WS-GARN-EOF         TO TRUE
059100         GO TO 2250-EXIT
059200     END-IF.
059300     IF NOT GO-STATUS-ACTIVE
059400      OR GO-STATUS-LEAVER
059500         GO TO 2250-EXIT
059600     END-IF.
059700     MOVE 'L'                    TO GO-STATUS.
059800     REWRITE GARN-ORDER-RECORD
059900         INVALID KEY
060000             DISPLAY "GARNISHMENT ORDER NOT MARKED - EMPLOYEE "
060100                     GO-EMP-ID " ORDER " GO-ORDER-SEQ
060200     END-REWRITE.
060300     ADD 1                       TO WS-NOTICE-COUNT
060400                                    WS-EMP-ORDER-COUNT.
060500     MOVE ZERO                   TO WS-GARN-BALANCE.
060600     IF GO-TOTAL-CAP GREATER THAN ZERO
060700         COMPUTE WS-GARN-BALANCE =
060800                 GO-TOTAL-CAP - GO-COLLECTED-TO-DATE
060900     END-IF.
061000     MOVE GO-PAYEE-ID            TO WS-ND-PAYEE-ID.
061100     MOVE GO-PAYEE-NAME          TO WS-ND-PAYEE-NAME.
061200     MOVE GO-EMP-ID              TO WS-ND-EMP-ID.
061300     MOVE GO-ORDER-SEQ           TO WS-ND-ORDER-SEQ.
061400     MOVE EMP-NAME               TO WS-ND-EMP-NAME.
061500     MOVE EMP-TERM-DATE          TO WS-ND-TERM-DATE.
061600     MOVE GO-COLLECTED-TO-DATE   TO WS-ND-COLLECTED.
061700     MOVE WS-GARN-BALANCE        TO WS-ND-REMAINING.
061800     WRITE GARN-NOTICE-LINE      FROM WS-NOTICE-DETAIL.
061900     MOVE GO-ORDER-SEQ           TO WS-SO-SEQ.
062000     MOVE GO-PAYEE-ID            TO WS-SO-PAYEE-ID.
062100     MOVE GO-PAYEE-NAME          TO WS-SO-PAYEE-NAME.
062200     MOVE WS-GARN-BALANCE        TO WS-SO-BALANCE.
062300     WRITE SETTLE-STMT-LINE      FROM WS-STMT-ORDER-LINE.
062400 2250-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800*    2300-QUEUE-BADGE-REVOKES - ONE BADGTRAN 'R' PER ACTIVE
062900*                               BADGE.  BADGMNT APPLIES THE QUEUE
063000*                               TOMORROW NIGHT, AFTER ATV2 HAS
063100*                               ACCEPTED THE PAYOUT UNDER THE
063200*                               STILL-ACTIVE BADGE
063300******************************************************************
063400 2300-QUEUE-BADGE-REVOKES.
063500     PERFORM 2350-QUEUE-ONE-BADGE THRU 2350-EXIT
063600             VARYING WS-BADGE-SUB FROM 1 BY 1
063700             UNTIL WS-BADGE-SUB GREATER THAN WS-BADGE-COUNT.
063800     IF WS-EMP-BADGE-COUNT EQUAL ZERO
063900         MOVE "NO ACTIVE BADGE TO REVOKE" TO WS-SN-TEXT
064000         WRITE SETTLE-STMT-LINE  FROM WS-STMT-NOTE-LINE
064100     END-IF.
064200 2300-EXIT.
064300     EXIT.
064400
064500 2350-QUEUE-ONE-BADGE.
064600     IF WS-BT-EMP-ID (WS-BADGE-SUB) NOT EQUAL EMP-ID
064700         GO TO 2350-EXIT
064800     END-IF.
064900     MOVE SPACES                 TO BADGE-TRAN-RECORD.
065000     SET BGT-REVOKE              TO TRUE.
065100     MOVE WS-BT-BADGE-ID (WS-BADGE-SUB) TO BGT-BADGE-ID.
065200     MOVE EMP-ID                 TO BGT-EMP-ID.
065250     MOVE "FINSETL"              TO BGT-USER-ID.
065300     WRITE BADGE-TRAN-RECORD.
065400     ADD 1                       TO WS-REVOKE-COUNT
065500                                    WS-EMP-BADGE-COUNT.
065600     MOVE WS-BT-BADGE-ID (WS-BADGE-SUB) TO WS-SB-BADGE-ID.
065700     WRITE SETTLE-STMT-LINE      FROM WS-STMT-BADGE-LINE.
065800 2350-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*    2400-PRINT-STMT-HEAD - THE LEAVER'S STATEMENT HEADING,
066300*                           DATES AND LEAVE VALUATION; THE
066400*                           ORDER AND BADGE LINES FOLLOW
066500******************************************************************
066600 2400-PRINT-STMT-HEAD.
066700     WRITE SETTLE-STMT-LINE      FROM WS-STMT-RULE.
066800     WRITE SETTLE-STMT-LINE      FROM WS-STMT-HEADING.
066900     MOVE EMP-ID                 TO WS-SE-EMP-ID.
067000     MOVE EMP-NAME               TO WS-SE-NAME.
067100     MOVE EMP-DEPT-CODE          TO WS-SE-DEPT.
067200     MOVE EMP-PAY-GROUP          TO WS-SE-GROUP.
067300     IF EMP-PAY-GROUP EQUAL SPACE
067400         MOVE 'M'                TO WS-SE-GROUP
067500     END-IF.
067600     WRITE SETTLE-STMT-LINE      FROM WS-STMT-EMP-LINE.
067700     MOVE EMP-HIRE-DATE          TO WS-SD-HIRE-DATE.
067800     MOVE EMP-TERM-DATE          TO WS-SD-TERM-DATE.
067900     MOVE EMP-BASE-PAY           TO WS-SD-BASE-PAY.
068000     WRITE SETTLE-STMT-LINE      FROM WS-STMT-DATE-LINE.
068100     MOVE WS-VAC-DAYS            TO WS-SL-DAYS.
068200     MOVE WS-DAILY-RATE          TO WS-SL-RATE.
068300     MOVE WS-LEAVE-AMOUNT        TO WS-SL-AMOUNT.
068400     WRITE SETTLE-STMT-LINE      FROM WS-STMT-LEAVE-LINE.
068500     EVALUATE TRUE
068600         WHEN NOT WS-LEAVE-FOUND
068700             MOVE "NO LEAVE BALANCE ON FILE - NOTHING PAID OUT"
068800                                 TO WS-SN-TEXT
068900         WHEN WS-LEAVE-AMOUNT < ZERO
069000             MOVE "ADVANCED LEAVE RECOVERED FROM THE FINAL PAY"
069100                                 TO WS-SN-TEXT
069200         WHEN WS-LEAVE-AMOUNT > ZERO
069300             MOVE "PAYOUT ADDED TO THE FINAL PAY (FEED 08)"
069400                                 TO WS-SN-TEXT
069500         WHEN OTHER
069600             MOVE "NO VACATION BALANCE TO PAY OUT"
069700                                 TO WS-SN-TEXT
069800     END-EVALUATE.
069900     WRITE SETTLE-STMT-LINE      FROM WS-STMT-NOTE-LINE.
070000 2400-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400*    2500-WRITE-SETTLEMENT - RECORD THE SETTLEMENT SO THE
070500*                            TERMINATION IS NEVER SETTLED AGAIN
070600******************************************************************
070700 2500-WRITE-SETTLEMENT.
070800     IF WS-EMP-ORDER-COUNT EQUAL ZERO
070900         MOVE "NO ACTIVE GARNISHMENT ORDERS" TO WS-SN-TEXT
071000         WRITE SETTLE-STMT-LINE  FROM WS-STMT-NOTE-LINE
071100     END-IF.
071200     MOVE EV-EMP-ID              TO SH-EMP-ID.
071300     MOVE EV-EVENT-DATE          TO SH-EVENT-DATE.
071400     MOVE WS-BUSINESS-DATE       TO SH-SETTLE-DATE.
071500     SET SH-SETTLED              TO TRUE.
071600     MOVE EMP-PAY-GROUP          TO SH-PAY-GROUP.
071700     MOVE WS-VAC-DAYS            TO SH-VAC-DAYS.
071800     MOVE WS-DAILY-RATE          TO SH-DAILY-RATE.
071900     MOVE WS-LEAVE-AMOUNT        TO SH-LEAVE-AMOUNT.
072000     MOVE WS-EMP-ORDER-COUNT     TO SH-GARN-ORDERS.
072100     MOVE WS-EMP-BADGE-COUNT     TO SH-BADGES-REVOKED.
072200     WRITE SETTLE-HIST-RECORD
072300         INVALID KEY
072400             DISPLAY "SETTLEMENT NOT RECORDED FOR EMPLOYEE "
072500                     EV-EMP-ID
072600     END-WRITE.
072700     ADD 1                       TO WS-SETTLED-COUNT.
072800 2500-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    2800-RECORD-EXCEPTION - A TERMINATION THAT CANNOT BE
073300*                            SETTLED IS LISTED ONCE FOR HR AND
073400*                            RECORDED SO IT IS NOT LISTED AGAIN
073500******************************************************************
073600 2800-RECORD-EXCEPTION.
073700     ADD 1                       TO WS-EXCEPTION-COUNT.
073800     MOVE EV-EMP-ID              TO WS-SX-EMP-ID.
073900     MOVE EV-EVENT-DATE          TO WS-SX-EVENT-DATE.
074000     MOVE WS-EXCEPTION-REASON    TO WS-SX-REASON.
074100     WRITE SETTLE-STMT-LINE      FROM WS-STMT-RULE.
074200     WRITE SETTLE-STMT-LINE      FROM WS-STMT-EXCEPTION-LINE.
074300     MOVE EV-EMP-ID              TO SH-EMP-ID.
074400     MOVE EV-EVENT-DATE          TO SH-EVENT-DATE.
074500     MOVE WS-BUSINESS-DATE       TO SH-SETTLE-DATE.
074600     SET SH-NOT-SETTLED          TO TRUE.
074700     MOVE SPACE                  TO SH-PAY-GROUP.
074800     MOVE ZERO                   TO SH-VAC-DAYS
074900                                    SH-DAILY-RATE
075000                                    SH-LEAVE-AMOUNT
075100                                    SH-GARN-ORDERS
075200                                    SH-BADGES-REVOKED.
075300     WRITE SETTLE-HIST-RECORD
075400         INVALID KEY
075500             DISPLAY "EXCEPTION NOT RECORDED FOR EMPLOYEE "
075600                     EV-EMP-ID
075700     END-WRITE.
075800 2800-EXIT.
075900     EXIT.
076000
076100 2900-READ-EVENT.
076200     READ EMPLOYEE-EVENTS
076300         AT END
076400             SET WS-EOF TO TRUE
076500     END-READ.
076600 2900-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000*    9000-TERMINATE - CLOSE THE FEED WITH ITS TRAILER AND REPORT
077100*                     THE RUN TOTALS
077200******************************************************************
077300 9000-TERMINATE.
077400     MOVE SPACES                 TO FILE-TRAILER-RECORD.
077500     MOVE 'TRL'                  TO FT-REC-ID.
077600     MOVE WS-DETAIL-COUNT        TO FT-REC-COUNT.
077700     MOVE WS-AMOUNT-HASH         TO FT-AMOUNT-HASH.
077800     MOVE FILE-TRAILER-RECORD    TO FINAL-PAY-FEED-RECORD.
077900     WRITE FINAL-PAY-FEED-RECORD.
078000     DISPLAY "EVENTS READ        : " WS-EVENT-COUNT.
078100     DISPLAY "TERMINATIONS       : " WS-TERM-COUNT.
078200     DISPLAY "ALREADY SETTLED    : " WS-ALREADY-COUNT.
078300     DISPLAY "LEAVERS SETTLED    : " WS-SETTLED-COUNT.
078400     DISPLAY "NOT SETTLED        : " WS-EXCEPTION-COUNT.
078500     DISPLAY "PAYOUT PIECES      : " WS-DETAIL-COUNT.
078600     DISPLAY "NET LEAVE PAYOUT   : " WS-TOTAL-PAYOUT.
078700     DISPLAY "PAYEES NOTIFIED    : " WS-NOTICE-COUNT.
078800     DISPLAY "BADGES QUEUED      : " WS-REVOKE-COUNT.
078900     IF NOT WS-FILE-ERROR
079000         CLOSE EMPLOYEE-EVENTS
079100     END-IF.
079200     CLOSE EMPLOYEE-MASTER.
079300     CLOSE LEAVE-MASTER.
079400     IF WS-GARN-FILE-PRESENT
079500         CLOSE GARN-ORDER-MASTER
079600     END-IF.
079700     CLOSE SETTLE-HISTORY.
079800     CLOSE FINAL-PAY-FEED.
079900     CLOSE BADGE-REVOKE-QUEUE.
080000     CLOSE GARN-NOTICE.
080100     CLOSE SETTLE-STATEMENT.
080200     IF WS-EXCEPTION-COUNT > ZERO
080300         MOVE 4                  TO RETURN-CODE
080400     END-IF.
080500     IF WS-FILE-ERROR
080600         MOVE 8                  TO RETURN-CODE
080700     END-IF.
080800     MOVE 'E'                    TO RSA-FUNCTION.
080900     MOVE WS-TERM-COUNT          TO RSA-READ-COUNT.
081000     MOVE WS-SETTLED-COUNT       TO RSA-WRITTEN-COUNT.
081100     MOVE WS-EXCEPTION-COUNT     TO RSA-REJECT-COUNT.
081200     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
081300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
081400     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
081500 9000-EXIT.
081600     EXIT.
081700
081800 9999-EXIT.
081900     STOP RUN.
