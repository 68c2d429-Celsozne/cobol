000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 DORMRUN.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - DORMANT ACCOUNT DETECTION.
001200*                     ONE PASS OF ACCTHIST FINDS EACH ACCOUNT'S
001300*                     LAST CUSTOMER-INITIATED POSTING (SYSTEM
001400*                     POSTINGS - INTEREST, BILLING CHARGES,
001500*                     SERVICE CHARGES - DO NOT COUNT).  AN OPEN
001600*                     ACCOUNT IDLE SINCE THAT POSTING, ITS OPEN
001700*                     DATE OR ITS LAST REACTIVATION, WHICHEVER IS
001800*                     LATEST, FOR THE DORMPARM WARNING DAYS GOES
001900*                     ON THE DORMRPT WARNING LIST; ONE IDLE FOR
002000*                     THE FREEZE DAYS GETS AN 'F' DORMANCY FREEZE
002100*                     TRANSACTION ON DORMTRAN, WHICH THE NEXT
002200*                     ACCTMNT STEP APPLIES AND AUDITS.  WITHOUT A
002300*                     CARD THE LIMITS ARE 730 AND 1095 DAYS.
002320*    2026-10-15 JPL   LOAN ACCOUNTS (TYPE 'LN') ARE PASSED OVER -
002340*                     THEY ARE REPAID THROUGH THEIR DEPOSIT
002360*                     ACCOUNT AND NEVER SEE CUSTOMER POSTINGS.
002365*    2026-10-15 JPL   THE WARNING AND FREEZE LIMITS NOW COME FROM
002370*                     THE PARMMAST CONTROLLED PARAMETER MASTER
002375*                     (PARAMETER DORMPARM) AS OF THE BUSINESS
002380*                     DATE THROUGH THE SHARED PARMGET ROUTINE;
002385*                     THE DORMPARM CARD IS READ ONLY WHEN THE
002390*                     MASTER HOLDS NO VALUE.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-370.
002800 OBJECT-COMPUTER.            IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003200                             ORGANIZATION IS LINE SEQUENTIAL
003300                             FILE STATUS IS WS-BDAT-STATUS.
003400     SELECT OPTIONAL DORM-PARM ASSIGN TO "DORMPARM"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-PARM-STATUS.
003700     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS SEQUENTIAL
004000                             RECORD KEY IS AM-ACCT-NO
004100                             FILE STATUS IS WS-AMST-STATUS.
004200     SELECT ACCT-HISTORY     ASSIGN TO "ACCTHIST"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-HIST-STATUS.
004500     SELECT DORM-TRANS       ASSIGN TO "DORMTRAN"
004600                             ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT DORM-REPORT      ASSIGN TO "DORMRPT"
004800                             ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BUS-DATE-FILE
005300     RECORDING MODE IS F.
005400     COPY BUSDATE.
005500
005600 FD  DORM-PARM
005700     RECORDING MODE IS F.
005800 01  DORM-PARM-RECORD.
005900     05  DP-WARN-DAYS            PIC 9(05).
006000     05  DP-FREEZE-DAYS          PIC 9(05).
006100
006200 FD  ACCT-MASTER.
006300     COPY ACCTMST.
006400
006500 FD  ACCT-HISTORY
006600     RECORDING MODE IS F.
006700     COPY ACCTHIST.
006800
006900 FD  DORM-TRANS
007000     RECORDING MODE IS F.
007100     COPY ACCTTRAN.
007200
007300 FD  DORM-REPORT
007400     RECORDING MODE IS F.
007500 01  DORM-REPORT-LINE            PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-BDAT-STATUS              PIC X(02).
007900     88  WS-BDAT-OK                      VALUE "00".
008000 01  WS-PARM-STATUS              PIC X(02).
008100     88  WS-PARM-OK                      VALUE "00".
008200 01  WS-AMST-STATUS              PIC X(02).
008300     88  WS-AMST-OK                      VALUE "00".
008400 01  WS-HIST-STATUS              PIC X(02).
008500     88  WS-HIST-OK                      VALUE "00".
008600 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008700 01  WS-DU-FUNCTION              PIC X(01).
008800 01  WS-DU-DATE-2                PIC 9(08).
008900 01  WS-DU-DAYS                  PIC S9(05).
009000 01  WS-DU-VALID-SW              PIC X(01).
009100
009200 01  WS-WARN-DAYS                PIC 9(05)   VALUE 730.
009300 01  WS-FREEZE-DAYS              PIC 9(05)   VALUE 1095.
009320 01  WS-DORM-CARD.
009340     05  WS-DC-WARN-DAYS         PIC 9(05).
009360     05  WS-DC-FREEZE-DAYS       PIC 9(05).
009380     05  FILLER                  PIC X(30).
009400 01  WS-BASE-DATE                PIC 9(08).
009500 01  WS-IDLE-DAYS                PIC 9(05).
009600 01  WS-FREEZE-USER              PIC X(08)   VALUE "DORMRUN".
009700
009800 01  WS-SWITCHES.
009900     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010000         88  WS-EOF                          VALUE 'Y'.
010100     05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
010200         88  WS-HIST-EOF                     VALUE 'Y'.
010300     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
010400         88  WS-FILE-ERROR                   VALUE 'Y'.
010500
010600 77  WS-ACCT-COUNT               PIC 9(05)   COMP    VALUE ZERO.
010700 77  WS-NOT-OPEN-COUNT           PIC 9(05)   COMP    VALUE ZERO.
010800 77  WS-ALREADY-COUNT            PIC 9(05)   COMP    VALUE ZERO.
010900 77  WS-WARN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
011000 77  WS-FREEZE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011100 77  WS-HIST-COUNT               PIC 9(07)   COMP    VALUE ZERO.
011200
011300*    LAST CUSTOMER POSTING DATE PER ACCOUNT THAT HAS ONE
011400 77  WS-LA-MAX                   PIC 9(04)   COMP    VALUE 3000.
011500 77  WS-LA-COUNT                 PIC 9(04)   COMP    VALUE ZERO.
011600 77  WS-LA-SUB                   PIC 9(04)   COMP.
011700 77  WS-LA-HIT                   PIC 9(04)   COMP    VALUE ZERO.
011800 01  WS-LAST-ACTIVITY-TABLE.
011900     05  WS-LA-ENTRY             OCCURS 3000 TIMES.
012000         10  WS-LA-ACCT-NO       PIC 9(06).
012100         10  WS-LA-LAST-DATE     PIC 9(08).
012200 01  WS-WANT-ACCT-NO             PIC 9(06).
012300
012400 01  WS-RPT-HEADING-1.
012500     05  FILLER                  PIC X(30)   VALUE
012600         "DORMANT ACCOUNT REPORT".
012700     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
012800     05  WS-H1-DATE              PIC 9(08).
012900 01  WS-RPT-HEADING-2.
013000     05  FILLER                  PIC X(22)   VALUE
013100         "WARNING AFTER (DAYS): ".
013200     05  WS-H2-WARN-DAYS         PIC ZZZZ9.
013300     05  FILLER                  PIC X(25)   VALUE
013400         "   FREEZE AFTER (DAYS): ".
013500     05  WS-H2-FREEZE-DAYS       PIC ZZZZ9.
013600 01  WS-RPT-HEADING-3.
013700     05  FILLER                  PIC X(40)   VALUE
013800         "ACCT    CUST   TY  LAST ACT       IDLE  ".
013900     05  FILLER                  PIC X(10)   VALUE
014000         "  ACTION".
014100
014200 01  WS-RPT-DETAIL-LINE.
014300     05  WS-RD-ACCT-NO           PIC 9(06).
014400     05  FILLER                  PIC X(02)   VALUE SPACES.
014500     05  WS-RD-CUST-ID           PIC 9(05).
014600     05  FILLER                  PIC X(02)   VALUE SPACES.
014700     05  WS-RD-ACCT-TYPE         PIC X(02).
014800     05  FILLER                  PIC X(02)   VALUE SPACES.
014900     05  WS-RD-BASE-DATE         PIC 9(08).
015000     05  FILLER                  PIC X(06)   VALUE SPACES.
015100     05  WS-RD-IDLE-DAYS         PIC ZZZZ9.
015200     05  FILLER                  PIC X(04)   VALUE SPACES.
015300     05  WS-RD-ACTION            PIC X(20).
015400
015500 01  WS-TOTAL-LINE.
015600     05  WS-TL-LABEL             PIC X(24).
015700     05  WS-TL-COUNT             PIC ZZZZ9.
015800
015900     COPY RUNSTAT.
015930
015960     COPY PARMREQ.
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
016400     PERFORM 2000-CHECK-ONE-ACCOUNT  THRU 2000-EXIT
016500             UNTIL WS-EOF.
016600     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
016700     GO TO 9999-EXIT.
016800
016900******************************************************************
017000*    1000-INITIALIZE - BUSINESS DATE AND LIMITS, THE LAST
017100*                      CUSTOMER ACTIVITY FROM THE HISTORY, THEN
017200*                      OPEN THE ACCOUNT SWEEP
017300******************************************************************
017400 1000-INITIALIZE.
017500     DISPLAY "DORMRUN - DORMANT ACCOUNT RUN STARTING".
017600     MOVE "DORMRUN"              TO RSA-PROGRAM-ID.
017700     MOVE 'S'                    TO RSA-FUNCTION.
017800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
017900     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
018000     PERFORM 1050-READ-DORM-PARM THRU 1050-EXIT.
018100     PERFORM 1200-GATHER-ACTIVITY THRU 1200-EXIT.
018200     OPEN INPUT  ACCT-MASTER.
018300     IF NOT WS-AMST-OK
018400         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
018500         SET WS-FILE-ERROR       TO TRUE
018600     END-IF.
018700     OPEN OUTPUT DORM-TRANS.
018800     OPEN OUTPUT DORM-REPORT.
018900     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
019000     MOVE WS-WARN-DAYS           TO WS-H2-WARN-DAYS.
019100     MOVE WS-FREEZE-DAYS         TO WS-H2-FREEZE-DAYS.
019200     WRITE DORM-REPORT-LINE      FROM WS-RPT-HEADING-1.
019300     WRITE DORM-REPORT-LINE      FROM WS-RPT-HEADING-2.
019400     WRITE DORM-REPORT-LINE      FROM SPACES.
019500     WRITE DORM-REPORT-LINE      FROM WS-RPT-HEADING-3.
019600     IF WS-FILE-ERROR
019700         DISPLAY "DORMRUN - NO ACCOUNTS CHECKED OR FROZEN"
019800         SET WS-EOF              TO TRUE
019900     ELSE
020000         PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT
020100     END-IF.
020200 1000-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*    1050-READ-DORM-PARM - THE WARNING AND FREEZE LIMITS IN
020700*                          FORCE ON THE PARAMETER MASTER, ELSE
020750*                          THE OPTIONAL CARD
020800******************************************************************
020900 1050-READ-DORM-PARM.
021000     MOVE SPACES                 TO WS-DORM-CARD.
021100     MOVE "DORMPARM"             TO PQ-PARM-ID.
021200     MOVE SPACES                 TO PQ-PARM-QUAL.
021300     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
021400     CALL "PARMGET"              USING PARM-REQUEST-AREA.
021500     IF PQ-FOUND
021600         MOVE PQ-VALUE           TO WS-DORM-CARD
021700     ELSE
021800         PERFORM 1060-READ-DORM-CARD THRU 1060-EXIT
021900     END-IF.
022000     IF WS-DC-WARN-DAYS NUMERIC AND WS-DC-WARN-DAYS > ZERO
022100         MOVE WS-DC-WARN-DAYS    TO WS-WARN-DAYS
022200     END-IF.
022300     IF WS-DC-FREEZE-DAYS NUMERIC
022400      AND WS-DC-FREEZE-DAYS > ZERO
022500         MOVE WS-DC-FREEZE-DAYS  TO WS-FREEZE-DAYS
022550     END-IF.
022600     DISPLAY "WARNING AFTER DAYS : " WS-WARN-DAYS.
022700     DISPLAY "FREEZE AFTER DAYS  : " WS-FREEZE-DAYS.
022800 1050-EXIT.
022900     EXIT.
022910
022920 1060-READ-DORM-CARD.
022930     OPEN INPUT DORM-PARM.
022940     IF WS-PARM-OK
022950         READ DORM-PARM INTO WS-DORM-CARD
022960             AT END
022970                 CONTINUE
022980         END-READ
022990     END-IF.
022991     CLOSE DORM-PARM.
022992 1060-EXIT.
022993     EXIT.
023000
023100******************************************************************
023200*    1200-GATHER-ACTIVITY - ONE PASS OF ACCTHIST KEEPING THE
023300*                           LATEST CUSTOMER POSTING DATE PER
023400*                           ACCOUNT.  A FULL TABLE STOPS THE RUN
023500*                           RATHER THAN FREEZE AN ACCOUNT WHOSE
023600*                           ACTIVITY WAS NOT SEEN
023700******************************************************************
023800 1200-GATHER-ACTIVITY.
023900     OPEN INPUT ACCT-HISTORY.
024000     IF NOT WS-HIST-OK
024100         SET WS-HIST-EOF         TO TRUE
024200     ELSE
024300         PERFORM 1290-READ-HISTORY THRU 1290-EXIT
024400     END-IF.
024500     PERFORM 1250-TAKE-ONE-POSTING THRU 1250-EXIT
024600             UNTIL WS-HIST-EOF.
024700     CLOSE ACCT-HISTORY.
024800     DISPLAY "HISTORY RECORDS    : " WS-HIST-COUNT.
024900     DISPLAY "ACCOUNTS WITH CUSTOMER ACTIVITY: " WS-LA-COUNT.
025000 1200-EXIT.
025100     EXIT.
025200
025300 1250-TAKE-ONE-POSTING.
025400     ADD 1                       TO WS-HIST-COUNT.
025500     IF TH-SYSTEM-ORIGIN OR TH-SERVICE-CHARGE
025600         GO TO 1250-READ-NEXT
025700     END-IF.
025800     MOVE TH-ACCT-NO             TO WS-WANT-ACCT-NO.
025900     PERFORM 1260-FIND-ACTIVITY  THRU 1260-EXIT.
026000     IF WS-LA-HIT EQUAL ZERO
026100         IF WS-LA-COUNT NOT LESS THAN WS-LA-MAX
026200             DISPLAY "ACTIVITY TABLE FULL AT ACCOUNT " TH-ACCT-NO
026300             SET WS-FILE-ERROR   TO TRUE
026400             SET WS-HIST-EOF     TO TRUE
026500             GO TO 1250-EXIT
026600         END-IF
026700         ADD 1                   TO WS-LA-COUNT
026800         MOVE WS-LA-COUNT        TO WS-LA-HIT
026900         MOVE TH-ACCT-NO         TO WS-LA-ACCT-NO (WS-LA-HIT)
027000         MOVE ZERO               TO WS-LA-LAST-DATE (WS-LA-HIT)
027100     END-IF.
027200     IF TH-POST-DATE GREATER THAN WS-LA-LAST-DATE (WS-LA-HIT)
027300         MOVE TH-POST-DATE       TO WS-LA-LAST-DATE (WS-LA-HIT)
027400     END-IF.
027500 1250-READ-NEXT.
027600     PERFORM 1290-READ-HISTORY   THRU 1290-EXIT.
027700 1250-EXIT.
027800     EXIT.
027900
028000 1260-FIND-ACTIVITY.
028100     MOVE ZERO                   TO WS-LA-HIT.
028200     PERFORM 1270-SCAN-ONE-ACTIVITY THRU 1270-EXIT
028300             VARYING WS-LA-SUB FROM 1 BY 1
028400             UNTIL WS-LA-SUB GREATER THAN WS-LA-COUNT
028500                OR WS-LA-HIT GREATER THAN ZERO.
028600 1260-EXIT.
028700     EXIT.
028800
028900 1270-SCAN-ONE-ACTIVITY.
029000     IF WS-LA-ACCT-NO (WS-LA-SUB) EQUAL WS-WANT-ACCT-NO
029100         MOVE WS-LA-SUB          TO WS-LA-HIT
029200     END-IF.
029300 1270-EXIT.
029400     EXIT.
029500
029600 1290-READ-HISTORY.
029700     READ ACCT-HISTORY
029800         AT END
029900             SET WS-HIST-EOF TO TRUE
030000     END-READ.
030100 1290-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    2000-CHECK-ONE-ACCOUNT - HOW LONG HAS THE OPEN ACCOUNT SAT
030600*                             WITHOUT CUSTOMER ACTIVITY; WARN OR
030700*                             FREEZE AT THE LIMITS
030800******************************************************************
030900 2000-CHECK-ONE-ACCOUNT.
031000     ADD 1                       TO WS-ACCT-COUNT.
031100     IF AM-FROZEN AND AM-DORMANT-FREEZE
031200         ADD 1                   TO WS-ALREADY-COUNT
031300         GO TO 2000-READ-NEXT
031400     END-IF.
031500     IF NOT AM-OPEN
031600         ADD 1                   TO WS-NOT-OPEN-COUNT
031700         GO TO 2000-READ-NEXT
031800     END-IF.
031820     IF AM-LOAN-ACCOUNT
031840         GO TO 2000-READ-NEXT
031860     END-IF.
031900     PERFORM 2100-FIND-BASE-DATE THRU 2100-EXIT.
032000     IF WS-IDLE-DAYS NOT LESS THAN WS-FREEZE-DAYS
032100         PERFORM 2300-WRITE-FREEZE THRU 2300-EXIT
032200         MOVE "FROZEN - DORMANT"  TO WS-RD-ACTION
032300         PERFORM 2400-PRINT-ACCOUNT THRU 2400-EXIT
032400         GO TO 2000-READ-NEXT
032500     END-IF.
032600     IF WS-IDLE-DAYS NOT LESS THAN WS-WARN-DAYS
032700         ADD 1                   TO WS-WARN-COUNT
032800         MOVE "WARNING"          TO WS-RD-ACTION
032900         PERFORM 2400-PRINT-ACCOUNT THRU 2400-EXIT
033000     END-IF.
033100 2000-READ-NEXT.
033200     PERFORM 2900-READ-ACCOUNT   THRU 2900-EXIT.
033300 2000-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*    2100-FIND-BASE-DATE - THE LATEST OF THE OPEN DATE, THE LAST
033800*                          REACTIVATION AND THE LAST CUSTOMER
033900*                          POSTING, AND THE DAYS SINCE IT
034000******************************************************************
034100 2100-FIND-BASE-DATE.
034200     MOVE AM-OPEN-DATE           TO WS-BASE-DATE.
034300     IF AM-REACTIVATE-DATE NUMERIC
034400      AND AM-REACTIVATE-DATE > WS-BASE-DATE
034500         MOVE AM-REACTIVATE-DATE TO WS-BASE-DATE
034600     END-IF.
034700     MOVE AM-ACCT-NO             TO WS-WANT-ACCT-NO.
034800     PERFORM 1260-FIND-ACTIVITY  THRU 1260-EXIT.
034900     IF WS-LA-HIT GREATER THAN ZERO
035000         IF WS-LA-LAST-DATE (WS-LA-HIT) > WS-BASE-DATE
035100             MOVE WS-LA-LAST-DATE (WS-LA-HIT) TO WS-BASE-DATE
035200         END-IF
035300     END-IF.
035400     MOVE ZERO                   TO WS-IDLE-DAYS.
035500     IF WS-BASE-DATE NOT LESS THAN WS-BUSINESS-DATE
035600         GO TO 2100-EXIT
035700     END-IF.
035800     MOVE 'D'                    TO WS-DU-FUNCTION.
035900     MOVE WS-BASE-DATE           TO WS-DU-DATE-2.
036000     CALL "DATEUTIL"             USING WS-DU-FUNCTION
036100                                       WS-BUSINESS-DATE
036200                                       WS-DU-DATE-2
036300                                       WS-DU-DAYS
036400                                       WS-DU-VALID-SW.
036500     IF WS-DU-DAYS GREATER THAN ZERO
036600         MOVE WS-DU-DAYS         TO WS-IDLE-DAYS
036700     END-IF.
036800 2100-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*    2300-WRITE-FREEZE - AN 'F' TRANSACTION FOR ACCTMNT, WHICH
037300*                        SETS THE ACCOUNT FROZEN WITH REASON 'D'
037400*                        AND WRITES THE AUDIT RECORD
037500******************************************************************
037600 2300-WRITE-FREEZE.
037700     MOVE SPACES                 TO ACCT-TRAN-RECORD.
037800     SET ACT-DORMANCY-FREEZE     TO TRUE.
037900     MOVE AM-ACCT-NO             TO ACT-ACCT-NO.
038000     MOVE AM-OPEN-DATE           TO ACT-OPEN-DATE.
038100     MOVE 'F'                    TO ACT-STATUS.
038200     MOVE AM-CUST-ID             TO ACT-CUST-ID.
038300     MOVE AM-OD-LIMIT            TO ACT-OD-LIMIT.
038400     MOVE AM-ACCT-TYPE           TO ACT-ACCT-TYPE.
038500     MOVE 'D'                    TO ACT-FREEZE-REASON.
038600     MOVE WS-FREEZE-USER         TO ACT-USER-ID.
038700     WRITE ACCT-TRAN-RECORD.
038800     ADD 1                       TO WS-FREEZE-COUNT.
038900 2300-EXIT.
039000     EXIT.
039100
039200 2400-PRINT-ACCOUNT.
039300     MOVE AM-ACCT-NO             TO WS-RD-ACCT-NO.
039400     MOVE AM-CUST-ID             TO WS-RD-CUST-ID.
039500     MOVE AM-ACCT-TYPE           TO WS-RD-ACCT-TYPE.
039600     MOVE WS-BASE-DATE           TO WS-RD-BASE-DATE.
039700     MOVE WS-IDLE-DAYS           TO WS-RD-IDLE-DAYS.
039800     WRITE DORM-REPORT-LINE      FROM WS-RPT-DETAIL-LINE.
039900 2400-EXIT.
040000     EXIT.
040100
040200 2900-READ-ACCOUNT.
040300     READ ACCT-MASTER
040400         AT END
040500             SET WS-EOF TO TRUE
040600     END-READ.
040700 2900-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    8100-GET-BUSINESS-DATE - THE BUSDATE CARD, ELSE THE MACHINE
041200*                             DATE THROUGH DATEUTIL
041300******************************************************************
041400 8100-GET-BUSINESS-DATE.
041500     OPEN INPUT BUS-DATE-FILE.
041600     IF WS-BDAT-OK
041700         READ BUS-DATE-FILE
041800             AT END
041900                 CONTINUE
042000             NOT AT END
042100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
042200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
042300                 END-IF
042400         END-READ
042500     END-IF.
042600     CLOSE BUS-DATE-FILE.
042700     IF WS-BUSINESS-DATE EQUAL ZERO
042800         MOVE 'C'                TO WS-DU-FUNCTION
042900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
043000                                       WS-BUSINESS-DATE
043100                                       WS-DU-DATE-2
043200                                       WS-DU-DAYS
043300                                       WS-DU-VALID-SW
043400     END-IF.
043500 8100-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*    9000-TERMINATE - RUN TOTALS, CLOSE FILES
044000******************************************************************
044100 9000-TERMINATE.
044200     WRITE DORM-REPORT-LINE      FROM SPACES.
044300     MOVE "ACCOUNTS READ         : " TO WS-TL-LABEL.
044400     MOVE WS-ACCT-COUNT          TO WS-TL-COUNT.
044500     WRITE DORM-REPORT-LINE      FROM WS-TOTAL-LINE.
044600     MOVE "DORMANCY WARNINGS     : " TO WS-TL-LABEL.
044700     MOVE WS-WARN-COUNT          TO WS-TL-COUNT.
044800     WRITE DORM-REPORT-LINE      FROM WS-TOTAL-LINE.
044900     MOVE "FREEZES RAISED        : " TO WS-TL-LABEL.
045000     MOVE WS-FREEZE-COUNT        TO WS-TL-COUNT.
045100     WRITE DORM-REPORT-LINE      FROM WS-TOTAL-LINE.
045200     MOVE "ALREADY DORMANT       : " TO WS-TL-LABEL.
045300     MOVE WS-ALREADY-COUNT       TO WS-TL-COUNT.
045400     WRITE DORM-REPORT-LINE      FROM WS-TOTAL-LINE.
045500     MOVE "NOT OPEN - NOT CHECKED: " TO WS-TL-LABEL.
045600     MOVE WS-NOT-OPEN-COUNT      TO WS-TL-COUNT.
045700     WRITE DORM-REPORT-LINE      FROM WS-TOTAL-LINE.
045800     DISPLAY "ACCOUNTS READ         : " WS-ACCT-COUNT.
045900     DISPLAY "DORMANCY WARNINGS     : " WS-WARN-COUNT.
046000     DISPLAY "FREEZES RAISED        : " WS-FREEZE-COUNT.
046100     DISPLAY "ALREADY DORMANT       : " WS-ALREADY-COUNT.
046200     CLOSE ACCT-MASTER.
046300     CLOSE DORM-TRANS.
046400     CLOSE DORM-REPORT.
046500     IF WS-FILE-ERROR
046600         MOVE 8                  TO RETURN-CODE
046700     END-IF.
046800     MOVE 'E'                    TO RSA-FUNCTION.
046900     MOVE WS-ACCT-COUNT          TO RSA-READ-COUNT.
047000     MOVE WS-FREEZE-COUNT        TO RSA-WRITTEN-COUNT.
047100     MOVE ZERO                   TO RSA-REJECT-COUNT.
047200     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
047300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
047400     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
047500 9000-EXIT.
047600     EXIT.
047700
047800 9999-EXIT.
047900     STOP RUN.
