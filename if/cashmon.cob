000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CASHMON.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - LARGE-CASH AND STRUCTURING
001200*                     MONITORING OVER THE ACCTHIST POSTINGS.  CASH
001300*                     DEPOSITS (DR) AND WITHDRAWALS (WD) POSTED
001400*                     WITHIN THE CASHPARM WINDOW ARE GATHERED PER
001500*                     AM-CUST-ID ACROSS ALL THE CUSTOMER'S
001600*                     ACCOUNTS.  ONE POSTING ABOVE THE SINGLE
001700*                     LIMIT RAISES A LARGE-CASH CASE; SMALLER
001800*                     DEPOSITS IN THE WINDOW THAT TOGETHER REACH
001900*                     THE AGGREGATE LIMIT RAISE A STRUCTURING
002000*                     CASE.  EACH NEW CASE GOES ON THE CASHCASE
002100*                     MASTER, ITS POSTINGS ON THE CASHALRT FILE
002200*                     AND THE CASHRPT CASE REPORT.  A POSTING
002300*                     ALREADY ON A CASE, OPEN OR CLOSED, IS NOT
002400*                     RAISED AGAIN.  CASHCTRN CARDS CLOSE AND
002500*                     REOPEN CASES FIRST, CHECKED THROUGH AUTHCHK.
002600*                     WITHOUT A CARD THE LIMITS ARE 10,000.00
002700*                     SINGLE AND AGGREGATE OVER 5 DAYS AND AT
002800*                     LEAST 2 DEPOSITS.
002810*    2026-10-15 JPL   THE LIMITS, WINDOW AND MINIMUM DEPOSITS NOW
002820*                     COME FROM THE PARMMAST CONTROLLED PARAMETER
002830*                     MASTER (PARAMETER CASHPARM) AS OF THE
002840*                     BUSINESS DATE THROUGH THE SHARED PARMGET
002850*                     ROUTINE; THE CASHPARM CARD IS READ ONLY
002860*                     WHEN THE MASTER HOLDS NO VALUE.
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
003900     SELECT OPTIONAL CASH-PARM ASSIGN TO "CASHPARM"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-PARM-STATUS.
004200     SELECT OPTIONAL CASE-TRANS ASSIGN TO "CASHCTRN"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-CTRN-STATUS.
004500     SELECT ACCT-HISTORY     ASSIGN TO "ACCTHIST"
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS WS-HIST-STATUS.
004800     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS RANDOM
005100                             RECORD KEY IS AM-ACCT-NO
005200                             FILE STATUS IS WS-AMST-STATUS.
005300     SELECT CASH-CASE        ASSIGN TO "CASHCASE"
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS DYNAMIC
005600                             RECORD KEY IS CC-CASE-KEY
005700                             FILE STATUS IS WS-CASE-STATUS.
005800     SELECT CASH-ALERT       ASSIGN TO "CASHALRT"
005900                             ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT CASH-REPORT      ASSIGN TO "CASHRPT"
006100                             ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT CASH-SORT        ASSIGN TO "SORTWK".
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BUS-DATE-FILE
006700     RECORDING MODE IS F.
006800     COPY BUSDATE.
006900
007000 FD  CASH-PARM
007100     RECORDING MODE IS F.
007200 01  CASH-PARM-RECORD.
007300     05  CP-SINGLE-LIMIT         PIC 9(05)V9(02).
007400     05  CP-AGGR-LIMIT           PIC 9(07)V9(02).
007500     05  CP-WINDOW-DAYS          PIC 9(03).
007600     05  CP-MIN-DEPOSITS         PIC 9(03).
007700
007800 FD  CASE-TRANS
007900     RECORDING MODE IS F.
008000     COPY CASHCTRN.
008100
008200 FD  ACCT-HISTORY
008300     RECORDING MODE IS F.
008400     COPY ACCTHIST.
008500
008600 FD  ACCT-MASTER.
008700     COPY ACCTMST.
008800
008900 FD  CASH-CASE.
009000     COPY CASHCASE.
009100
009200 FD  CASH-ALERT
009300     RECORDING MODE IS F.
009400     COPY CASHALRT.
009500
009600 FD  CASH-REPORT
009700     RECORDING MODE IS F.
009800 01  CASH-REPORT-LINE            PIC X(80).
009900
010000 SD  CASH-SORT.
010100 01  CASH-SORT-RECORD.
010200     05  CS-CUST-ID              PIC 9(05).
010300     05  CS-POST-DATE            PIC 9(08).
010400     05  CS-ACCT-NO              PIC 9(06).
010500     05  CS-TRN-ID               PIC 9(05).
010600     05  CS-TRN-CODE             PIC X(02).
010700     05  CS-AMOUNT               PIC 9(05)V9(02).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-BDAT-STATUS              PIC X(02).
011100     88  WS-BDAT-OK                      VALUE "00".
011200 01  WS-PARM-STATUS              PIC X(02).
011300     88  WS-PARM-OK                      VALUE "00".
011400 01  WS-CTRN-STATUS              PIC X(02).
011500     88  WS-CTRN-OK                      VALUE "00".
011600 01  WS-HIST-STATUS              PIC X(02).
011700     88  WS-HIST-OK                      VALUE "00".
011800 01  WS-AMST-STATUS              PIC X(02).
011900     88  WS-AMST-OK                      VALUE "00".
012000 01  WS-CASE-STATUS              PIC X(02).
012100     88  WS-CASE-OK                      VALUE "00".
012200 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012300 01  WS-DU-FUNCTION              PIC X(01).
012400 01  WS-DU-DATE-2                PIC 9(08).
012500 01  WS-DU-DAYS                  PIC S9(05).
012600 01  WS-DU-VALID-SW              PIC X(01).
012700
012800 01  WS-SINGLE-LIMIT             PIC 9(05)V9(02) VALUE 10000.00.
012900 01  WS-AGGR-LIMIT               PIC 9(07)V9(02) VALUE 10000.00.
013000 01  WS-WINDOW-DAYS              PIC 9(03)   VALUE 5.
013100 01  WS-MIN-DEPOSITS             PIC 9(03)   VALUE 2.
013110 01  WS-CASH-CARD.
013120     05  WS-CC-SINGLE-LIMIT      PIC 9(05)V9(02).
013130     05  WS-CC-AGGR-LIMIT        PIC 9(07)V9(02).
013140     05  WS-CC-WINDOW-DAYS       PIC 9(03).
013150     05  WS-CC-MIN-DEPOSITS      PIC 9(03).
013160     05  FILLER                  PIC X(18).
013200
013300 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "CASHCASE".
013400 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
013500 01  WS-AUTH-SW                  PIC X(01).
013600     88  WS-AUTHORIZED                   VALUE 'Y'.
013700
013800 01  WS-SWITCHES.
013900     05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
014000         88  WS-HIST-EOF                     VALUE 'Y'.
014100     05  WS-CTRN-EOF-SW          PIC X(01)   VALUE 'N'.
014200         88  WS-CTRN-EOF                     VALUE 'Y'.
014300     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
014400         88  WS-SORT-EOF                     VALUE 'Y'.
014500     05  WS-CASE-EOF-SW          PIC X(01)   VALUE 'N'.
014600         88  WS-CASE-EOF                     VALUE 'Y'.
014700     05  WS-CASE-FOUND-SW        PIC X(01)   VALUE 'N'.
014800         88  WS-CASE-FOUND                   VALUE 'Y'.
014900     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
015000         88  WS-FILE-ERROR                   VALUE 'Y'.
015100     05  WS-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
015200         88  WS-TABLE-OVERFLOW               VALUE 'Y'.
015300
015400 77  WS-HIST-COUNT               PIC 9(07)   COMP    VALUE ZERO.
015500 77  WS-CASH-COUNT               PIC 9(05)   COMP    VALUE ZERO.
015600 77  WS-NO-MASTER-COUNT          PIC 9(05)   COMP    VALUE ZERO.
015700 77  WS-CUST-COUNT               PIC 9(05)   COMP    VALUE ZERO.
015800 77  WS-LARGE-CASE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
015900 77  WS-STRUCT-CASE-COUNT        PIC 9(05)   COMP    VALUE ZERO.
016000 77  WS-ALERT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
016100 77  WS-OPEN-AGAIN-COUNT         PIC 9(05)   COMP    VALUE ZERO.
016200 77  WS-CLOSED-SKIP-COUNT        PIC 9(05)   COMP    VALUE ZERO.
016300 77  WS-OPEN-CASE-COUNT          PIC 9(05)   COMP    VALUE ZERO.
016400 77  WS-CTRN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
016500 77  WS-CTRN-APPLIED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
016600 77  WS-CTRN-REJECT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
016700 77  WS-DROPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016800
016900*    ONE CUSTOMER'S CASH POSTINGS IN THE WINDOW, IN DATE ORDER
017000 77  WS-CT-MAX                   PIC 9(03)   COMP    VALUE 500.
017100 77  WS-CT-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
017200 77  WS-CT-SUB                   PIC 9(03)   COMP.
017300 77  WS-PK-SUB                   PIC 9(03)   COMP.
017400 01  WS-CUST-CASH-TABLE.
017500     05  WS-CT-ENTRY             OCCURS 500 TIMES.
017600         10  WS-CT-POST-DATE     PIC 9(08).
017700         10  WS-CT-ACCT-NO       PIC 9(06).
017800         10  WS-CT-TRN-ID        PIC 9(05).
017900         10  WS-CT-TRN-CODE      PIC X(02).
018000         10  WS-CT-AMOUNT        PIC 9(05)V9(02).
018100         10  WS-CT-PICK-SW       PIC X(01).
018200             88  WS-CT-PICKED                VALUE 'Y'.
018300 01  WS-CUR-CUST-ID              PIC 9(05).
018400
018500*    THE CASE BEING RAISED AND THE POSTINGS PICKED FOR IT
018600 01  WS-NEW-CASE-KEY.
018700     05  WS-NK-CUST-ID           PIC 9(05).
018800     05  WS-NK-ALERT-TYPE        PIC X(01).
018900     05  WS-NK-TRIG-DATE         PIC 9(08).
019000     05  WS-NK-TRIG-ACCT         PIC 9(06).
019100     05  WS-NK-TRIG-TRN-ID       PIC 9(05).
019200 01  WS-PICK-COUNT               PIC 9(03).
019300 01  WS-PICK-TOTAL               PIC 9(07)V9(02).
019400 01  WS-PICK-LAST-DATE           PIC 9(08).
019500 01  WS-COVERED-TO-DATE          PIC 9(08).
019600
019700 01  WS-RPT-HEADING-1.
019800     05  FILLER                  PIC X(40)   VALUE
019900         "LARGE-CASH AND STRUCTURING CASE REPORT".
020000     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
020100     05  WS-H1-DATE              PIC 9(08).
020200 01  WS-RPT-HEADING-2.
020300     05  FILLER                  PIC X(15)   VALUE
020400         "SINGLE LIMIT: ".
020500     05  WS-H2-SINGLE            PIC ZZ,ZZ9.99.
020600     05  FILLER                  PIC X(21)   VALUE
020700         "   AGGREGATE LIMIT: ".
020800     05  WS-H2-AGGR              PIC Z,ZZZ,ZZ9.99.
020900 01  WS-RPT-HEADING-3.
021000     05  FILLER                  PIC X(15)   VALUE
021100         "WINDOW (DAYS): ".
021200     05  WS-H3-WINDOW            PIC ZZ9.
021300     05  FILLER                  PIC X(27)   VALUE
021400         "   MINIMUM DEPOSITS: ".
021500     05  WS-H3-MIN-DEPOSITS      PIC ZZ9.
021600
021700 01  WS-CTRN-LINE.
021800     05  FILLER                  PIC X(12)   VALUE
021900         "CASE UPDATE ".
022000     05  WS-CL-ACTION            PIC X(01).
022100     05  FILLER                  PIC X(01)   VALUE SPACE.
022200     05  WS-CL-CUST-ID           PIC 9(05).
022300     05  FILLER                  PIC X(01)   VALUE SPACE.
022400     05  WS-CL-ALERT-TYPE        PIC X(01).
022500     05  FILLER                  PIC X(01)   VALUE SPACE.
022600     05  WS-CL-TRIG-DATE         PIC 9(08).
022700     05  FILLER                  PIC X(01)   VALUE SPACE.
022800     05  WS-CL-TRIG-ACCT         PIC 9(06).
022900     05  FILLER                  PIC X(01)   VALUE SPACE.
023000     05  WS-CL-TRIG-TRN-ID       PIC 9(05).
023100     05  FILLER                  PIC X(01)   VALUE SPACE.
023200     05  WS-CL-USER-ID           PIC X(08).
023300     05  FILLER                  PIC X(01)   VALUE SPACE.
023400     05  WS-CL-RESULT            PIC X(20).
023500
023600 01  WS-CASE-HEAD-LINE.
023700     05  FILLER                  PIC X(09)   VALUE "NEW CASE ".
023800     05  WS-CH-TYPE-NAME         PIC X(12).
023900     05  FILLER                  PIC X(06)   VALUE " CUST ".
024000     05  WS-CH-CUST-ID           PIC 9(05).
024100     05  FILLER                  PIC X(10)   VALUE "  TRIGGER ".
024200     05  WS-CH-TRIG-DATE         PIC 9(08).
024300     05  FILLER                  PIC X(01)   VALUE SPACE.
024400     05  WS-CH-TRIG-ACCT         PIC 9(06).
024500     05  FILLER                  PIC X(01)   VALUE SPACE.
024600     05  WS-CH-TRIG-TRN-ID       PIC 9(05).
024700 01  WS-CASE-SUM-LINE.
024800     05  FILLER                  PIC X(19)   VALUE
024900         "         POSTINGS ".
025000     05  WS-CS-COUNT             PIC ZZ9.
025100     05  FILLER                  PIC X(08)   VALUE "  TOTAL ".
025200     05  WS-CS-TOTAL             PIC Z,ZZZ,ZZ9.99.
025300 01  WS-CASE-POST-LINE.
025400     05  FILLER                  PIC X(14)   VALUE
025500         "         ACCT ".
025600     05  WS-CP-ACCT-NO           PIC 9(06).
025700     05  FILLER                  PIC X(09)   VALUE "  POSTED ".
025800     05  WS-CP-POST-DATE         PIC 9(08).
025900     05  FILLER                  PIC X(06)   VALUE "  TRN ".
026000     05  WS-CP-TRN-ID            PIC 9(05).
026100     05  FILLER                  PIC X(02)   VALUE SPACES.
026200     05  WS-CP-TRN-CODE          PIC X(02).
026300     05  FILLER                  PIC X(02)   VALUE SPACES.
026400     05  WS-CP-AMOUNT            PIC ZZ,ZZ9.99.
026500
026600 01  WS-OPEN-HEAD-LINE.
026700     05  FILLER                  PIC X(40)   VALUE
026800         "CUST  T TRIGGER  ACCT   TRN   OPENED    ".
026900     05  FILLER                  PIC X(28)   VALUE
027000         "LAST DATE  POST        TOTAL".
027100 01  WS-OPEN-CASE-LINE.
027200     05  WS-OC-CUST-ID           PIC 9(05).
027300     05  FILLER                  PIC X(01)   VALUE SPACE.
027400     05  WS-OC-ALERT-TYPE        PIC X(01).
027500     05  FILLER                  PIC X(01)   VALUE SPACE.
027600     05  WS-OC-TRIG-DATE         PIC 9(08).
027700     05  FILLER                  PIC X(01)   VALUE SPACE.
027800     05  WS-OC-TRIG-ACCT         PIC 9(06).
027900     05  FILLER                  PIC X(01)   VALUE SPACE.
028000     05  WS-OC-TRIG-TRN-ID       PIC 9(05).
028100     05  FILLER                  PIC X(01)   VALUE SPACE.
028200     05  WS-OC-OPENED-DATE       PIC 9(08).
028300     05  FILLER                  PIC X(02)   VALUE SPACES.
028400     05  WS-OC-LAST-DATE         PIC 9(08).
028500     05  FILLER                  PIC X(03)   VALUE SPACES.
028600     05  WS-OC-COUNT             PIC ZZ9.
028700     05  FILLER                  PIC X(02)   VALUE SPACES.
028800     05  WS-OC-TOTAL             PIC Z,ZZZ,ZZ9.99.
028900
029000 01  WS-TOTAL-LINE.
029100     05  WS-TL-LABEL             PIC X(32).
029200     05  WS-TL-COUNT             PIC ZZZZZZ9.
029300
029400     COPY RUNSTAT.
029450
029470     COPY PARMREQ.
029500
029600 PROCEDURE DIVISION.
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
029900     SORT CASH-SORT
030000         ON ASCENDING KEY CS-CUST-ID
030100                          CS-POST-DATE
030200                          CS-ACCT-NO
030300                          CS-TRN-ID
030400         INPUT PROCEDURE IS 2000-SELECT-CASH
030500                       THRU 2000-EXIT
030600         OUTPUT PROCEDURE IS 3000-CHECK-CUSTOMERS
030700                        THRU 3000-EXIT.
030800     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
030900     GO TO 9999-EXIT.
031000
031100******************************************************************
031200*    1000-INITIALIZE - BUSINESS DATE AND LIMITS, OPEN THE CASE
031300*                      MASTER AND OUTPUTS, THEN APPLY THE CASE
031400*                      STATUS CARDS BEFORE ANY MONITORING
031500******************************************************************
031600 1000-INITIALIZE.
031700     DISPLAY "CASHMON - CASH MONITORING RUN STARTING".
031800     MOVE "CASHMON"              TO RSA-PROGRAM-ID.
031900     MOVE 'S'                    TO RSA-FUNCTION.
032000     CALL "RUNSTAT"              USING RUN-STAT-AREA.
032100     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
032200     PERFORM 1050-READ-CASH-PARM THRU 1050-EXIT.
032300     OPEN I-O    CASH-CASE.
032400     IF NOT WS-CASE-OK
032500         DISPLAY "CASHCASE OPEN FAILED - STATUS " WS-CASE-STATUS
032600         SET WS-FILE-ERROR       TO TRUE
032700     END-IF.
032800     OPEN OUTPUT CASH-ALERT.
032900     OPEN OUTPUT CASH-REPORT.
033000     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
033100     MOVE WS-SINGLE-LIMIT        TO WS-H2-SINGLE.
033200     MOVE WS-AGGR-LIMIT          TO WS-H2-AGGR.
033300     MOVE WS-WINDOW-DAYS         TO WS-H3-WINDOW.
033400     MOVE WS-MIN-DEPOSITS        TO WS-H3-MIN-DEPOSITS.
033500     WRITE CASH-REPORT-LINE      FROM WS-RPT-HEADING-1.
033600     WRITE CASH-REPORT-LINE      FROM WS-RPT-HEADING-2.
033700     WRITE CASH-REPORT-LINE      FROM WS-RPT-HEADING-3.
033800     WRITE CASH-REPORT-LINE      FROM SPACES.
033900     IF WS-FILE-ERROR
034000         DISPLAY "CASHMON - NO CASES UPDATED OR RAISED"
034100     ELSE
034200         PERFORM 1300-APPLY-CASE-TRANS THRU 1300-EXIT
034300     END-IF.
034400 1000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    1050-READ-CASH-PARM - THE LIMITS, THE WINDOW AND THE
034900*                          MINIMUM NUMBER OF DEPOSITS IN A
035000*                          STRUCTURING RUN IN FORCE ON THE
035010*                          PARAMETER MASTER, ELSE THE OPTIONAL
035020*                          CARD; WITHOUT EITHER THE DEFAULTS STAND
035100******************************************************************
035200 1050-READ-CASH-PARM.
035210     MOVE SPACES                 TO WS-CASH-CARD.
035220     MOVE "CASHPARM"             TO PQ-PARM-ID.
035230     MOVE SPACES                 TO PQ-PARM-QUAL.
035240     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
035250     CALL "PARMGET"              USING PARM-REQUEST-AREA.
035260     IF PQ-FOUND
035270         MOVE PQ-VALUE           TO WS-CASH-CARD
035280     ELSE
035290         PERFORM 1060-READ-CASH-CARD THRU 1060-EXIT
035300     END-IF.
035900     IF WS-CC-SINGLE-LIMIT NUMERIC
036000      AND WS-CC-SINGLE-LIMIT > ZERO
036100         MOVE WS-CC-SINGLE-LIMIT TO WS-SINGLE-LIMIT
036200     END-IF.
036300     IF WS-CC-AGGR-LIMIT NUMERIC AND WS-CC-AGGR-LIMIT > ZERO
036400         MOVE WS-CC-AGGR-LIMIT   TO WS-AGGR-LIMIT
036500     END-IF.
036600     IF WS-CC-WINDOW-DAYS NUMERIC
036700      AND WS-CC-WINDOW-DAYS > ZERO
036800         MOVE WS-CC-WINDOW-DAYS  TO WS-WINDOW-DAYS
036900     END-IF.
037000     IF WS-CC-MIN-DEPOSITS NUMERIC
037100      AND WS-CC-MIN-DEPOSITS > 1
037200         MOVE WS-CC-MIN-DEPOSITS TO WS-MIN-DEPOSITS
037300     END-IF.
037700     DISPLAY "SINGLE LIMIT       : " WS-SINGLE-LIMIT.
037800     DISPLAY "AGGREGATE LIMIT    : " WS-AGGR-LIMIT.
037900     DISPLAY "WINDOW DAYS        : " WS-WINDOW-DAYS.
038000     DISPLAY "MINIMUM DEPOSITS   : " WS-MIN-DEPOSITS.
038100 1050-EXIT.
038200     EXIT.
038207
038215 1060-READ-CASH-CARD.
038223     OPEN INPUT CASH-PARM.
038230     IF WS-PARM-OK
038238         READ CASH-PARM INTO WS-CASH-CARD
038246             AT END
038253                 CONTINUE
038261         END-READ
038269     END-IF.
038276     CLOSE CASH-PARM.
038284 1060-EXIT.
038292     EXIT.
038300
038400******************************************************************
038500*    1300-APPLY-CASE-TRANS - CLOSE OR REOPEN CASES FROM THE
038600*                            OPTIONAL CASHCTRN CARDS, EACH LISTED
038700*                            WITH ITS RESULT
038800******************************************************************
038900 1300-APPLY-CASE-TRANS.
039000     OPEN INPUT CASE-TRANS.
039100     IF NOT WS-CTRN-OK
039200         GO TO 1300-EXIT
039300     END-IF.
039400     PERFORM 1390-READ-CASE-TRAN THRU 1390-EXIT.
039500     PERFORM 1350-APPLY-ONE-TRAN THRU 1350-EXIT
039600             UNTIL WS-CTRN-EOF.
039700     CLOSE CASE-TRANS.
039800     IF WS-CTRN-COUNT GREATER THAN ZERO
039900         WRITE CASH-REPORT-LINE  FROM SPACES
040000     END-IF.
040100 1300-EXIT.
040200     EXIT.
040300
040400 1350-APPLY-ONE-TRAN.
040500     ADD 1                       TO WS-CTRN-COUNT.
040600     MOVE CCT-ACTION             TO WS-CL-ACTION.
040700     MOVE CCT-CUST-ID            TO WS-CL-CUST-ID.
040800     MOVE CCT-ALERT-TYPE         TO WS-CL-ALERT-TYPE.
040900     MOVE CCT-TRIG-DATE          TO WS-CL-TRIG-DATE.
041000     MOVE CCT-TRIG-ACCT          TO WS-CL-TRIG-ACCT.
041100     MOVE CCT-TRIG-TRN-ID        TO WS-CL-TRIG-TRN-ID.
041200     MOVE CCT-USER-ID            TO WS-CL-USER-ID.
041300     IF NOT CCT-CLOSE AND NOT CCT-REOPEN
041400         MOVE "INVALID ACTION"   TO WS-CL-RESULT
041500         GO TO 1350-REJECT
041600     END-IF.
041700     CALL "AUTHCHK"              USING CCT-USER-ID
041800                                       WS-AUTH-MASTER-ID
041900                                       WS-AUTH-AMOUNT
042000                                       WS-AUTH-SW.
042100     IF NOT WS-AUTHORIZED
042200         MOVE "NOT AUTHORIZED"   TO WS-CL-RESULT
042300         GO TO 1350-REJECT
042400     END-IF.
042500     MOVE CCT-CASE-KEY           TO CC-CASE-KEY.
042600     READ CASH-CASE
042700         INVALID KEY
042800             MOVE "CASE NOT FOUND" TO WS-CL-RESULT
042900             GO TO 1350-REJECT
043000     END-READ.
043100     IF CCT-CLOSE
043200         IF CC-CLOSED
043300             MOVE "ALREADY CLOSED" TO WS-CL-RESULT
043400             GO TO 1350-REJECT
043500         END-IF
043600         SET CC-CLOSED           TO TRUE
043700         MOVE WS-BUSINESS-DATE   TO CC-CLOSED-DATE
043800         MOVE CCT-USER-ID        TO CC-CLOSED-BY
043900         MOVE "CLOSED"           TO WS-CL-RESULT
044000     ELSE
044100         IF CC-OPEN
044200             MOVE "ALREADY OPEN" TO WS-CL-RESULT
044300             GO TO 1350-REJECT
044400         END-IF
044500         SET CC-OPEN             TO TRUE
044600         MOVE ZERO               TO CC-CLOSED-DATE
044700         MOVE SPACES             TO CC-CLOSED-BY
044800         MOVE "REOPENED"         TO WS-CL-RESULT
044900     END-IF.
045000     REWRITE CASH-CASE-RECORD.
045100     ADD 1                       TO WS-CTRN-APPLIED-COUNT.
045200     GO TO 1350-PRINT.
045300 1350-REJECT.
045400     ADD 1                       TO WS-CTRN-REJECT-COUNT.
045500 1350-PRINT.
045600     WRITE CASH-REPORT-LINE      FROM WS-CTRN-LINE.
045700     PERFORM 1390-READ-CASE-TRAN THRU 1390-EXIT.
045800 1350-EXIT.
045900     EXIT.
046000
046100 1390-READ-CASE-TRAN.
046200     READ CASE-TRANS
046300         AT END
046400             SET WS-CTRN-EOF TO TRUE
046500     END-READ.
046600 1390-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000*    2000-SELECT-CASH - SORT INPUT PROCEDURE; RELEASE EVERY
047100*                       CUSTOMER CASH POSTING IN THE WINDOW WITH
047200*                       ITS ACCOUNT'S CUSTOMER.  SYSTEM POSTINGS,
047300*                       REVERSED POSTINGS AND REVERSALS ARE NOT
047400*                       CASH ACTIVITY
047500******************************************************************
047600 2000-SELECT-CASH.
047700     IF WS-FILE-ERROR
047800         GO TO 2000-EXIT
047900     END-IF.
048000     OPEN INPUT ACCT-HISTORY.
048100     IF NOT WS-HIST-OK
048200         DISPLAY "ACCTHIST OPEN FAILED - STATUS " WS-HIST-STATUS
048300         SET WS-FILE-ERROR       TO TRUE
048400         GO TO 2000-EXIT
048500     END-IF.
048600     OPEN INPUT ACCT-MASTER.
048700     IF NOT WS-AMST-OK
048800         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
048900         SET WS-FILE-ERROR       TO TRUE
049000         CLOSE ACCT-HISTORY
049100         GO TO 2000-EXIT
049200     END-IF.
049300     PERFORM 2900-READ-HISTORY   THRU 2900-EXIT.
049400     PERFORM 2100-SELECT-ONE-POSTING THRU 2100-EXIT
049500             UNTIL WS-HIST-EOF.
049600     CLOSE ACCT-HISTORY.
049700     CLOSE ACCT-MASTER.
049800     DISPLAY "HISTORY RECORDS    : " WS-HIST-COUNT.
049900     DISPLAY "CASH POSTINGS      : " WS-CASH-COUNT.
050000 2000-EXIT.
050100     EXIT.
050200
050300 2100-SELECT-ONE-POSTING.
050400     ADD 1                       TO WS-HIST-COUNT.
050500     IF TH-TRN-CODE NOT EQUAL "DR" AND TH-TRN-CODE NOT EQUAL "WD"
050600         GO TO 2100-READ-NEXT
050700     END-IF.
050800     IF TH-SYSTEM-ORIGIN OR TH-REVERSED OR TH-REVERSAL-ENTRY
050900         GO TO 2100-READ-NEXT
051000     END-IF.
051100     IF TH-POST-DATE GREATER THAN WS-BUSINESS-DATE
051200         GO TO 2100-READ-NEXT
051300     END-IF.
051400     MOVE 'D'                    TO WS-DU-FUNCTION.
051500     MOVE TH-POST-DATE           TO WS-DU-DATE-2.
051600     CALL "DATEUTIL"             USING WS-DU-FUNCTION
051700                                       WS-BUSINESS-DATE
051800                                       WS-DU-DATE-2
051900                                       WS-DU-DAYS
052000                                       WS-DU-VALID-SW.
052100     IF WS-DU-DAYS NOT LESS THAN WS-WINDOW-DAYS
052200         GO TO 2100-READ-NEXT
052300     END-IF.
052400     MOVE TH-ACCT-NO             TO AM-ACCT-NO.
052500     READ ACCT-MASTER
052600         INVALID KEY
052700             ADD 1               TO WS-NO-MASTER-COUNT
052800             GO TO 2100-READ-NEXT
052900     END-READ.
053000     MOVE AM-CUST-ID             TO CS-CUST-ID.
053100     MOVE TH-POST-DATE           TO CS-POST-DATE.
053200     MOVE TH-ACCT-NO             TO CS-ACCT-NO.
053300     MOVE TH-TRN-ID              TO CS-TRN-ID.
053400     MOVE TH-TRN-CODE            TO CS-TRN-CODE.
053500     MOVE TH-AMOUNT              TO CS-AMOUNT.
053600     RELEASE CASH-SORT-RECORD.
053700     ADD 1                       TO WS-CASH-COUNT.
053800 2100-READ-NEXT.
053900     PERFORM 2900-READ-HISTORY   THRU 2900-EXIT.
054000 2100-EXIT.
054100     EXIT.
054200
054300 2900-READ-HISTORY.
054400     READ ACCT-HISTORY
054500         AT END
054600             SET WS-HIST-EOF TO TRUE
054700     END-READ.
054800 2900-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200*    3000-CHECK-CUSTOMERS - SORT OUTPUT PROCEDURE; GATHER EACH
055300*                           CUSTOMER'S CASH POSTINGS AND CHECK
055400*                           THEM AT THE CUSTOMER BREAK
055500******************************************************************
055600 3000-CHECK-CUSTOMERS.
055700     MOVE ZERO                   TO WS-CT-COUNT.
055800     PERFORM 3900-RETURN-SORTED  THRU 3900-EXIT.
055900     PERFORM 3100-TAKE-ONE-CASH  THRU 3100-EXIT
056000             UNTIL WS-SORT-EOF.
056100     IF WS-CT-COUNT GREATER THAN ZERO
056200         PERFORM 3200-CHECK-CUSTOMER THRU 3200-EXIT
056300     END-IF.
056400 3000-EXIT.
056500     EXIT.
056600
056700 3100-TAKE-ONE-CASH.
056800     IF WS-CT-COUNT GREATER THAN ZERO
056900        AND CS-CUST-ID NOT EQUAL WS-CUR-CUST-ID
057000         PERFORM 3200-CHECK-CUSTOMER THRU 3200-EXIT
057100     END-IF.
057200     IF WS-CT-COUNT EQUAL ZERO
057300         MOVE CS-CUST-ID         TO WS-CUR-CUST-ID
057400     END-IF.
057500     IF WS-CT-COUNT NOT LESS THAN WS-CT-MAX
057600         ADD 1                   TO WS-DROPPED-COUNT
057700         SET WS-TABLE-OVERFLOW   TO TRUE
057800         GO TO 3100-READ-NEXT
057900     END-IF.
058000     ADD 1                       TO WS-CT-COUNT.
058100     MOVE CS-POST-DATE           TO WS-CT-POST-DATE (WS-CT-COUNT).
058200     MOVE CS-ACCT-NO             TO WS-CT-ACCT-NO (WS-CT-COUNT).
058300     MOVE CS-TRN-ID              TO WS-CT-TRN-ID (WS-CT-COUNT).
058400     MOVE CS-TRN-CODE            TO WS-CT-TRN-CODE (WS-CT-COUNT).
058500     MOVE CS-AMOUNT              TO WS-CT-AMOUNT (WS-CT-COUNT).
058600 3100-READ-NEXT.
058700     PERFORM 3900-RETURN-SORTED  THRU 3900-EXIT.
058800 3100-EXIT.
058900     EXIT.
059000
059100 3200-CHECK-CUSTOMER.
059200     ADD 1                       TO WS-CUST-COUNT.
059300     PERFORM 3300-CHECK-LARGE-CASH THRU 3300-EXIT
059400             VARYING WS-CT-SUB FROM 1 BY 1
059500             UNTIL WS-CT-SUB GREATER THAN WS-CT-COUNT.
059600     PERFORM 3500-CHECK-STRUCTURING THRU 3500-EXIT.
059700     MOVE ZERO                   TO WS-CT-COUNT.
059800 3200-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200*    3300-CHECK-LARGE-CASH - ONE DEPOSIT OR WITHDRAWAL ABOVE THE
060300*                            SINGLE LIMIT IS A CASE OF ITS OWN
060400*                            UNLESS IT IS ALREADY ON ONE
060500******************************************************************
060600 3300-CHECK-LARGE-CASH.
060700     IF WS-CT-AMOUNT (WS-CT-SUB) NOT GREATER THAN WS-SINGLE-LIMIT
060800         GO TO 3300-EXIT
060900     END-IF.
061000     MOVE WS-CUR-CUST-ID         TO WS-NK-CUST-ID.
061100     MOVE 'L'                    TO WS-NK-ALERT-TYPE.
061200     MOVE WS-CT-POST-DATE (WS-CT-SUB) TO WS-NK-TRIG-DATE.
061300     MOVE WS-CT-ACCT-NO (WS-CT-SUB)   TO WS-NK-TRIG-ACCT.
061400     MOVE WS-CT-TRN-ID (WS-CT-SUB)    TO WS-NK-TRIG-TRN-ID.
061500     PERFORM 3350-FIND-CASE      THRU 3350-EXIT.
061600     IF WS-CASE-FOUND
061700         GO TO 3300-EXIT
061800     END-IF.
061900     PERFORM 3360-CLEAR-ONE-PICK THRU 3360-EXIT
062000             VARYING WS-PK-SUB FROM 1 BY 1
062100             UNTIL WS-PK-SUB GREATER THAN WS-CT-COUNT.
062200     SET WS-CT-PICKED (WS-CT-SUB) TO TRUE.
062300     MOVE 1                      TO WS-PICK-COUNT.
062400     MOVE WS-CT-AMOUNT (WS-CT-SUB) TO WS-PICK-TOTAL.
062500     MOVE WS-CT-POST-DATE (WS-CT-SUB) TO WS-PICK-LAST-DATE.
062600     MOVE "LARGE CASH"           TO WS-CH-TYPE-NAME.
062700     PERFORM 3400-OPEN-CASE      THRU 3400-EXIT.
062800     ADD 1                       TO WS-LARGE-CASE-COUNT.
062900 3300-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300*    3350-FIND-CASE - IS THE CASE ABOUT TO BE RAISED ALREADY ON
063400*                     THE MASTER?  AN OPEN ONE IS STILL BEING
063500*                     WORKED; A CLOSED ONE IS NEVER RAISED AGAIN
063600******************************************************************
063700 3350-FIND-CASE.
063800     MOVE 'N'                    TO WS-CASE-FOUND-SW.
063900     MOVE WS-NEW-CASE-KEY        TO CC-CASE-KEY.
064000     READ CASH-CASE
064100         INVALID KEY
064200             GO TO 3350-EXIT
064300     END-READ.
064400     SET WS-CASE-FOUND           TO TRUE.
064500     IF CC-CLOSED
064600         ADD 1                   TO WS-CLOSED-SKIP-COUNT
064700     ELSE
064800         ADD 1                   TO WS-OPEN-AGAIN-COUNT
064900     END-IF.
065000 3350-EXIT.
065100     EXIT.
065200
065300 3360-CLEAR-ONE-PICK.
065400     MOVE 'N'                    TO WS-CT-PICK-SW (WS-PK-SUB).
065500 3360-EXIT.
065600     EXIT.
065700
065800******************************************************************
065900*    3400-OPEN-CASE - WRITE THE NEW CASE, ITS REPORT BLOCK AND
066000*                     ONE ALERT RECORD PER PICKED POSTING
066100******************************************************************
066200 3400-OPEN-CASE.
066300     MOVE SPACES                 TO CASH-CASE-RECORD.
066400     MOVE WS-NEW-CASE-KEY        TO CC-CASE-KEY.
066500     SET CC-OPEN                 TO TRUE.
066600     MOVE WS-BUSINESS-DATE       TO CC-OPENED-DATE.
066700     MOVE WS-PICK-LAST-DATE      TO CC-LAST-DATE.
066800     MOVE WS-PICK-COUNT          TO CC-TXN-COUNT.
066900     MOVE WS-PICK-TOTAL          TO CC-TOTAL-AMOUNT.
067000     MOVE ZERO                   TO CC-CLOSED-DATE.
067100     WRITE CASH-CASE-RECORD
067200         INVALID KEY
067300             DISPLAY "CASHCASE WRITE FAILED - STATUS "
067400                     WS-CASE-STATUS
067500             SET WS-FILE-ERROR   TO TRUE
067600     END-WRITE.
067700     MOVE WS-NK-CUST-ID          TO WS-CH-CUST-ID.
067800     MOVE WS-NK-TRIG-DATE        TO WS-CH-TRIG-DATE.
067900     MOVE WS-NK-TRIG-ACCT        TO WS-CH-TRIG-ACCT.
068000     MOVE WS-NK-TRIG-TRN-ID      TO WS-CH-TRIG-TRN-ID.
068100     MOVE WS-PICK-COUNT          TO WS-CS-COUNT.
068200     MOVE WS-PICK-TOTAL          TO WS-CS-TOTAL.
068300     WRITE CASH-REPORT-LINE      FROM WS-CASE-HEAD-LINE.
068400     WRITE CASH-REPORT-LINE      FROM WS-CASE-SUM-LINE.
068500     PERFORM 3450-ALERT-ONE-POSTING THRU 3450-EXIT
068600             VARYING WS-PK-SUB FROM 1 BY 1
068700             UNTIL WS-PK-SUB GREATER THAN WS-CT-COUNT.
068800     WRITE CASH-REPORT-LINE      FROM SPACES.
068900 3400-EXIT.
069000     EXIT.
069100
069200 3450-ALERT-ONE-POSTING.
069300     IF NOT WS-CT-PICKED (WS-PK-SUB)
069400         GO TO 3450-EXIT
069500     END-IF.
069600     MOVE WS-NEW-CASE-KEY        TO CA-CASE-KEY.
069700     MOVE WS-BUSINESS-DATE       TO CA-RUN-DATE.
069800     MOVE WS-CT-ACCT-NO (WS-PK-SUB)   TO CA-ACCT-NO.
069900     MOVE WS-CT-POST-DATE (WS-PK-SUB) TO CA-POST-DATE.
070000     MOVE WS-CT-TRN-ID (WS-PK-SUB)    TO CA-TRN-ID.
070100     MOVE WS-CT-TRN-CODE (WS-PK-SUB)  TO CA-TRN-CODE.
070200     MOVE WS-CT-AMOUNT (WS-PK-SUB)    TO CA-AMOUNT.
070300     MOVE WS-PICK-COUNT          TO CA-CASE-COUNT.
070400     MOVE WS-PICK-TOTAL          TO CA-CASE-TOTAL.
070500     WRITE CASH-ALERT-RECORD.
070600     ADD 1                       TO WS-ALERT-COUNT.
070700     MOVE WS-CT-ACCT-NO (WS-PK-SUB)   TO WS-CP-ACCT-NO.
070800     MOVE WS-CT-POST-DATE (WS-PK-SUB) TO WS-CP-POST-DATE.
070900     MOVE WS-CT-TRN-ID (WS-PK-SUB)    TO WS-CP-TRN-ID.
071000     MOVE WS-CT-TRN-CODE (WS-PK-SUB)  TO WS-CP-TRN-CODE.
071100     MOVE WS-CT-AMOUNT (WS-PK-SUB)    TO WS-CP-AMOUNT.
071200     WRITE CASH-REPORT-LINE      FROM WS-CASE-POST-LINE.
071300 3450-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700*    3500-CHECK-STRUCTURING - THE CUSTOMER'S DEPOSITS AT OR
071800*                             BELOW THE SINGLE LIMIT, POSTED AFTER
071900*                             THE LAST DEPOSIT ANY EARLIER
072000*                             STRUCTURING CASE COVERS, ARE A NEW
072100*                             CASE WHEN THERE ARE ENOUGH OF THEM
072200*                             AND THEY REACH THE AGGREGATE LIMIT
072300******************************************************************
072400 3500-CHECK-STRUCTURING.
072500     PERFORM 3510-FIND-COVERED   THRU 3510-EXIT.
072600     MOVE ZERO                   TO WS-PICK-COUNT
072700                                    WS-PICK-TOTAL.
072800     PERFORM 3530-PICK-ONE-DEPOSIT THRU 3530-EXIT
072900             VARYING WS-PK-SUB FROM 1 BY 1
073000             UNTIL WS-PK-SUB GREATER THAN WS-CT-COUNT.
073100     IF WS-PICK-COUNT LESS THAN WS-MIN-DEPOSITS
073200        OR WS-PICK-TOTAL LESS THAN WS-AGGR-LIMIT
073300         GO TO 3500-EXIT
073400     END-IF.
073500     MOVE WS-CUR-CUST-ID         TO WS-NK-CUST-ID.
073600     MOVE 'S'                    TO WS-NK-ALERT-TYPE.
073700     PERFORM 3350-FIND-CASE      THRU 3350-EXIT.
073800     IF WS-CASE-FOUND
073900         GO TO 3500-EXIT
074000     END-IF.
074100     MOVE "STRUCTURING"          TO WS-CH-TYPE-NAME.
074200     PERFORM 3400-OPEN-CASE      THRU 3400-EXIT.
074300     ADD 1                       TO WS-STRUCT-CASE-COUNT.
074400 3500-EXIT.
074500     EXIT.
074600
074700 3510-FIND-COVERED.
074800     MOVE ZERO                   TO WS-COVERED-TO-DATE.
074900     MOVE 'N'                    TO WS-CASE-EOF-SW.
075000     MOVE WS-CUR-CUST-ID         TO CC-CUST-ID.
075100     MOVE 'S'                    TO CC-ALERT-TYPE.
075200     MOVE ZERO                   TO CC-TRIG-DATE
075300                                    CC-TRIG-ACCT
075400                                    CC-TRIG-TRN-ID.
075500     START CASH-CASE KEY NOT LESS THAN CC-CASE-KEY
075600         INVALID KEY
075700             GO TO 3510-EXIT
075800     END-START.
075900     PERFORM 3520-SCAN-ONE-CASE  THRU 3520-EXIT
076000             UNTIL WS-CASE-EOF.
076100 3510-EXIT.
076200     EXIT.
076300
076400 3520-SCAN-ONE-CASE.
076500     READ CASH-CASE NEXT
076600         AT END
076700             SET WS-CASE-EOF     TO TRUE
076800             GO TO 3520-EXIT
076900     END-READ.
077000     IF CC-CUST-ID NOT EQUAL WS-CUR-CUST-ID
077100        OR NOT CC-STRUCTURING
077200         SET WS-CASE-EOF         TO TRUE
077300         GO TO 3520-EXIT
077400     END-IF.
077500     IF CC-LAST-DATE GREATER THAN WS-COVERED-TO-DATE
077600         MOVE CC-LAST-DATE       TO WS-COVERED-TO-DATE
077700     END-IF.
077800 3520-EXIT.
077900     EXIT.
078000
078100 3530-PICK-ONE-DEPOSIT.
078200     MOVE 'N'                    TO WS-CT-PICK-SW (WS-PK-SUB).
078300     IF WS-CT-TRN-CODE (WS-PK-SUB) NOT EQUAL "DR"
078400        OR WS-CT-AMOUNT (WS-PK-SUB) GREATER THAN WS-SINGLE-LIMIT
078500        OR WS-CT-POST-DATE (WS-PK-SUB) NOT GREATER THAN
078600           WS-COVERED-TO-DATE
078700         GO TO 3530-EXIT
078800     END-IF.
078900     SET WS-CT-PICKED (WS-PK-SUB) TO TRUE.
079000     ADD 1                       TO WS-PICK-COUNT.
079100     ADD WS-CT-AMOUNT (WS-PK-SUB) TO WS-PICK-TOTAL.
079200     MOVE WS-CT-POST-DATE (WS-PK-SUB) TO WS-PICK-LAST-DATE.
079300     IF WS-PICK-COUNT EQUAL 1
079400         MOVE WS-CT-POST-DATE (WS-PK-SUB) TO WS-NK-TRIG-DATE
079500         MOVE WS-CT-ACCT-NO (WS-PK-SUB)   TO WS-NK-TRIG-ACCT
079600         MOVE WS-CT-TRN-ID (WS-PK-SUB)    TO WS-NK-TRIG-TRN-ID
079700     END-IF.
079800 3530-EXIT.
079900     EXIT.
080000
080100 3900-RETURN-SORTED.
080200     RETURN CASH-SORT
080300         AT END
080400             SET WS-SORT-EOF     TO TRUE
080500     END-RETURN.
080600 3900-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000*    8100-GET-BUSINESS-DATE - THE BUSDATE CARD, ELSE THE MACHINE
081100*                             DATE THROUGH DATEUTIL
081200******************************************************************
081300 8100-GET-BUSINESS-DATE.
081400     OPEN INPUT BUS-DATE-FILE.
081500     IF WS-BDAT-OK
081600         READ BUS-DATE-FILE
081700             AT END
081800                 CONTINUE
081900             NOT AT END
082000                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
082100                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
082200                 END-IF
082300         END-READ
082400     END-IF.
082500     CLOSE BUS-DATE-FILE.
082600     IF WS-BUSINESS-DATE EQUAL ZERO
082700         MOVE 'C'                TO WS-DU-FUNCTION
082800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
082900                                       WS-BUSINESS-DATE
083000                                       WS-DU-DATE-2
083100                                       WS-DU-DAYS
083200                                       WS-DU-VALID-SW
083300     END-IF.
083400 8100-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800*    9000-TERMINATE - THE OPEN-CASE WORKLIST, RUN TOTALS, CLOSE
083900*                     FILES
084000******************************************************************
084100 9000-TERMINATE.
084200     IF NOT WS-FILE-ERROR
084300         PERFORM 9100-LIST-OPEN-CASES THRU 9100-EXIT
084400     END-IF.
084500     WRITE CASH-REPORT-LINE      FROM SPACES.
084600     MOVE "CASH POSTINGS IN WINDOW       : " TO WS-TL-LABEL.
084700     MOVE WS-CASH-COUNT          TO WS-TL-COUNT.
084800     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
084900     MOVE "CUSTOMERS CHECKED             : " TO WS-TL-LABEL.
085000     MOVE WS-CUST-COUNT          TO WS-TL-COUNT.
085100     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
085200     MOVE "NEW LARGE-CASH CASES          : " TO WS-TL-LABEL.
085300     MOVE WS-LARGE-CASE-COUNT    TO WS-TL-COUNT.
085400     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
085500     MOVE "NEW STRUCTURING CASES         : " TO WS-TL-LABEL.
085600     MOVE WS-STRUCT-CASE-COUNT   TO WS-TL-COUNT.
085700     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
085800     MOVE "ALERT RECORDS WRITTEN         : " TO WS-TL-LABEL.
085900     MOVE WS-ALERT-COUNT         TO WS-TL-COUNT.
086000     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
086100     MOVE "ALREADY ON AN OPEN CASE       : " TO WS-TL-LABEL.
086200     MOVE WS-OPEN-AGAIN-COUNT    TO WS-TL-COUNT.
086300     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
086400     MOVE "ALREADY ON A CLOSED CASE      : " TO WS-TL-LABEL.
086500     MOVE WS-CLOSED-SKIP-COUNT   TO WS-TL-COUNT.
086600     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
086700     MOVE "CASE UPDATES APPLIED          : " TO WS-TL-LABEL.
086800     MOVE WS-CTRN-APPLIED-COUNT  TO WS-TL-COUNT.
086900     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
087000     MOVE "CASE UPDATES REJECTED         : " TO WS-TL-LABEL.
087100     MOVE WS-CTRN-REJECT-COUNT   TO WS-TL-COUNT.
087200     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
087300     MOVE "ACCOUNT NOT ON ACCTMST        : " TO WS-TL-LABEL.
087400     MOVE WS-NO-MASTER-COUNT     TO WS-TL-COUNT.
087500     WRITE CASH-REPORT-LINE      FROM WS-TOTAL-LINE.
087600     DISPLAY "CUSTOMERS CHECKED  : " WS-CUST-COUNT.
087700     DISPLAY "NEW LARGE-CASH     : " WS-LARGE-CASE-COUNT.
087800     DISPLAY "NEW STRUCTURING    : " WS-STRUCT-CASE-COUNT.
087900     DISPLAY "ALERTS WRITTEN     : " WS-ALERT-COUNT.
088000     DISPLAY "OPEN CASES         : " WS-OPEN-CASE-COUNT.
088100     IF WS-TABLE-OVERFLOW
088200         DISPLAY "CUSTOMER TABLE FULL - POSTINGS NOT CHECKED: "
088300                 WS-DROPPED-COUNT
088400         SET WS-FILE-ERROR       TO TRUE
088500     END-IF.
088600     CLOSE CASH-CASE.
088700     CLOSE CASH-ALERT.
088800     CLOSE CASH-REPORT.
088900     IF WS-FILE-ERROR
089000         MOVE 8                  TO RETURN-CODE
089100     END-IF.
089200     MOVE 'E'                    TO RSA-FUNCTION.
089300     MOVE WS-HIST-COUNT          TO RSA-READ-COUNT.
089400     MOVE WS-ALERT-COUNT         TO RSA-WRITTEN-COUNT.
089500     MOVE WS-CTRN-REJECT-COUNT   TO RSA-REJECT-COUNT.
089600     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
089700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
089800     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
089900 9000-EXIT.
090000     EXIT.
090100
090200******************************************************************
090300*    9100-LIST-OPEN-CASES - EVERY CASE STILL OPEN, TONIGHT'S
090400*                           INCLUDED, AS COMPLIANCE'S WORKLIST
090500******************************************************************
090600 9100-LIST-OPEN-CASES.
090700     CLOSE CASH-CASE.
090800     OPEN INPUT CASH-CASE.
090900     IF NOT WS-CASE-OK
091000         GO TO 9100-EXIT
091100     END-IF.
091200     WRITE CASH-REPORT-LINE      FROM SPACES.
091300     MOVE "OPEN CASES"           TO CASH-REPORT-LINE.
091400     WRITE CASH-REPORT-LINE.
091500     WRITE CASH-REPORT-LINE      FROM WS-OPEN-HEAD-LINE.
091600     MOVE 'N'                    TO WS-CASE-EOF-SW.
091700     PERFORM 9150-LIST-ONE-CASE  THRU 9150-EXIT
091800             UNTIL WS-CASE-EOF.
091900 9100-EXIT.
092000     EXIT.
092100
092200 9150-LIST-ONE-CASE.
092300     READ CASH-CASE NEXT
092400         AT END
092500             SET WS-CASE-EOF     TO TRUE
092600             GO TO 9150-EXIT
092700     END-READ.
092800     IF NOT CC-OPEN
092900         GO TO 9150-EXIT
093000     END-IF.
093100     ADD 1                       TO WS-OPEN-CASE-COUNT.
093200     MOVE CC-CUST-ID             TO WS-OC-CUST-ID.
093300     MOVE CC-ALERT-TYPE          TO WS-OC-ALERT-TYPE.
093400     MOVE CC-TRIG-DATE           TO WS-OC-TRIG-DATE.
093500     MOVE CC-TRIG-ACCT           TO WS-OC-TRIG-ACCT.
093600     MOVE CC-TRIG-TRN-ID         TO WS-OC-TRIG-TRN-ID.
093700     MOVE CC-OPENED-DATE         TO WS-OC-OPENED-DATE.
093800     MOVE CC-LAST-DATE           TO WS-OC-LAST-DATE.
093900     MOVE CC-TXN-COUNT           TO WS-OC-COUNT.
094000     MOVE CC-TOTAL-AMOUNT        TO WS-OC-TOTAL.
094100     WRITE CASH-REPORT-LINE      FROM WS-OPEN-CASE-LINE.
094200 9150-EXIT.
094300     EXIT.
094400
094500 9999-EXIT.
094600     STOP RUN.
