000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 SEGBLD.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               CUSTOMER SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MONTHLY CUSTOMER VALUE
001200*                     SEGMENTATION.  EVERY CUSTNMM CUSTOMER IS
001300*                     SCORED 1-5 ON RECENCY, FREQUENCY AND VALUE
001400*                     FROM THEIR ORDER ACTIVITY (ORDMAST, WITH
001500*                     ORDPOS TO DROP CLOSED ORDERS THAT NEVER
001600*                     SHIPPED AND EXCPMAST FOR THE SHIPMENT DATE)
001700*                     AND THEIR DEPOSITS ON ACCTHIST.  THE SCORES
001800*                     PLACE THE CUSTOMER IN A SEGMENT, WRITTEN TO
001900*                     THE CUSTSEG MASTER FOR CUSTCRM, AND THE
002000*                     SEGRPT REPORT COUNTS EACH SEGMENT BY
002100*                     DISTRICT AND CITY OF THE MAILING ADDRESS
002200*                     THROUGH THE SHARED PINLOOK SERVICE.
002220*    2026-10-15 JPL   ORDPOS AND EXCPMAST ARE NOW KEYED BY ORDER
002240*                     AND LINE.  A CLOSED ORDER COUNTS WHEN ANY
002260*                     OF ITS LINES SHIPPED, DATED BY THE FIRST
002280*                     OF ITS LINES TO CARRY AN EXCEPTION.
002300******************************************************************
002400*    SCORING:
002500*      ACTIVITY  - AN OPEN ORDER (ACTIVE AS AT THE BUSINESS
002600*                  DATE), A CLOSED ORDER THAT SHIPPED (DATED BY
002700*                  ITS EXCPMAST EXCEPTION WHEN IT HAS ONE), AND
002800*                  A DEPOSIT ('DR' CREDIT) ON ANY OF THE
002900*                  CUSTOMER'S ACCOUNTS.  PARKED ORDERS DO NOT
003000*                  COUNT.
003100*      RECENCY   - DAYS SINCE THE LATEST DATED ACTIVITY:
003200*                  30 OR LESS 5, 90 4, 180 3, 365 2, OLDER 1.
003300*      FREQUENCY - ORDERS PLUS DEPOSITS IN THE LAST 365 DAYS:
003400*                  24 OR MORE 5, 12 4, 6 3, 2 2, 1 1.
003500*      VALUE     - ORDER AMOUNTS PLUS DEPOSIT AMOUNTS IN THE
003600*                  SAME WINDOW: 50,000 OR MORE 5, 20,000 4,
003700*                  5,000 3, 1,000 2, ANY 1.
003800*      A CUSTOMER WITH NO ACTIVITY SCORES ZERO THROUGHOUT.
003900*    SEGMENTS, FIRST MATCH WINS:
004000*      IN INACTIVE     NO ACTIVITY AT ALL
004100*      CH CHAMPION     R, F AND V ALL 4 OR MORE
004200*      LY LOYAL        R 3 OR MORE, F 4 OR MORE
004300*      BS BIG SPENDER  R 3 OR MORE, V 4 OR MORE
004400*      NW NEW/ACTIVE   R 4 OR MORE, F 2 OR LESS
004500*      AR AT RISK      R 2 OR LESS, F OR V 3 OR MORE
004600*      LP LAPSED       R 2 OR LESS
004700*      RG REGULAR      EVERYONE ELSE
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.            IBM-370.
005200 OBJECT-COMPUTER.            IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
005600                             ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
005800                             ORGANIZATION IS INDEXED
005900                             ACCESS MODE IS RANDOM
006000                             RECORD KEY IS CA-ADDR-KEY
006100                             ALTERNATE RECORD KEY IS CA-PIN-CODE
006200                                 WITH DUPLICATES
006300                             FILE STATUS IS WS-MASTER-STATUS.
006400     SELECT ORDER-MASTER     ASSIGN TO "ORDMAST"
006500                             ORGANIZATION IS LINE SEQUENTIAL
006600                             FILE STATUS IS WS-ORD-STATUS.
006700     SELECT OPTIONAL ORDER-POSITION ASSIGN TO "ORDPOS"
006800                             ORGANIZATION IS INDEXED
006900                             ACCESS MODE IS DYNAMIC
007000                             RECORD KEY IS OP-POS-KEY
007100                             FILE STATUS IS WS-OPOS-STATUS.
007200     SELECT OPTIONAL EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
007300                             ORGANIZATION IS INDEXED
007400                             ACCESS MODE IS DYNAMIC
007500                             RECORD KEY IS EX-EXCP-KEY
007600                             FILE STATUS IS WS-EXCP-STATUS.
007700     SELECT OPTIONAL ACCT-MASTER ASSIGN TO "ACCTMST"
007800                             ORGANIZATION IS INDEXED
007900                             ACCESS MODE IS RANDOM
008000                             RECORD KEY IS AM-ACCT-NO
008100                             FILE STATUS IS WS-AMST-STATUS.
008200     SELECT OPTIONAL ACCT-HISTORY ASSIGN TO "ACCTHIST"
008300                             ORGANIZATION IS LINE SEQUENTIAL
008400                             FILE STATUS IS WS-HIST-STATUS.
008500     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
008600                             ORGANIZATION IS LINE SEQUENTIAL
008700                             FILE STATUS IS WS-BDAT-STATUS.
008800     SELECT SEGMENT-MASTER   ASSIGN TO "CUSTSEG"
008900                             ORGANIZATION IS INDEXED
009000                             ACCESS MODE IS RANDOM
009100                             RECORD KEY IS CSG-CUST-ID
009200                             FILE STATUS IS WS-SEG-STATUS.
009300     SELECT SEGMENT-REPORT   ASSIGN TO "SEGRPT"
009400                             ORGANIZATION IS LINE SEQUENTIAL.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  CUST-NAME-MASTER
009900     RECORDING MODE IS F.
010000     COPY CUSTNMM.
010100
010200 FD  CUSTOMER-ADDR-MASTER.
010300     COPY ADDRMAST.
010400
010500 FD  ORDER-MASTER
010600     RECORDING MODE IS F.
010700     COPY ORDMAST.
010800
010900 FD  ORDER-POSITION.
011000     COPY ORDPOS.
011100
011200 FD  EXCEPTION-MASTER.
011300     COPY EXCPMAST.
011400
011500 FD  ACCT-MASTER.
011600     COPY ACCTMST.
011700
011800 FD  ACCT-HISTORY
011900     RECORDING MODE IS F.
012000     COPY ACCTHIST.
012100
012200 FD  BUS-DATE-FILE
012300     RECORDING MODE IS F.
012400     COPY BUSDATE.
012500
012600 FD  SEGMENT-MASTER.
012700     COPY CUSTSEG.
012800
012900 FD  SEGMENT-REPORT
013000     RECORDING MODE IS F.
013100 01  RPT-LINE                    PIC X(132).
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-MASTER-STATUS            PIC X(02).
013500     88  WS-MASTER-OK                    VALUE "00".
013600 01  WS-ORD-STATUS               PIC X(02).
013700     88  WS-ORD-OK                       VALUE "00".
013800 01  WS-OPOS-STATUS              PIC X(02).
013900     88  WS-OPOS-OK                      VALUE "00".
014000 01  WS-EXCP-STATUS              PIC X(02).
014100     88  WS-EXCP-OK                      VALUE "00".
014200 01  WS-AMST-STATUS              PIC X(02).
014300     88  WS-AMST-OK                      VALUE "00".
014400 01  WS-HIST-STATUS              PIC X(02).
014500     88  WS-HIST-OK                      VALUE "00".
014600 01  WS-SEG-STATUS               PIC X(02).
014700     88  WS-SEG-OK                       VALUE "00".
014800 01  WS-BDAT-STATUS              PIC X(02).
014900     88  WS-BDAT-OK                      VALUE "00".
015000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
015100 01  WS-WINDOW-START             PIC 9(08)   VALUE ZERO.
015200 01  WS-DU-FUNCTION              PIC X(01).
015300 01  WS-DU-DATE-2                PIC 9(08).
015400 01  WS-DU-DAYS                  PIC S9(05).
015500 01  WS-DU-VALID-SW              PIC X(01).
015600
015700 01  WS-SWITCHES.
015800     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
015900         88  WS-EOF                          VALUE 'Y'.
016000     05  WS-ORD-EOF-SW           PIC X(01)   VALUE 'N'.
016100         88  WS-ORD-EOF                      VALUE 'Y'.
016200     05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
016300         88  WS-HIST-EOF                     VALUE 'Y'.
016400     05  WS-OPOS-PRESENT-SW      PIC X(01)   VALUE 'N'.
016500         88  WS-OPOS-PRESENT                 VALUE 'Y'.
016600     05  WS-EXCP-PRESENT-SW      PIC X(01)   VALUE 'N'.
016700         88  WS-EXCP-PRESENT                 VALUE 'Y'.
016800     05  WS-AMST-PRESENT-SW      PIC X(01)   VALUE 'N'.
016900         88  WS-AMST-PRESENT                 VALUE 'Y'.
017000     05  WS-ROW-FOUND-SW         PIC X(01)   VALUE 'N'.
017100         88  WS-ROW-FOUND                    VALUE 'Y'.
017120     05  WS-SHIPPED-SW           PIC X(01)   VALUE 'N'.
017140         88  WS-SHIPPED                      VALUE 'Y'.
017160     05  WS-LINE-EOF-SW          PIC X(01)   VALUE 'N'.
017180         88  WS-LINE-EOF                     VALUE 'Y'.
017200
017300 01  WS-LOOK-CITY-NAME           PIC X(20).
017400 01  WS-LOOK-DISTRICT-NAME       PIC X(20).
017500 01  WS-LOOK-FOUND-SW            PIC X(01).
017600     88  WS-LOOK-FOUND                   VALUE 'Y'.
017700
017800 77  WS-CUST-READ-COUNT          PIC 9(05)   COMP    VALUE ZERO.
017900 77  WS-SEG-WRITTEN-COUNT        PIC 9(05)   COMP    VALUE ZERO.
018000 77  WS-ORDER-READ-COUNT         PIC 9(05)   COMP    VALUE ZERO.
018100 77  WS-ORDER-USED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
018200 77  WS-DEPOSIT-USED-COUNT       PIC 9(07)   COMP    VALUE ZERO.
018300 77  WS-NO-ACCT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
018400 77  WS-UNRESOLVED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
018500 77  WS-OVERFLOW-COUNT           PIC 9(05)   COMP    VALUE ZERO.
018600 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
018700 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
018800 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
018900
019000*    ACTIVITY GATHERED PER CUSTOMER BEFORE THE NAME SWEEP
019100 77  WS-CA-MAX                   PIC 9(03)   COMP    VALUE 500.
019200 77  WS-CA-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
019300 77  WS-CA-SUB                   PIC 9(03)   COMP.
019400 77  WS-CA-HIT                   PIC 9(03)   COMP    VALUE ZERO.
019500 01  WS-ACTIVITY-TABLE.
019600     05  WS-CA-ENTRY             OCCURS 500 TIMES.
019700         10  WS-CA-CUST-ID       PIC 9(05).
019800         10  WS-CA-LAST-DATE     PIC 9(08).
019900         10  WS-CA-ORDER-COUNT   PIC 9(05).
020000         10  WS-CA-DEPOSIT-COUNT PIC 9(05).
020100         10  WS-CA-VALUE         PIC 9(09)V9(02).
020200
020300 01  WS-CHK-CUST-ID              PIC 9(05).
020400 01  WS-ACT-DATE                 PIC 9(08).
020500 01  WS-ACT-AMOUNT               PIC 9(07)V9(02).
020600 01  WS-ACT-KIND                 PIC X(01).
020700     88  WS-ACT-ORDER                    VALUE 'O'.
020800     88  WS-ACT-DEPOSIT                  VALUE 'D'.
020900 01  WS-ACT-IN-WINDOW-SW         PIC X(01).
021000     88  WS-ACT-IN-WINDOW                VALUE 'Y'.
021100
021200*    THE CUSTOMER BEING SCORED
021300 01  WS-LAST-DATE                PIC 9(08).
021400 01  WS-ORDER-COUNT              PIC 9(05).
021500 01  WS-DEPOSIT-COUNT            PIC 9(05).
021600 01  WS-FREQUENCY                PIC 9(05).
021700 01  WS-VALUE                    PIC 9(09)V9(02).
021800 01  WS-DAYS-SINCE               PIC S9(05).
021900 01  WS-R-SCORE                  PIC 9(01).
022000 01  WS-F-SCORE                  PIC 9(01).
022100 01  WS-V-SCORE                  PIC 9(01).
022200 01  WS-SEG-CODE                 PIC X(02).
022300 77  WS-SEG-SUB                  PIC 9(03)   COMP.
022400 77  WS-SEG-HIT                  PIC 9(03)   COMP.
022500
022600*    SEGMENT CODES IN REPORT COLUMN ORDER
022700 01  WS-SEGMENT-CODES.
022800     05  FILLER                  PIC X(16)
022900             VALUE "CHLYBSNWARLPRGIN".
023000 01  WS-SEGMENT-CODE-TABLE REDEFINES WS-SEGMENT-CODES.
023100     05  WS-SC-CODE              OCCURS 8 TIMES PIC X(02).
023200
023300*    DISTRICT/CITY ROLLUP WITH A COUNT PER SEGMENT
023400 77  WS-ROW-MAX                  PIC 9(03)   COMP    VALUE 200.
023500 77  WS-ROW-COUNT                PIC 9(03)   COMP    VALUE ZERO.
023600 77  WS-ROW-SUB                  PIC 9(03)   COMP.
023700 77  WS-ROW-INNER                PIC 9(03)   COMP.
023800 77  WS-ROW-HIT                  PIC 9(03)   COMP    VALUE ZERO.
023900 01  WS-ROLLUP-TABLE.
024000     05  WS-ROLLUP-ENTRY         OCCURS 200 TIMES.
024100         10  WS-RT-DISTRICT      PIC X(20).
024200         10  WS-RT-CITY          PIC X(20).
024300         10  WS-RT-SEG-COUNT     OCCURS 8 TIMES
024400                                 PIC 9(05)   COMP.
024500         10  WS-RT-TOTAL         PIC 9(05)   COMP.
024600         10  WS-RT-PRINTED-SW    PIC X(01).
024700
024800 01  WS-CURR-DISTRICT            PIC X(20).
024900 01  WS-SUM-TABLE.
025000     05  WS-SUM-SEG-COUNT        OCCURS 8 TIMES
025100                                 PIC 9(05)   COMP.
025200     05  WS-SUM-TOTAL            PIC 9(05)   COMP.
025300 01  WS-GRAND-TABLE.
025400     05  WS-GRAND-SEG-COUNT      OCCURS 8 TIMES
025500                                 PIC 9(05)   COMP.
025600     05  WS-GRAND-TOTAL          PIC 9(05)   COMP.
025700
025800 01  WS-RUN-DATE.
025900     05  WS-RUN-YYYY             PIC 9(04).
026000     05  WS-RUN-MM               PIC 9(02).
026100     05  WS-RUN-DD               PIC 9(02).
026200
026300 01  WS-RUN-DATE-EDIT.
026400     05  WS-RUN-MM-EDIT          PIC 9(02).
026500     05  FILLER                  PIC X(01)   VALUE '/'.
026600     05  WS-RUN-DD-EDIT          PIC 9(02).
026700     05  FILLER                  PIC X(01)   VALUE '/'.
026800     05  WS-RUN-YYYY-EDIT        PIC 9(04).
026900
027000 01  WS-HEADING-1.
027100     05  FILLER                  PIC X(40)   VALUE SPACES.
027200     05  FILLER                  PIC X(40)
027300             VALUE "CUSTOMER VALUE SEGMENTS BY DISTRICT".
027400     05  FILLER                  PIC X(30)   VALUE SPACES.
027500     05  FILLER                  PIC X(05)   VALUE "PAGE ".
027600     05  WS-H1-PAGE              PIC ZZZ9.
027700
027800 01  WS-HEADING-2.
027900     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
028000     05  FILLER                  PIC X(02)   VALUE ": ".
028100     05  WS-H2-DATE              PIC X(10).
028200
028300 01  WS-HEADING-3.
028400     05  FILLER                  PIC X(26)
028500             VALUE "DISTRICT / CITY".
028600     05  FILLER                  PIC X(08)   VALUE "CHAMPION".
028700     05  FILLER                  PIC X(08)   VALUE "   LOYAL".
028800     05  FILLER                  PIC X(08)   VALUE " BIG SPD".
028900     05  FILLER                  PIC X(08)   VALUE "  NEW/AC".
029000     05  FILLER                  PIC X(08)   VALUE " AT RISK".
029100     05  FILLER                  PIC X(08)   VALUE "  LAPSED".
029200     05  FILLER                  PIC X(08)   VALUE " REGULAR".
029300     05  FILLER                  PIC X(08)   VALUE "INACTIVE".
029400     05  FILLER                  PIC X(09)   VALUE "    TOTAL".
029500
029600 01  WS-DISTRICT-LINE.
029700     05  FILLER                  PIC X(10)   VALUE "DISTRICT: ".
029800     05  WS-DI-DISTRICT          PIC X(20).
029900
030000 01  WS-COUNT-LINE.
030100     05  WS-CL-LABEL             PIC X(26).
030200     05  WS-CL-SEG               OCCURS 8 TIMES.
030300         10  FILLER              PIC X(02)   VALUE SPACES.
030400         10  WS-CL-SEG-COUNT     PIC ZZ,ZZ9.
030500     05  FILLER                  PIC X(03)   VALUE SPACES.
030600     05  WS-CL-TOTAL             PIC ZZ,ZZ9.
030700
030800 01  WS-TOTAL-LINE.
030900     05  FILLER                  PIC X(02)   VALUE SPACES.
031000     05  WS-TL-LABEL             PIC X(36).
031100     05  WS-TL-COUNT             PIC ZZ,ZZ9.
031200
031300     COPY RUNSTAT.
031400
031500 PROCEDURE DIVISION.
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
031800     PERFORM 2000-SCORE-CUSTOMER     THRU 2000-EXIT
031900             UNTIL WS-EOF.
032000     PERFORM 3000-PRINT-ROLLUP       THRU 3000-EXIT.
032100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
032200     GO TO 9999-EXIT.
032300
032400******************************************************************
032500*    1000-INITIALIZE - SET THE 365-DAY WINDOW, GATHER THE ORDER
032600*                      AND DEPOSIT ACTIVITY, OPEN THE SWEEP
032700******************************************************************
032800 1000-INITIALIZE.
032900     DISPLAY "SEGBLD - CUSTOMER VALUE SEGMENTATION STARTING".
033000     MOVE "SEGBLD"               TO RSA-PROGRAM-ID.
033100     MOVE 'S'                    TO RSA-FUNCTION.
033200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
033300     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
033400     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
033500     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
033600     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
033700     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
033800     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
033900     MOVE 'S'                    TO WS-DU-FUNCTION.
034000     MOVE 365                    TO WS-DU-DAYS.
034100     CALL "DATEUTIL"             USING WS-DU-FUNCTION
034200                                       WS-BUSINESS-DATE
034300                                       WS-WINDOW-START
034400                                       WS-DU-DAYS
034500                                       WS-DU-VALID-SW.
034600     DISPLAY "ACTIVITY WINDOW FROM  : " WS-WINDOW-START.
034700     PERFORM 1200-LOAD-ORDERS THRU 1200-EXIT.
034800     PERFORM 1300-LOAD-DEPOSITS THRU 1300-EXIT.
034900     IF WS-OVERFLOW-COUNT > ZERO
035000         DISPLAY "ACTIVITY NOT TABLED (TABLE FULL): "
035100                 WS-OVERFLOW-COUNT
035200     END-IF.
035300     OPEN INPUT  CUST-NAME-MASTER.
035400     OPEN INPUT  CUSTOMER-ADDR-MASTER.
035500     OPEN OUTPUT SEGMENT-MASTER.
035600     OPEN OUTPUT SEGMENT-REPORT.
035700     PERFORM 2900-READ-NAME THRU 2900-EXIT.
035800 1000-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    1200-LOAD-ORDERS - EVERY OPEN ORDER, AND EVERY CLOSED ORDER
036300*                       ORDPOS SHOWS SHIPPED, IS ORDER ACTIVITY.
036400*                       A CLOSED ORDER THAT NEVER SHIPPED WAS
036500*                       CANCELLED; A PARKED ORDER IS NOT YET A
036600*                       SALE
036700******************************************************************
036800 1200-LOAD-ORDERS.
036900     OPEN INPUT ORDER-POSITION.
037000     IF WS-OPOS-OK
037100         SET WS-OPOS-PRESENT     TO TRUE
037200     ELSE
037300         DISPLAY "NO ORDPOS FILE - CLOSED ORDERS ALL COUNTED"
037400     END-IF.
037500     OPEN INPUT EXCEPTION-MASTER.
037600     IF WS-EXCP-OK
037700         SET WS-EXCP-PRESENT     TO TRUE
037800     END-IF.
037900     OPEN INPUT ORDER-MASTER.
038000     IF NOT WS-ORD-OK
038100         DISPLAY "NO ORDMAST FILE - NO ORDER ACTIVITY"
038200         SET WS-ORD-EOF          TO TRUE
038300     ELSE
038400         PERFORM 1290-READ-ORDER THRU 1290-EXIT
038500     END-IF.
038600     PERFORM 1250-TAKE-ONE-ORDER THRU 1250-EXIT
038700             UNTIL WS-ORD-EOF.
038800     CLOSE ORDER-MASTER.
038900     CLOSE ORDER-POSITION.
039000     CLOSE EXCEPTION-MASTER.
039100 1200-EXIT.
039200     EXIT.
039300
039400 1250-TAKE-ONE-ORDER.
039500     ADD 1                       TO WS-ORDER-READ-COUNT.
039600     IF NOT OM-STATUS-OPEN
039700      AND NOT OM-STATUS-CLOSED
039800         GO TO 1250-READ-NEXT
039900     END-IF.
040000*    AN ORDER STILL OPEN IS ACTIVITY AS AT TODAY; A CLOSED ONE
040100*    CARRIES NO DATE OF ITS OWN, SO IT TAKES THE DATE ITS
040200*    SHIPMENT EXCEPTION WAS RAISED, IF IT HAD ONE
040300     MOVE ZERO                   TO WS-ACT-DATE.
040400     IF OM-STATUS-OPEN
040500         MOVE WS-BUSINESS-DATE   TO WS-ACT-DATE
040600     ELSE
040700         IF WS-OPOS-PRESENT
040800             PERFORM 1260-CHECK-SHIPPED THRU 1260-EXIT
041300             IF NOT WS-SHIPPED
041400                 GO TO 1250-READ-NEXT
041500             END-IF
041600         END-IF
041700         IF WS-EXCP-PRESENT
041800             PERFORM 1270-GET-EXCP-DATE THRU 1270-EXIT
042500         END-IF
042600     END-IF.
042700     ADD 1                       TO WS-ORDER-USED-COUNT.
042800     MOVE OM-CUST-ID             TO WS-CHK-CUST-ID.
042900     MOVE OM-ORDER-AMOUNT        TO WS-ACT-AMOUNT.
043000     MOVE 'O'                    TO WS-ACT-KIND.
043100     MOVE 'Y'                    TO WS-ACT-IN-WINDOW-SW.
043200     PERFORM 1500-POST-ACTIVITY THRU 1500-EXIT.
043300 1250-READ-NEXT.
043400     PERFORM 1290-READ-ORDER THRU 1290-EXIT.
043500 1250-EXIT.
043600     EXIT.
043700
043800 1290-READ-ORDER.
043900     READ ORDER-MASTER
044000         AT END
044100             SET WS-ORD-EOF TO TRUE
044200     END-READ.
044300 1290-EXIT.
044400     EXIT.
044401
044402******************************************************************
044403*    1260-CHECK-SHIPPED - DID ANY LINE OF THE ORDER SHIP?
044404******************************************************************
044405 1260-CHECK-SHIPPED.
044406     MOVE 'N'                    TO WS-SHIPPED-SW.
044407     MOVE 'N'                    TO WS-LINE-EOF-SW.
044408     MOVE OM-ORDER-ID            TO OP-ORDER-ID.
044409     MOVE ZERO                   TO OP-LINE-NO.
044410     START ORDER-POSITION
044411             KEY IS NOT LESS THAN OP-POS-KEY
044412         INVALID KEY
044413             GO TO 1260-EXIT
044414     END-START.
044415     PERFORM 1265-READ-ONE-POSITION THRU 1265-EXIT
044416             UNTIL WS-LINE-EOF OR WS-SHIPPED.
044417 1260-EXIT.
044418     EXIT.
044419
044420 1265-READ-ONE-POSITION.
044421     READ ORDER-POSITION NEXT RECORD
044422         AT END
044423             SET WS-LINE-EOF     TO TRUE
044424             GO TO 1265-EXIT
044425     END-READ.
044426     IF OP-ORDER-ID NOT EQUAL OM-ORDER-ID
044427         SET WS-LINE-EOF         TO TRUE
044428         GO TO 1265-EXIT
044429     END-IF.
044430     IF OP-SHIPPED-TO-DATE > ZERO
044431         SET WS-SHIPPED          TO TRUE
044432     END-IF.
044433 1265-EXIT.
044434     EXIT.
044435
044436******************************************************************
044437*    1270-GET-EXCP-DATE - THE OPENED DATE OF THE ORDER'S FIRST
044438*                         EXCPMAST LINE, IF IT HAS ONE
044439******************************************************************
044440 1270-GET-EXCP-DATE.
044441     MOVE OM-ORDER-ID            TO EX-ORDER-ID.
044442     MOVE ZERO                   TO EX-LINE-NO.
044443     START EXCEPTION-MASTER
044444             KEY IS NOT LESS THAN EX-EXCP-KEY
044445         INVALID KEY
044446             GO TO 1270-EXIT
044447     END-START.
044448     READ EXCEPTION-MASTER NEXT RECORD
044449         AT END
044450             GO TO 1270-EXIT
044451     END-READ.
044452     IF EX-ORDER-ID EQUAL OM-ORDER-ID
044453         MOVE EX-OPENED-DATE     TO WS-ACT-DATE
044454     END-IF.
044455 1270-EXIT.
044456     EXIT.
044500
044600******************************************************************
044700*    1300-LOAD-DEPOSITS - EVERY 'DR' POSTING ON ACCTHIST, OWNED
044800*                         THROUGH ACCTMST.  ALL DEPOSITS DATE THE
044900*                         CUSTOMER; ONLY THOSE IN THE WINDOW COUNT
045000*                         TOWARD FREQUENCY AND VALUE
045100******************************************************************
045200 1300-LOAD-DEPOSITS.
045300     OPEN INPUT ACCT-MASTER.
045400     IF WS-AMST-OK
045500         SET WS-AMST-PRESENT     TO TRUE
045600     END-IF.
045700     OPEN INPUT ACCT-HISTORY.
045800     IF NOT WS-HIST-OK
045900      OR NOT WS-AMST-PRESENT
046000         DISPLAY "NO ACCTHIST/ACCTMST - NO DEPOSIT ACTIVITY"
046100         SET WS-HIST-EOF         TO TRUE
046200     ELSE
046300         PERFORM 1390-READ-HISTORY THRU 1390-EXIT
046400     END-IF.
046500     PERFORM 1350-TAKE-ONE-POSTING THRU 1350-EXIT
046600             UNTIL WS-HIST-EOF.
046700     CLOSE ACCT-HISTORY.
046800     CLOSE ACCT-MASTER.
046900 1300-EXIT.
047000     EXIT.
047100
047200 1350-TAKE-ONE-POSTING.
047300     IF TH-TRN-CODE NOT EQUAL "DR"
047400      OR NOT TH-CREDIT
047500         GO TO 1350-READ-NEXT
047600     END-IF.
047700     MOVE TH-ACCT-NO             TO AM-ACCT-NO.
047800     READ ACCT-MASTER
047900         INVALID KEY
048000             ADD 1               TO WS-NO-ACCT-COUNT
048100             GO TO 1350-READ-NEXT
048200     END-READ.
048300     ADD 1                       TO WS-DEPOSIT-USED-COUNT.
048400     MOVE AM-CUST-ID             TO WS-CHK-CUST-ID.
048500     MOVE TH-POST-DATE           TO WS-ACT-DATE.
048600     MOVE TH-AMOUNT              TO WS-ACT-AMOUNT.
048700     MOVE 'D'                    TO WS-ACT-KIND.
048800     MOVE 'N'                    TO WS-ACT-IN-WINDOW-SW.
048900     IF TH-POST-DATE NOT LESS THAN WS-WINDOW-START
049000         MOVE 'Y'                TO WS-ACT-IN-WINDOW-SW
049100     END-IF.
049200     PERFORM 1500-POST-ACTIVITY THRU 1500-EXIT.
049300 1350-READ-NEXT.
049400     PERFORM 1390-READ-HISTORY THRU 1390-EXIT.
049500 1350-EXIT.
049600     EXIT.
049700
049800 1390-READ-HISTORY.
049900     READ ACCT-HISTORY
050000         AT END
050100             SET WS-HIST-EOF TO TRUE
050200     END-READ.
050300 1390-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    1500-POST-ACTIVITY - ADD ONE ORDER OR DEPOSIT TO ITS
050800*                         CUSTOMER'S ACTIVITY ENTRY
050900******************************************************************
051000 1500-POST-ACTIVITY.
051100     PERFORM 2600-FIND-ACTIVITY THRU 2600-EXIT.
051200     IF WS-CA-HIT EQUAL ZERO
051300         IF WS-CA-COUNT NOT LESS THAN WS-CA-MAX
051400             ADD 1               TO WS-OVERFLOW-COUNT
051500             GO TO 1500-EXIT
051600         END-IF
051700         ADD 1                   TO WS-CA-COUNT
051800         MOVE WS-CA-COUNT        TO WS-CA-HIT
051900         INITIALIZE WS-CA-ENTRY (WS-CA-HIT)
052000         MOVE WS-CHK-CUST-ID     TO WS-CA-CUST-ID (WS-CA-HIT)
052100     END-IF.
052200     IF WS-ACT-DATE > WS-CA-LAST-DATE (WS-CA-HIT)
052300         MOVE WS-ACT-DATE        TO WS-CA-LAST-DATE (WS-CA-HIT)
052400     END-IF.
052500     IF NOT WS-ACT-IN-WINDOW
052600         GO TO 1500-EXIT
052700     END-IF.
052800     IF WS-ACT-ORDER
052900         ADD 1                   TO WS-CA-ORDER-COUNT (WS-CA-HIT)
053000     ELSE
053100         ADD 1                   TO WS-CA-DEPOSIT-COUNT
053200                                        (WS-CA-HIT)
053300     END-IF.
053400     ADD WS-ACT-AMOUNT           TO WS-CA-VALUE (WS-CA-HIT).
053500 1500-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    2000-SCORE-CUSTOMER - SCORE, SEGMENT, WRITE AND ROLL UP ONE
054000*                          NAME MASTER CUSTOMER
054100******************************************************************
054200 2000-SCORE-CUSTOMER.
054300     ADD 1                       TO WS-CUST-READ-COUNT.
054400     MOVE CNM-CUST-ID            TO WS-CHK-CUST-ID.
054500     MOVE ZERO                   TO WS-LAST-DATE
054600                                    WS-ORDER-COUNT
054700                                    WS-DEPOSIT-COUNT
054800                                    WS-VALUE.
054900     PERFORM 2600-FIND-ACTIVITY THRU 2600-EXIT.
055000     IF WS-CA-HIT > ZERO
055100         MOVE WS-CA-LAST-DATE (WS-CA-HIT)     TO WS-LAST-DATE
055200         MOVE WS-CA-ORDER-COUNT (WS-CA-HIT)   TO WS-ORDER-COUNT
055300         MOVE WS-CA-DEPOSIT-COUNT (WS-CA-HIT) TO WS-DEPOSIT-COUNT
055400         MOVE WS-CA-VALUE (WS-CA-HIT)         TO WS-VALUE
055500     END-IF.
055600     PERFORM 2100-SET-SCORES THRU 2100-EXIT.
055700     PERFORM 2200-SET-SEGMENT THRU 2200-EXIT.
055800     PERFORM 2300-WRITE-SEGMENT THRU 2300-EXIT.
055900     PERFORM 2400-ROLL-CUSTOMER THRU 2400-EXIT.
056000     PERFORM 2900-READ-NAME THRU 2900-EXIT.
056100 2000-EXIT.
056200     EXIT.
056300
056400 2100-SET-SCORES.
056500     MOVE ZERO                   TO WS-R-SCORE
056600                                    WS-F-SCORE
056700                                    WS-V-SCORE.
056800     COMPUTE WS-FREQUENCY = WS-ORDER-COUNT + WS-DEPOSIT-COUNT.
056900     IF WS-LAST-DATE > ZERO
057000         MOVE 'D'                TO WS-DU-FUNCTION
057100         CALL "DATEUTIL"         USING WS-DU-FUNCTION
057200                                       WS-BUSINESS-DATE
057300                                       WS-LAST-DATE
057400                                       WS-DAYS-SINCE
057500                                       WS-DU-VALID-SW
057600         EVALUATE TRUE
057700             WHEN WS-DAYS-SINCE NOT GREATER THAN 30
057800                 MOVE 5          TO WS-R-SCORE
057900             WHEN WS-DAYS-SINCE NOT GREATER THAN 90
058000                 MOVE 4          TO WS-R-SCORE
058100             WHEN WS-DAYS-SINCE NOT GREATER THAN 180
058200                 MOVE 3          TO WS-R-SCORE
058300             WHEN WS-DAYS-SINCE NOT GREATER THAN 365
058400                 MOVE 2          TO WS-R-SCORE
058500             WHEN OTHER
058600                 MOVE 1          TO WS-R-SCORE
058700         END-EVALUATE
058800     END-IF.
058900     EVALUATE TRUE
059000         WHEN WS-FREQUENCY NOT LESS THAN 24
059100             MOVE 5              TO WS-F-SCORE
059200         WHEN WS-FREQUENCY NOT LESS THAN 12
059300             MOVE 4              TO WS-F-SCORE
059400         WHEN WS-FREQUENCY NOT LESS THAN 6
059500             MOVE 3              TO WS-F-SCORE
059600         WHEN WS-FREQUENCY NOT LESS THAN 2
059700             MOVE 2              TO WS-F-SCORE
059800         WHEN WS-FREQUENCY NOT LESS THAN 1
059900             MOVE 1              TO WS-F-SCORE
060000     END-EVALUATE.
060100     EVALUATE TRUE
060200         WHEN WS-VALUE NOT LESS THAN 50000
060300             MOVE 5              TO WS-V-SCORE
060400         WHEN WS-VALUE NOT LESS THAN 20000
060500             MOVE 4              TO WS-V-SCORE
060600         WHEN WS-VALUE NOT LESS THAN 5000
060700             MOVE 3              TO WS-V-SCORE
060800         WHEN WS-VALUE NOT LESS THAN 1000
060900             MOVE 2              TO WS-V-SCORE
061000         WHEN WS-VALUE > ZERO
061100             MOVE 1              TO WS-V-SCORE
061200     END-EVALUATE.
061300 2100-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700*    2200-SET-SEGMENT - FIRST MATCHING SEGMENT IN THE ORDER SET
061800*                       OUT IN THE PROGRAM BANNER
061900******************************************************************
062000 2200-SET-SEGMENT.
062100     EVALUATE TRUE
062200         WHEN WS-R-SCORE EQUAL ZERO
062300          AND WS-F-SCORE EQUAL ZERO
062400          AND WS-V-SCORE EQUAL ZERO
062500             MOVE "IN"           TO WS-SEG-CODE
062600         WHEN WS-R-SCORE NOT LESS THAN 4
062700          AND WS-F-SCORE NOT LESS THAN 4
062800          AND WS-V-SCORE NOT LESS THAN 4
062900             MOVE "CH"           TO WS-SEG-CODE
063000         WHEN WS-R-SCORE NOT LESS THAN 3
063100          AND WS-F-SCORE NOT LESS THAN 4
063200             MOVE "LY"           TO WS-SEG-CODE
063300         WHEN WS-R-SCORE NOT LESS THAN 3
063400          AND WS-V-SCORE NOT LESS THAN 4
063500             MOVE "BS"           TO WS-SEG-CODE
063600         WHEN WS-R-SCORE NOT LESS THAN 4
063700          AND WS-F-SCORE NOT GREATER THAN 2
063800             MOVE "NW"           TO WS-SEG-CODE
063900         WHEN WS-R-SCORE NOT GREATER THAN 2
064000          AND (WS-F-SCORE NOT LESS THAN 3
064100            OR WS-V-SCORE NOT LESS THAN 3)
064200             MOVE "AR"           TO WS-SEG-CODE
064300         WHEN WS-R-SCORE NOT GREATER THAN 2
064400             MOVE "LP"           TO WS-SEG-CODE
064500         WHEN OTHER
064600             MOVE "RG"           TO WS-SEG-CODE
064700     END-EVALUATE.
064800     MOVE ZERO                   TO WS-SEG-HIT.
064900     PERFORM 2250-MATCH-ONE-SEGMENT THRU 2250-EXIT
065000             VARYING WS-SEG-SUB FROM 1 BY 1
065100             UNTIL WS-SEG-SUB GREATER THAN 8
065200                OR WS-SEG-HIT > ZERO.
065300 2200-EXIT.
065400     EXIT.
065500
065600 2250-MATCH-ONE-SEGMENT.
065700     IF WS-SC-CODE (WS-SEG-SUB) EQUAL WS-SEG-CODE
065800         MOVE WS-SEG-SUB         TO WS-SEG-HIT
065900     END-IF.
066000 2250-EXIT.
066100     EXIT.
066200
066300 2300-WRITE-SEGMENT.
066400     MOVE CNM-CUST-ID            TO CSG-CUST-ID.
066500     MOVE WS-SEG-CODE            TO CSG-SEGMENT-CODE.
066600     MOVE WS-R-SCORE             TO CSG-RECENCY-SCORE.
066700     MOVE WS-F-SCORE             TO CSG-FREQUENCY-SCORE.
066800     MOVE WS-V-SCORE             TO CSG-VALUE-SCORE.
066900     MOVE WS-LAST-DATE           TO CSG-LAST-ACTIVITY-DATE.
067000     MOVE WS-ORDER-COUNT         TO CSG-ORDER-COUNT.
067100     MOVE WS-DEPOSIT-COUNT       TO CSG-DEPOSIT-COUNT.
067200     MOVE WS-VALUE               TO CSG-ACTIVITY-VALUE.
067300     MOVE WS-BUSINESS-DATE       TO CSG-SCORE-DATE.
067400     WRITE CUSTOMER-SEGMENT-RECORD
067500         INVALID KEY
067600             DISPLAY "DUPLICATE SEGMENT CUSTOMER: " CSG-CUST-ID
067700             GO TO 2300-EXIT
067800     END-WRITE.
067900     ADD 1                       TO WS-SEG-WRITTEN-COUNT.
068000 2300-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*    2400-ROLL-CUSTOMER - COUNT THE SEGMENT UNDER THE DISTRICT
068500*                         AND CITY OF THE MAILING ADDRESS, THE
068600*                         WAY MKTPEN ROLLS ITS PENETRATION.  A
068700*                         CUSTOMER WITH NO MAILING ADDRESS OR AN
068800*                         UNKNOWN PIN IS COUNTED UNDER UNRESOLVED
068900*                         SO THE REPORT STILL BALANCES
069000******************************************************************
069100 2400-ROLL-CUSTOMER.
069200     MOVE CNM-CUST-ID            TO CA-CUST-ID.
069300     MOVE 'M'                    TO CA-ADDR-TYPE.
069400     READ CUSTOMER-ADDR-MASTER
069500         INVALID KEY
069600             MOVE 'N'            TO WS-LOOK-FOUND-SW
069700             MOVE "UNRESOLVED"   TO WS-LOOK-DISTRICT-NAME
069800             MOVE "NO MAILING ADDRESS" TO WS-LOOK-CITY-NAME
069900         NOT INVALID KEY
070000             CALL "PINLOOK"      USING CA-PIN-CODE
070100                                       WS-LOOK-CITY-NAME
070200                                       WS-LOOK-DISTRICT-NAME
070300                                       WS-LOOK-FOUND-SW
070400             IF NOT WS-LOOK-FOUND
070500                 MOVE "UNRESOLVED"   TO WS-LOOK-DISTRICT-NAME
070600                 MOVE "PIN NOT ON PINCREF" TO WS-LOOK-CITY-NAME
070700             END-IF
070800     END-READ.
070900     IF NOT WS-LOOK-FOUND
071000         ADD 1                   TO WS-UNRESOLVED-COUNT
071100     END-IF.
071200     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
071300     IF WS-ROW-HIT EQUAL ZERO
071400         ADD 1                   TO WS-OVERFLOW-COUNT
071500         GO TO 2400-EXIT
071600     END-IF.
071700     ADD 1                       TO WS-RT-SEG-COUNT
071800                                        (WS-ROW-HIT, WS-SEG-HIT)
071900                                    WS-RT-TOTAL (WS-ROW-HIT).
072000 2400-EXIT.
072100     EXIT.
072200
072300 2500-FIND-ROW.
072400     MOVE 'N'                    TO WS-ROW-FOUND-SW.
072500     MOVE ZERO                   TO WS-ROW-HIT.
072600     PERFORM 2550-SCAN-ONE-ROW THRU 2550-EXIT
072700             VARYING WS-ROW-SUB FROM 1 BY 1
072800             UNTIL WS-ROW-SUB GREATER THAN WS-ROW-COUNT
072900                OR WS-ROW-FOUND.
073000     IF NOT WS-ROW-FOUND
073100      AND WS-ROW-COUNT LESS THAN WS-ROW-MAX
073200         ADD 1                   TO WS-ROW-COUNT
073300         MOVE WS-ROW-COUNT       TO WS-ROW-HIT
073400         INITIALIZE WS-ROLLUP-ENTRY (WS-ROW-HIT)
073500         MOVE WS-LOOK-DISTRICT-NAME
073600                 TO WS-RT-DISTRICT (WS-ROW-HIT)
073700         MOVE WS-LOOK-CITY-NAME
073800                 TO WS-RT-CITY (WS-ROW-HIT)
073900         MOVE 'N'                TO WS-RT-PRINTED-SW (WS-ROW-HIT)
074000     END-IF.
074100 2500-EXIT.
074200     EXIT.
074300
074400 2550-SCAN-ONE-ROW.
074500     IF WS-RT-DISTRICT (WS-ROW-SUB)
074600             EQUAL WS-LOOK-DISTRICT-NAME
074700      AND WS-RT-CITY (WS-ROW-SUB) EQUAL WS-LOOK-CITY-NAME
074800         SET WS-ROW-FOUND        TO TRUE
074900         MOVE WS-ROW-SUB         TO WS-ROW-HIT
075000     END-IF.
075100 2550-EXIT.
075200     EXIT.
075300
075400 2600-FIND-ACTIVITY.
075500     MOVE ZERO                   TO WS-CA-HIT.
075600     PERFORM 2650-SCAN-ONE-ACTIVITY THRU 2650-EXIT
075700             VARYING WS-CA-SUB FROM 1 BY 1
075800             UNTIL WS-CA-SUB GREATER THAN WS-CA-COUNT
075900                OR WS-CA-HIT > ZERO.
076000 2600-EXIT.
076100     EXIT.
076200
076300 2650-SCAN-ONE-ACTIVITY.
076400     IF WS-CA-CUST-ID (WS-CA-SUB) EQUAL WS-CHK-CUST-ID
076500         MOVE WS-CA-SUB          TO WS-CA-HIT
076600     END-IF.
076700 2650-EXIT.
076800     EXIT.
076900
077000 2900-READ-NAME.
077100     READ CUST-NAME-MASTER
077200         AT END
077300             SET WS-EOF TO TRUE
077400     END-READ.
077500 2900-EXIT.
077600     EXIT.
077700
077800******************************************************************
077900*    3000-PRINT-ROLLUP - ONE SECTION PER DISTRICT WITH ITS CITY
078000*                        ROWS, THEN THE ALL-DISTRICT TOTALS
078100******************************************************************
078200 3000-PRINT-ROLLUP.
078300     INITIALIZE WS-GRAND-TABLE.
078400     PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT.
078500     PERFORM 3100-PRINT-ONE-DISTRICT THRU 3100-EXIT
078600             VARYING WS-ROW-SUB FROM 1 BY 1
078700             UNTIL WS-ROW-SUB GREATER THAN WS-ROW-COUNT.
078800     WRITE RPT-LINE              FROM SPACES.
078900     MOVE "ALL DISTRICTS"        TO WS-CL-LABEL.
079000     MOVE WS-GRAND-TABLE         TO WS-SUM-TABLE.
079100     PERFORM 3800-WRITE-COUNT-LINE THRU 3800-EXIT.
079200     WRITE RPT-LINE              FROM SPACES.
079300     MOVE "CUSTOMERS SCORED"                   TO WS-TL-LABEL.
079400     MOVE WS-CUST-READ-COUNT     TO WS-TL-COUNT.
079500     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
079600     MOVE "SEGMENT RECORDS WRITTEN"            TO WS-TL-LABEL.
079700     MOVE WS-SEG-WRITTEN-COUNT   TO WS-TL-COUNT.
079800     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
079900     MOVE "NO MAILING ADDRESS OR UNKNOWN PIN"  TO WS-TL-LABEL.
080000     MOVE WS-UNRESOLVED-COUNT    TO WS-TL-COUNT.
080100     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
080200 3000-EXIT.
080300     EXIT.
080400
080500 3100-PRINT-ONE-DISTRICT.
080600     IF WS-RT-PRINTED-SW (WS-ROW-SUB) EQUAL 'Y'
080700         GO TO 3100-EXIT
080800     END-IF.
080900     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
081000         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
081100     END-IF.
081200     MOVE WS-RT-DISTRICT (WS-ROW-SUB) TO WS-CURR-DISTRICT.
081300     MOVE WS-CURR-DISTRICT       TO WS-DI-DISTRICT.
081400     WRITE RPT-LINE              FROM SPACES.
081500     WRITE RPT-LINE              FROM WS-DISTRICT-LINE.
081600     ADD 2                       TO WS-LINE-COUNT.
081700     INITIALIZE WS-SUM-TABLE.
081800     PERFORM 3200-PRINT-ONE-CITY THRU 3200-EXIT
081900             VARYING WS-ROW-INNER FROM 1 BY 1
082000             UNTIL WS-ROW-INNER GREATER THAN WS-ROW-COUNT.
082100     MOVE "  DISTRICT TOTAL"     TO WS-CL-LABEL.
082200     PERFORM 3800-WRITE-COUNT-LINE THRU 3800-EXIT.
082300     PERFORM 3300-ADD-TO-GRAND THRU 3300-EXIT
082400             VARYING WS-SEG-SUB FROM 1 BY 1
082500             UNTIL WS-SEG-SUB GREATER THAN 8.
082600     ADD WS-SUM-TOTAL            TO WS-GRAND-TOTAL.
082700 3100-EXIT.
082800     EXIT.
082900
083000 3200-PRINT-ONE-CITY.
083100     IF WS-RT-DISTRICT (WS-ROW-INNER) NOT EQUAL WS-CURR-DISTRICT
083200      OR WS-RT-PRINTED-SW (WS-ROW-INNER) EQUAL 'Y'
083300         GO TO 3200-EXIT
083400     END-IF.
083500     MOVE SPACES                 TO WS-CL-LABEL.
083600     MOVE WS-RT-CITY (WS-ROW-INNER) TO WS-CL-LABEL (5:20).
083700     PERFORM 3250-TAKE-ONE-CITY-SEG THRU 3250-EXIT
083800             VARYING WS-SEG-SUB FROM 1 BY 1
083900             UNTIL WS-SEG-SUB GREATER THAN 8.
084000     MOVE WS-RT-TOTAL (WS-ROW-INNER) TO WS-CL-TOTAL.
084100     ADD WS-RT-TOTAL (WS-ROW-INNER)  TO WS-SUM-TOTAL.
084200     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
084300         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
084400     END-IF.
084500     WRITE RPT-LINE              FROM WS-COUNT-LINE.
084600     ADD 1                       TO WS-LINE-COUNT.
084700     MOVE 'Y'                    TO WS-RT-PRINTED-SW
084800                                        (WS-ROW-INNER).
084900 3200-EXIT.
085000     EXIT.
085100
085200 3250-TAKE-ONE-CITY-SEG.
085300     MOVE WS-RT-SEG-COUNT (WS-ROW-INNER, WS-SEG-SUB)
085400                                 TO WS-CL-SEG-COUNT (WS-SEG-SUB).
085500     ADD WS-RT-SEG-COUNT (WS-ROW-INNER, WS-SEG-SUB)
085600                                 TO WS-SUM-SEG-COUNT (WS-SEG-SUB).
085700 3250-EXIT.
085800     EXIT.
085900
086000 3300-ADD-TO-GRAND.
086100     ADD WS-SUM-SEG-COUNT (WS-SEG-SUB)
086200         TO WS-GRAND-SEG-COUNT (WS-SEG-SUB).
086300 3300-EXIT.
086400     EXIT.
086500
086600******************************************************************
086700*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
086800******************************************************************
086900 3600-PRINT-HEADERS.
087000     ADD 1                       TO WS-PAGE-COUNT.
087100     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
087200     IF WS-PAGE-COUNT IS GREATER THAN 1
087300         WRITE RPT-LINE          FROM SPACES
087400             AFTER ADVANCING PAGE
087500     END-IF.
087600     WRITE RPT-LINE              FROM WS-HEADING-1.
087700     WRITE RPT-LINE              FROM WS-HEADING-2.
087800     WRITE RPT-LINE              FROM SPACES.
087900     WRITE RPT-LINE              FROM WS-HEADING-3.
088000     MOVE ZERO                   TO WS-LINE-COUNT.
088100 3600-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500*    3800-WRITE-COUNT-LINE - A TOTAL LINE FROM THE SUM COUNTERS
088600******************************************************************
088700 3800-WRITE-COUNT-LINE.
088800     PERFORM 3850-TAKE-ONE-SUM-SEG THRU 3850-EXIT
088900             VARYING WS-SEG-SUB FROM 1 BY 1
089000             UNTIL WS-SEG-SUB GREATER THAN 8.
089100     MOVE WS-SUM-TOTAL           TO WS-CL-TOTAL.
089200     WRITE RPT-LINE              FROM WS-COUNT-LINE.
089300     ADD 1                       TO WS-LINE-COUNT.
089400 3800-EXIT.
089500     EXIT.
089600
089700 3850-TAKE-ONE-SUM-SEG.
089800     MOVE WS-SUM-SEG-COUNT (WS-SEG-SUB)
089900                                 TO WS-CL-SEG-COUNT (WS-SEG-SUB).
090000 3850-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
090500*                             FROM THE CALCHK BUSDATE CARD; FALL
090600*                             BACK TO THE MACHINE DATE WHEN THE
090700*                             CARD IS ABSENT
090800******************************************************************
090900 8100-GET-BUSINESS-DATE.
091000     OPEN INPUT BUS-DATE-FILE.
091100     IF WS-BDAT-OK
091200         READ BUS-DATE-FILE
091300             AT END
091400                 CONTINUE
091500             NOT AT END
091600                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
091700                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
091800                 END-IF
091900         END-READ
092000     END-IF.
092100     CLOSE BUS-DATE-FILE.
092200     IF WS-BUSINESS-DATE EQUAL ZERO
092300         MOVE 'C'                TO WS-DU-FUNCTION
092400         CALL "DATEUTIL"         USING WS-DU-FUNCTION
092500                                       WS-BUSINESS-DATE
092600                                       WS-DU-DATE-2
092700                                       WS-DU-DAYS
092800                                       WS-DU-VALID-SW
092900     END-IF.
093000 8100-EXIT.
093100     EXIT.
093200
093300******************************************************************
093400*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
093500******************************************************************
093600 9000-TERMINATE.
093700     DISPLAY "CUSTOMERS SCORED      : " WS-CUST-READ-COUNT.
093800     DISPLAY "SEGMENT RECORDS       : " WS-SEG-WRITTEN-COUNT.
093900     DISPLAY "ORDERS READ / USED    : " WS-ORDER-READ-COUNT
094000             " / " WS-ORDER-USED-COUNT.
094100     DISPLAY "DEPOSITS USED         : " WS-DEPOSIT-USED-COUNT.
094200     DISPLAY "DEPOSITS NO ACCOUNT   : " WS-NO-ACCT-COUNT.
094300     DISPLAY "UNRESOLVED ADDRESSES  : " WS-UNRESOLVED-COUNT.
094400     CLOSE CUST-NAME-MASTER.
094500     CLOSE CUSTOMER-ADDR-MASTER.
094600     CLOSE SEGMENT-MASTER.
094700     CLOSE SEGMENT-REPORT.
094800     IF WS-OVERFLOW-COUNT > ZERO
094900      OR WS-UNRESOLVED-COUNT > ZERO
095000         MOVE 4                  TO RETURN-CODE
095100     END-IF.
095200     MOVE 'E'                    TO RSA-FUNCTION.
095300     MOVE WS-CUST-READ-COUNT     TO RSA-READ-COUNT.
095400     MOVE WS-SEG-WRITTEN-COUNT   TO RSA-WRITTEN-COUNT.
095500     MOVE ZERO                   TO RSA-REJECT-COUNT.
095600     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
095700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
095800     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
095900 9000-EXIT.
096000     EXIT.
096100
096200 9999-EXIT.
096300     STOP RUN.
