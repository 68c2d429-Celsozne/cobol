000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 BOEXPIRE.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ORDER CANCELLATION CASCADE
001200*                     AND BACKORDER EXPIRY.  EVERY LINE ORDMNT
001300*                     CANCELLED OR CLOSED TONIGHT (BOCANC), AND
001400*                     EVERY SHORT-SHIPPED LINE WHOSE EXCPMAST
001500*                     EXCEPTION HAS STOOD OPEN LONGER THAN THE
001600*                     BOXPARM EXPIRY PERIOD (60 DAYS WHEN NO
001700*                     CARD), HAS ITS OPEN EXCEPTION DELETED AND
001800*                     ITS OUTSTANDING REQUISITION CANCELLED.
001900*                     AN EXPIRED LINE IS MARKED ON ORDLINE SO IF1
002000*                     TAKES NO MORE SHIPMENTS AND REPLEN RAISES NO
002100*                     MORE REQUISITIONS FOR IT; GRNRCV THEN CLOSES
002200*                     THE ORDER'S BOHIST ENTRY.  EACH LINE CLOSED
002300*                     WITH A QUANTITY STILL UNFILLED OR ANYTHING
002400*                     OPEN AGAINST IT IS LISTED ON THE BOXREG
002500*                     REGISTER FOR CUSTOMER SERVICE.
002510*    2026-10-15 JPL   THE EXPIRY PERIOD NOW COMES FROM THE
002520*                     PARMMAST CONTROLLED PARAMETER MASTER
002530*                     (PARAMETER BOXPARM) AS OF THE BUSINESS DATE
002540*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002550*                     BOXPARM CARD IS READ ONLY WHEN THE MASTER
002560*                     HOLDS NO VALUE.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.            IBM-370.
003000 OBJECT-COMPUTER.            IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003400                             ORGANIZATION IS LINE SEQUENTIAL
003500                             FILE STATUS IS WS-BDAT-STATUS.
003600     SELECT OPTIONAL EXPIRY-PARM ASSIGN TO "BOXPARM"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-PARM-STATUS.
003900     SELECT OPTIONAL CANCEL-FILE ASSIGN TO "BOCANC"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-CANC-STATUS.
004200     SELECT ORDER-MASTER     ASSIGN TO "ORDMAST"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT ORDER-LINE       ASSIGN TO "ORDLINE"
004500                             ORGANIZATION IS INDEXED
004600                             ACCESS MODE IS DYNAMIC
004700                             RECORD KEY IS OL-LINE-KEY
004800                             FILE STATUS IS WS-OLIN-STATUS.
004900     SELECT OPTIONAL ORDER-POSITION ASSIGN TO "ORDPOS"
005000                             ORGANIZATION IS INDEXED
005100                             ACCESS MODE IS RANDOM
005200                             RECORD KEY IS OP-POS-KEY
005300                             FILE STATUS IS WS-POS-STATUS.
005400     SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
005500                             ORGANIZATION IS INDEXED
005600                             ACCESS MODE IS DYNAMIC
005700                             RECORD KEY IS EX-EXCP-KEY
005800                             FILE STATUS IS WS-EXCP-STATUS.
005900     SELECT REQ-MASTER       ASSIGN TO "REQMAST"
006000                             ORGANIZATION IS INDEXED
006100                             ACCESS MODE IS RANDOM
006200                             RECORD KEY IS RQM-REQ-KEY
006300                             FILE STATUS IS WS-REQM-STATUS.
006400     SELECT EXPIRY-REGISTER  ASSIGN TO "BOXREG"
006500                             ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BUS-DATE-FILE
007000     RECORDING MODE IS F.
007100     COPY BUSDATE.
007200
007300 FD  EXPIRY-PARM
007400     RECORDING MODE IS F.
007500 01  EXPIRY-PARM-RECORD.
007600     05  BXP-EXPIRY-DAYS         PIC 9(03).
007700
007800 FD  CANCEL-FILE
007900     RECORDING MODE IS F.
008000     COPY BOCANC.
008100
008200 FD  ORDER-MASTER
008300     RECORDING MODE IS F.
008400     COPY ORDMAST.
008500
008600 FD  ORDER-LINE.
008700     COPY ORDLINE.
008800
008900 FD  ORDER-POSITION.
009000     COPY ORDPOS.
009100
009200 FD  EXCEPTION-MASTER.
009300     COPY EXCPMAST.
009400
009500 FD  REQ-MASTER.
009600     COPY REQMAST.
009700
009800 FD  EXPIRY-REGISTER
009900     RECORDING MODE IS F.
010000 01  EXPIRY-REG-LINE             PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-BDAT-STATUS              PIC X(02).
010400     88  WS-BDAT-OK                      VALUE "00".
010500 01  WS-PARM-STATUS              PIC X(02).
010600     88  WS-PARM-OK                      VALUE "00".
010700 01  WS-CANC-STATUS              PIC X(02).
010800     88  WS-CANC-OK                      VALUE "00".
010900 01  WS-OLIN-STATUS              PIC X(02).
011000     88  WS-OLIN-OK                      VALUE "00".
011100 01  WS-POS-STATUS               PIC X(02).
011200     88  WS-POS-USABLE                   VALUE "00", "05".
011300 01  WS-EXCP-STATUS              PIC X(02).
011400     88  WS-EXCP-OK                      VALUE "00".
011500 01  WS-REQM-STATUS              PIC X(02).
011600     88  WS-REQM-OK                      VALUE "00".
011700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
011800 01  WS-DU-FUNCTION              PIC X(01).
011900 01  WS-DU-DATE-2                PIC 9(08).
012000 01  WS-DU-DAYS                  PIC S9(05).
012100 01  WS-DU-VALID-SW              PIC X(01).
012200     88  WS-DU-VALID                     VALUE 'Y'.
012300
012320 01  WS-EXPIRY-CARD.
012340     05  WS-XC-EXPIRY-DAYS       PIC 9(03).
012360     05  FILLER                  PIC X(37).
012380
012400 01  WS-SWITCHES.
012500     05  WS-CANC-EOF-SW          PIC X(01)   VALUE 'N'.
012600         88  WS-CANC-EOF                     VALUE 'Y'.
012700     05  WS-ORD-EOF-SW           PIC X(01)   VALUE 'N'.
012800         88  WS-ORD-EOF                      VALUE 'Y'.
012900     05  WS-OLIN-EOF-SW          PIC X(01)   VALUE 'N'.
013000         88  WS-OLIN-EOF                     VALUE 'Y'.
013100     05  WS-EXCP-EOF-SW          PIC X(01)   VALUE 'N'.
013200         88  WS-EXCP-EOF                     VALUE 'Y'.
013300     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
013400         88  WS-FILE-ERROR                   VALUE 'Y'.
013500     05  WS-ANY-OPEN-SW          PIC X(01)   VALUE 'N'.
013600         88  WS-ANY-OPEN                     VALUE 'Y'.
013700
013800 01  WS-ORDER-TABLE.
013900     05  WS-ORDER-ENTRY      OCCURS 0 TO 500 TIMES
014000                             DEPENDING ON WS-ORDER-COUNT
014100                             INDEXED BY WS-ORDER-IDX.
014200         10  WS-OT-ORDER-ID      PIC 9(05).
014300         10  WS-OT-CUST-ID       PIC 9(05).
014400
014500 77  WS-ORDER-COUNT              PIC 9(03)   COMP    VALUE ZERO.
014600 77  WS-EXPIRY-DAYS              PIC 9(03)   COMP    VALUE 60.
014700 77  WS-CANCEL-READ-COUNT        PIC 9(05)   COMP    VALUE ZERO.
014800 77  WS-LINE-CANCEL-COUNT        PIC 9(05)   COMP    VALUE ZERO.
014900 77  WS-EXCP-READ-COUNT          PIC 9(05)   COMP    VALUE ZERO.
015000 77  WS-EXPIRED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
015100 77  WS-EXCP-CLOSED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
015200 77  WS-REQ-CANCEL-COUNT         PIC 9(05)   COMP    VALUE ZERO.
015300 77  WS-LISTED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
015400
015500 01  WS-AGE-DAYS                 PIC S9(05)  VALUE ZERO.
015600 01  WS-ACTION                   PIC X(16).
015700
015800*    THE LINE BEING CLOSED, AS 2500-CLOSE-LINE WORKS ON IT
015900 01  WS-CLOSE-LINE.
016000     05  WS-CL-ORDER-ID          PIC 9(05).
016100     05  WS-CL-LINE-NO           PIC 9(03).
016200     05  WS-CL-ITEM-CODE         PIC X(08).
016300     05  WS-CL-CUST-ID           PIC 9(05).
016400     05  WS-CL-ORDERED           PIC 9(07).
016500     05  WS-CL-SHIPPED           PIC 9(07).
016600     05  WS-CL-SHORT             PIC 9(07).
016700     05  WS-CL-REQ-CANCELLED     PIC 9(07).
016800
016900 01  WS-EXPIRED-NOTE.
017000     05  FILLER                  PIC X(08)   VALUE "EXPIRED ".
017100     05  WS-EN-DAYS              PIC ZZZ9.
017200     05  FILLER                  PIC X(04)   VALUE " DYS".
017300
017400 01  WS-HEADING-1.
017500     05  FILLER                  PIC X(40)   VALUE
017600         "CANCELLED / EXPIRED BACKORDER REGISTER".
017700     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
017800     05  WS-H1-DATE              PIC 9(08).
017900 01  WS-HEADING-2.
018000     05  FILLER                  PIC X(32)   VALUE
018100         "BACKORDERS EXPIRE AFTER (DAYS): ".
018200     05  WS-H2-DAYS              PIC ZZ9.
018300 01  WS-HEADING-3.
018400     05  FILLER                  PIC X(35)   VALUE
018500         "ORDER/LIN  ITEM      CUST   ORDERED".
018600     05  FILLER                  PIC X(32)   VALUE
018700         " SHIPPED   SHORT REQ CAN  ACTION".
018800
018900 01  WS-DETAIL-LINE.
019000     05  WS-DET-ORDER-ID         PIC 9(05).
019100     05  FILLER                  PIC X(01)   VALUE "/".
019200     05  WS-DET-LINE-NO          PIC 9(03).
019300     05  FILLER                  PIC X(02)   VALUE SPACES.
019400     05  WS-DET-ITEM-CODE        PIC X(08).
019500     05  FILLER                  PIC X(02)   VALUE SPACES.
019600     05  WS-DET-CUST-ID          PIC 9(05).
019700     05  FILLER                  PIC X(02)   VALUE SPACES.
019800     05  WS-DET-ORDERED          PIC ZZZZZZ9.
019900     05  FILLER                  PIC X(01)   VALUE SPACES.
020000     05  WS-DET-SHIPPED          PIC ZZZZZZ9.
020100     05  FILLER                  PIC X(01)   VALUE SPACES.
020200     05  WS-DET-SHORT            PIC ZZZZZZ9.
020300     05  FILLER                  PIC X(01)   VALUE SPACES.
020400     05  WS-DET-REQ-CANCELLED    PIC ZZZZZZ9.
020500     05  FILLER                  PIC X(02)   VALUE SPACES.
020600     05  WS-DET-ACTION           PIC X(16).
020700
020800 01  WS-TOTAL-LINE.
020900     05  WS-TL-LABEL             PIC X(24).
021000     05  WS-TL-COUNT             PIC ZZZZ9.
021100
021200     COPY RUNSTAT.
021220
021240     COPY PARMREQ.
021300
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
021700     PERFORM 2000-APPLY-ONE-CANCEL   THRU 2000-EXIT
021800             UNTIL WS-CANC-EOF.
021900     PERFORM 3000-EXPIRE-BACKORDERS  THRU 3000-EXIT.
022000     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
022100     GO TO 9999-EXIT.
022200
022300******************************************************************
022400*    1000-INITIALIZE - TABLE THE ORDERS, OPEN THE MASTERS TO BE
022500*                      UPDATED AND PRIME THE CANCELLATION READ
022600******************************************************************
022700 1000-INITIALIZE.
022800     DISPLAY "BOEXPIRE - BACKORDER EXPIRY STARTING".
022900     MOVE "BOEXPIRE"             TO RSA-PROGRAM-ID.
023000     MOVE 'S'                    TO RSA-FUNCTION.
023100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
023200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
023300     PERFORM 1100-READ-PARM THRU 1100-EXIT.
023400     PERFORM 1200-LOAD-ORDER-TABLE THRU 1200-EXIT.
023500     OPEN I-O    ORDER-LINE.
023600     IF NOT WS-OLIN-OK
023700         DISPLAY "ORDLINE OPEN FAILED - STATUS " WS-OLIN-STATUS
023800         SET WS-FILE-ERROR       TO TRUE
023900     END-IF.
024000     OPEN I-O    EXCEPTION-MASTER.
024100     IF NOT WS-EXCP-OK
024200         DISPLAY "EXCPMAST OPEN FAILED - STATUS " WS-EXCP-STATUS
024300         SET WS-FILE-ERROR       TO TRUE
024400     END-IF.
024500     OPEN I-O    REQ-MASTER.
024600     IF NOT WS-REQM-OK
024700         DISPLAY "REQMAST OPEN FAILED - STATUS " WS-REQM-STATUS
024800         SET WS-FILE-ERROR       TO TRUE
024900     END-IF.
025000     OPEN INPUT  ORDER-POSITION.
025100     OPEN INPUT  CANCEL-FILE.
025200     OPEN OUTPUT EXPIRY-REGISTER.
025300     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
025400     MOVE WS-EXPIRY-DAYS         TO WS-H2-DAYS.
025500     WRITE EXPIRY-REG-LINE       FROM WS-HEADING-1.
025600     WRITE EXPIRY-REG-LINE       FROM WS-HEADING-2.
025700     WRITE EXPIRY-REG-LINE       FROM SPACES.
025800     WRITE EXPIRY-REG-LINE       FROM WS-HEADING-3.
025900     IF WS-FILE-ERROR
026000         SET WS-CANC-EOF         TO TRUE
026100         GO TO 1000-EXIT
026200     END-IF.
026300     IF NOT WS-CANC-OK
026400         DISPLAY "NO BOCANC FILE - NO CANCELLATIONS TONIGHT"
026500         SET WS-CANC-EOF         TO TRUE
026600     ELSE
026700         PERFORM 2900-READ-CANCEL THRU 2900-EXIT
026800     END-IF.
026900 1000-EXIT.
027000     EXIT.
027100
027200******************************************************************
027250*    1100-READ-PARM - THE NUMBER OF DAYS A BACKORDER MAY STAND
027300*                     BEFORE IT EXPIRES IN FORCE ON THE PARAMETER
027350*                     MASTER, ELSE THE OPTIONAL BOXPARM CARD;
027400*                     WITHOUT EITHER THE DEFAULT STANDS
027600******************************************************************
027700 1100-READ-PARM.
027750     MOVE SPACES                 TO WS-EXPIRY-CARD.
027800     MOVE "BOXPARM"              TO PQ-PARM-ID.
027850     MOVE SPACES                 TO PQ-PARM-QUAL.
027900     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
027950     CALL "PARMGET"              USING PARM-REQUEST-AREA.
028000     IF PQ-FOUND
028050         MOVE PQ-VALUE           TO WS-EXPIRY-CARD
028100     ELSE
028150         PERFORM 1110-READ-EXPIRY-CARD THRU 1110-EXIT
028200     END-IF.
028250     IF WS-XC-EXPIRY-DAYS NUMERIC
028300      AND WS-XC-EXPIRY-DAYS > ZERO
028350         MOVE WS-XC-EXPIRY-DAYS  TO WS-EXPIRY-DAYS
028400     END-IF.
029100 1100-EXIT.
029200     EXIT.
029205
029210 1110-READ-EXPIRY-CARD.
029215     OPEN INPUT EXPIRY-PARM.
029220     IF WS-PARM-OK
029225         READ EXPIRY-PARM INTO WS-EXPIRY-CARD
029230             AT END
029235                 CONTINUE
029240         END-READ
029245     END-IF.
029250     CLOSE EXPIRY-PARM.
029255 1110-EXIT.
029260     EXIT.
029300
029400******************************************************************
029500*    1200-LOAD-ORDER-TABLE - ORDER TO CUSTOMER, FOR THE REGISTER
029600******************************************************************
029700 1200-LOAD-ORDER-TABLE.
029800     OPEN INPUT ORDER-MASTER.
029900     PERFORM 1290-READ-ORDER THRU 1290-EXIT.
030000     PERFORM 1250-TABLE-ONE-ORDER THRU 1250-EXIT
030100             UNTIL WS-ORD-EOF.
030200     CLOSE ORDER-MASTER.
030300     DISPLAY "ORDERS LOADED: " WS-ORDER-COUNT.
030400 1200-EXIT.
030500     EXIT.
030600
030700 1250-TABLE-ONE-ORDER.
030800     IF WS-ORDER-COUNT NOT LESS THAN 500
030900         DISPLAY "ORDER TABLE FULL - REMAINING "
031000                 "ORDMAST RECORDS IGNORED"
031100         SET WS-ORD-EOF          TO TRUE
031200         GO TO 1250-EXIT
031300     END-IF.
031400     ADD 1                       TO WS-ORDER-COUNT.
031500     MOVE OM-ORDER-ID
031600             TO WS-OT-ORDER-ID (WS-ORDER-COUNT).
031700     MOVE OM-CUST-ID
031800             TO WS-OT-CUST-ID (WS-ORDER-COUNT).
031900     PERFORM 1290-READ-ORDER THRU 1290-EXIT.
032000 1250-EXIT.
032100     EXIT.
032200
032300 1290-READ-ORDER.
032400     READ ORDER-MASTER
032500         AT END
032600             SET WS-ORD-EOF TO TRUE
032700     END-READ.
032800 1290-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
033300*                             SHARED DATEUTIL FALLBACK
033400******************************************************************
033500 8100-GET-BUSINESS-DATE.
033600     OPEN INPUT BUS-DATE-FILE.
033700     IF WS-BDAT-OK
033800         READ BUS-DATE-FILE
033900             AT END
034000                 CONTINUE
034100             NOT AT END
034200                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
034300                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
034400                 END-IF
034500         END-READ
034600     END-IF.
034700     CLOSE BUS-DATE-FILE.
034800     IF WS-BUSINESS-DATE EQUAL ZERO
034900         MOVE 'C'                TO WS-DU-FUNCTION
035000         CALL "DATEUTIL"         USING WS-DU-FUNCTION
035100                                       WS-BUSINESS-DATE
035200                                       WS-DU-DATE-2
035300                                       WS-DU-DAYS
035400                                       WS-DU-VALID-SW
035500     END-IF.
035600 8100-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    2000-APPLY-ONE-CANCEL - ONE ORDMNT CANCELLATION OR CLOSE; A
036100*                            ZERO LINE NUMBER COVERS EVERY LINE OF
036200*                            THE ORDER
036300******************************************************************
036400 2000-APPLY-ONE-CANCEL.
036500     ADD 1                       TO WS-CANCEL-READ-COUNT.
036600     EVALUATE TRUE
036700         WHEN BCN-ORDER-CLOSED
036800             MOVE "ORDER CLOSED"     TO WS-ACTION
036900         WHEN BCN-LINE-NO EQUAL ZERO
037000             MOVE "ORDER CANCELLED"  TO WS-ACTION
037100         WHEN OTHER
037200             MOVE "LINE CANCELLED"   TO WS-ACTION
037300     END-EVALUATE.
037400     IF BCN-LINE-NO EQUAL ZERO
037500         PERFORM 2200-CLOSE-ORDER-LINES THRU 2200-EXIT
037600     ELSE
037700         PERFORM 2100-CLOSE-ONE-LINE THRU 2100-EXIT
037800     END-IF.
037900     PERFORM 2900-READ-CANCEL THRU 2900-EXIT.
038000 2000-EXIT.
038100     EXIT.
038200
038300 2100-CLOSE-ONE-LINE.
038400     MOVE BCN-ORDER-ID           TO WS-CL-ORDER-ID.
038500     MOVE BCN-LINE-NO            TO WS-CL-LINE-NO.
038600     MOVE BCN-ORDER-ID           TO OL-ORDER-ID.
038700     MOVE BCN-LINE-NO            TO OL-LINE-NO.
038800     READ ORDER-LINE
038900         INVALID KEY
039000             MOVE SPACES         TO WS-CL-ITEM-CODE
039100             MOVE ZERO           TO WS-CL-ORDERED
039200         NOT INVALID KEY
039300             MOVE OL-ITEM-CODE   TO WS-CL-ITEM-CODE
039400             MOVE OL-ORDERED-QTY TO WS-CL-ORDERED
039500     END-READ.
039600     ADD 1                       TO WS-LINE-CANCEL-COUNT.
039700     PERFORM 2500-CLOSE-LINE THRU 2500-EXIT.
039800 2100-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    2200-CLOSE-ORDER-LINES - WALK THE ORDER'S LINES ON ORDLINE
040300*                             AND CLOSE EACH IN TURN
040400******************************************************************
040500 2200-CLOSE-ORDER-LINES.
040600     MOVE 'N'                    TO WS-OLIN-EOF-SW.
040700     MOVE BCN-ORDER-ID           TO OL-ORDER-ID.
040800     MOVE ZERO                   TO OL-LINE-NO.
040900     START ORDER-LINE
041000             KEY IS NOT LESS THAN OL-LINE-KEY
041100         INVALID KEY
041200             SET WS-OLIN-EOF     TO TRUE
041300     END-START.
041400     PERFORM 2250-CLOSE-NEXT-LINE THRU 2250-EXIT
041500             UNTIL WS-OLIN-EOF.
041600 2200-EXIT.
041700     EXIT.
041800
041900 2250-CLOSE-NEXT-LINE.
042000     READ ORDER-LINE NEXT RECORD
042100         AT END
042200             SET WS-OLIN-EOF     TO TRUE
042300             GO TO 2250-EXIT
042400     END-READ.
042500     IF OL-ORDER-ID NOT EQUAL BCN-ORDER-ID
042600         SET WS-OLIN-EOF         TO TRUE
042700         GO TO 2250-EXIT
042800     END-IF.
042900     MOVE OL-ORDER-ID            TO WS-CL-ORDER-ID.
043000     MOVE OL-LINE-NO             TO WS-CL-LINE-NO.
043100     MOVE OL-ITEM-CODE           TO WS-CL-ITEM-CODE.
043200     MOVE OL-ORDERED-QTY         TO WS-CL-ORDERED.
043300     IF BCN-CANCELLED
043400         ADD 1                   TO WS-LINE-CANCEL-COUNT
043500     END-IF.
043600     PERFORM 2500-CLOSE-LINE THRU 2500-EXIT.
043700 2250-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    2500-CLOSE-LINE - DELETE THE LINE'S OPEN EXCEPTION, CANCEL
044200*                      ITS OUTSTANDING REQUISITION AND LIST IT IF
044300*                      ANYTHING WAS LEFT UNFILLED OR OPEN.  THE
044400*                      ORDLINE RECORD IS NOT TOUCHED HERE
044500******************************************************************
044600 2500-CLOSE-LINE.
044700     MOVE 'N'                    TO WS-ANY-OPEN-SW.
044800     MOVE ZERO                   TO WS-CL-SHIPPED.
044900     MOVE ZERO                   TO WS-CL-SHORT.
045000     MOVE ZERO                   TO WS-CL-REQ-CANCELLED.
045100     MOVE WS-CL-ORDER-ID         TO OP-ORDER-ID.
045200     MOVE WS-CL-LINE-NO          TO OP-LINE-NO.
045300     READ ORDER-POSITION
045400         INVALID KEY
045500             CONTINUE
045600         NOT INVALID KEY
045700             MOVE OP-SHIPPED-TO-DATE TO WS-CL-SHIPPED
045800     END-READ.
045900     MOVE WS-CL-ORDER-ID         TO EX-ORDER-ID.
046000     MOVE WS-CL-LINE-NO          TO EX-LINE-NO.
046100     READ EXCEPTION-MASTER
046200         INVALID KEY
046300             CONTINUE
046400         NOT INVALID KEY
046500             IF WS-CL-ITEM-CODE EQUAL SPACES
046600                 MOVE EX-ITEM-CODE   TO WS-CL-ITEM-CODE
046700                 MOVE EX-ORDERED-QTY TO WS-CL-ORDERED
046800             END-IF
046900             DELETE EXCEPTION-MASTER
047000             ADD 1               TO WS-EXCP-CLOSED-COUNT
047100             SET WS-ANY-OPEN     TO TRUE
047200     END-READ.
047300     MOVE WS-CL-ORDER-ID         TO RQM-ORDER-ID.
047400     MOVE WS-CL-LINE-NO          TO RQM-LINE-NO.
047500     READ REQ-MASTER
047600         INVALID KEY
047700             CONTINUE
047800         NOT INVALID KEY
047900             PERFORM 2550-CANCEL-REQUISITION THRU 2550-EXIT
048000     END-READ.
048100     IF WS-CL-ORDERED > WS-CL-SHIPPED
048200         COMPUTE WS-CL-SHORT = WS-CL-ORDERED - WS-CL-SHIPPED
048300     END-IF.
048400     IF WS-CL-SHORT EQUAL ZERO
048500      AND NOT WS-ANY-OPEN
048600         GO TO 2500-EXIT
048700     END-IF.
048800     PERFORM 2600-FIND-CUSTOMER THRU 2600-EXIT.
048900     PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.
049000 2500-EXIT.
049100     EXIT.
049200
049300 2550-CANCEL-REQUISITION.
049400     IF NOT RQM-OUTSTANDING
049500         GO TO 2550-EXIT
049600     END-IF.
049700     IF WS-CL-ITEM-CODE EQUAL SPACES
049800         MOVE RQM-ITEM-CODE      TO WS-CL-ITEM-CODE
049900     END-IF.
050000     COMPUTE WS-CL-REQ-CANCELLED = RQM-REQ-QTY - RQM-RECEIVED-QTY.
050100     SET RQM-CANCELLED           TO TRUE.
050200     REWRITE REQUISITION-MASTER-RECORD.
050300     ADD 1                       TO WS-REQ-CANCEL-COUNT.
050400     SET WS-ANY-OPEN             TO TRUE.
050500 2550-EXIT.
050600     EXIT.
050700
050800 2600-FIND-CUSTOMER.
050900     MOVE ZERO                   TO WS-CL-CUST-ID.
051000     IF WS-ORDER-COUNT > ZERO
051100         SET WS-ORDER-IDX        TO 1
051200         SEARCH WS-ORDER-ENTRY
051300             AT END
051400                 CONTINUE
051500             WHEN WS-OT-ORDER-ID (WS-ORDER-IDX)
051600                     EQUAL WS-CL-ORDER-ID
051700                 MOVE WS-OT-CUST-ID (WS-ORDER-IDX)
051800                                 TO WS-CL-CUST-ID
051900         END-SEARCH
052000     END-IF.
052100 2600-EXIT.
052200     EXIT.
052300
052400 2700-PRINT-DETAIL.
052500     MOVE WS-CL-ORDER-ID         TO WS-DET-ORDER-ID.
052600     MOVE WS-CL-LINE-NO          TO WS-DET-LINE-NO.
052700     MOVE WS-CL-ITEM-CODE        TO WS-DET-ITEM-CODE.
052800     MOVE WS-CL-CUST-ID          TO WS-DET-CUST-ID.
052900     MOVE WS-CL-ORDERED          TO WS-DET-ORDERED.
053000     MOVE WS-CL-SHIPPED          TO WS-DET-SHIPPED.
053100     MOVE WS-CL-SHORT            TO WS-DET-SHORT.
053200     MOVE WS-CL-REQ-CANCELLED    TO WS-DET-REQ-CANCELLED.
053300     MOVE WS-ACTION              TO WS-DET-ACTION.
053400     WRITE EXPIRY-REG-LINE       FROM WS-DETAIL-LINE.
053500     ADD 1                       TO WS-LISTED-COUNT.
053600 2700-EXIT.
053700     EXIT.
053800
053900 2900-READ-CANCEL.
054000     READ CANCEL-FILE
054100         AT END
054200             SET WS-CANC-EOF TO TRUE
054300     END-READ.
054400 2900-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800*    3000-EXPIRE-BACKORDERS - SWEEP EXCPMAST FOR SHORT-SHIP
054900*                             EXCEPTIONS OPEN LONGER THAN THE
055000*                             EXPIRY PERIOD
055100******************************************************************
055200 3000-EXPIRE-BACKORDERS.
055300     IF WS-FILE-ERROR
055400         GO TO 3000-EXIT
055500     END-IF.
055600     MOVE ZERO                   TO EX-ORDER-ID.
055700     MOVE ZERO                   TO EX-LINE-NO.
055800     START EXCEPTION-MASTER
055900             KEY IS NOT LESS THAN EX-EXCP-KEY
056000         INVALID KEY
056100             SET WS-EXCP-EOF     TO TRUE
056200     END-START.
056300     PERFORM 3100-CHECK-ONE-EXCEPTION THRU 3100-EXIT
056400             UNTIL WS-EXCP-EOF.
056500 3000-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    3100-CHECK-ONE-EXCEPTION - AN UNFILLED BACKORDER PAST THE
057000*                               PERIOD IS EXPIRED: ITS ORDLINE
057100*                               LINE IS MARKED AND CLOSED.
057200*                               OVER-SHIPMENTS NEVER EXPIRE
057300******************************************************************
057400 3100-CHECK-ONE-EXCEPTION.
057500     READ EXCEPTION-MASTER NEXT RECORD
057600         AT END
057700             SET WS-EXCP-EOF     TO TRUE
057800             GO TO 3100-EXIT
057900     END-READ.
058000     ADD 1                       TO WS-EXCP-READ-COUNT.
058100     IF EX-DIFFERENCE NOT > ZERO
058200         GO TO 3100-EXIT
058300     END-IF.
058400     MOVE 'N'                    TO WS-DU-VALID-SW.
058500     MOVE 'D'                    TO WS-DU-FUNCTION.
058600     MOVE EX-OPENED-DATE         TO WS-DU-DATE-2.
058700     CALL "DATEUTIL"             USING WS-DU-FUNCTION
058800                                       WS-BUSINESS-DATE
058900                                       WS-DU-DATE-2
059000                                       WS-AGE-DAYS
059100                                       WS-DU-VALID-SW.
059200     IF NOT WS-DU-VALID
059300      OR WS-AGE-DAYS NOT > WS-EXPIRY-DAYS
059400         GO TO 3100-EXIT
059500     END-IF.
059600     MOVE EX-ORDER-ID            TO WS-CL-ORDER-ID.
059700     MOVE EX-LINE-NO             TO WS-CL-LINE-NO.
059800     MOVE EX-ITEM-CODE           TO WS-CL-ITEM-CODE.
059900     MOVE EX-ORDERED-QTY         TO WS-CL-ORDERED.
060000     MOVE EX-ORDER-ID            TO OL-ORDER-ID.
060100     MOVE EX-LINE-NO             TO OL-LINE-NO.
060200     READ ORDER-LINE
060300         INVALID KEY
060400             CONTINUE
060500         NOT INVALID KEY
060600             MOVE OL-ORDERED-QTY TO WS-CL-ORDERED
060700             IF NOT OL-LINE-CLOSED-OUT
060800                 SET OL-LINE-EXPIRED TO TRUE
060900                 REWRITE ORDER-LINE-RECORD
061000             END-IF
061100     END-READ.
061200     MOVE WS-AGE-DAYS            TO WS-EN-DAYS.
061300     MOVE WS-EXPIRED-NOTE        TO WS-ACTION.
061400     ADD 1                       TO WS-EXPIRED-COUNT.
061500     PERFORM 2500-CLOSE-LINE THRU 2500-EXIT.
061600 3100-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE FILES
062100******************************************************************
062200 9000-TERMINATE.
062300     WRITE EXPIRY-REG-LINE       FROM SPACES.
062400     MOVE "LINES CANCELLED       : " TO WS-TL-LABEL.
062500     MOVE WS-LINE-CANCEL-COUNT   TO WS-TL-COUNT.
062600     WRITE EXPIRY-REG-LINE       FROM WS-TOTAL-LINE.
062700     MOVE "BACKORDERS EXPIRED    : " TO WS-TL-LABEL.
062800     MOVE WS-EXPIRED-COUNT       TO WS-TL-COUNT.
062900     WRITE EXPIRY-REG-LINE       FROM WS-TOTAL-LINE.
063000     MOVE "EXCEPTIONS CLOSED     : " TO WS-TL-LABEL.
063100     MOVE WS-EXCP-CLOSED-COUNT   TO WS-TL-COUNT.
063200     WRITE EXPIRY-REG-LINE       FROM WS-TOTAL-LINE.
063300     MOVE "REQUISITIONS CANCELLED: " TO WS-TL-LABEL.
063400     MOVE WS-REQ-CANCEL-COUNT    TO WS-TL-COUNT.
063500     WRITE EXPIRY-REG-LINE       FROM WS-TOTAL-LINE.
063600     DISPLAY "CANCELLATIONS READ    : " WS-CANCEL-READ-COUNT.
063700     DISPLAY "LINES CANCELLED       : " WS-LINE-CANCEL-COUNT.
063800     DISPLAY "EXCEPTIONS EXAMINED   : " WS-EXCP-READ-COUNT.
063900     DISPLAY "BACKORDERS EXPIRED    : " WS-EXPIRED-COUNT.
064000     DISPLAY "EXCEPTIONS CLOSED     : " WS-EXCP-CLOSED-COUNT.
064100     DISPLAY "REQUISITIONS CANCELLED: " WS-REQ-CANCEL-COUNT.
064200     DISPLAY "LINES LISTED          : " WS-LISTED-COUNT.
064300     CLOSE CANCEL-FILE.
064400     CLOSE ORDER-LINE.
064500     CLOSE ORDER-POSITION.
064600     CLOSE EXCEPTION-MASTER.
064700     CLOSE REQ-MASTER.
064800     CLOSE EXPIRY-REGISTER.
064900     IF WS-FILE-ERROR
065000         MOVE 8                  TO RETURN-CODE
065100     END-IF.
065200     MOVE 'E'                    TO RSA-FUNCTION.
065300     COMPUTE RSA-READ-COUNT = WS-CANCEL-READ-COUNT
065400                            + WS-EXCP-READ-COUNT.
065500     MOVE WS-LISTED-COUNT        TO RSA-WRITTEN-COUNT.
065600     MOVE ZERO                   TO RSA-REJECT-COUNT.
065700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
065800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
065900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
066000 9000-EXIT.
066100     EXIT.
066200
066300 9999-EXIT.
066400     STOP RUN.
