000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 GRNRCV.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - GOODS RECEIPT PROCESSING,
001200*                     PICKING UP WHERE REPLEN'S PREQ INTERFACE
001300*                     LEAVES OFF.  TONIGHT'S REQUISITIONS ARE
001400*                     RAISED ON THE REQMAST OPEN-REQUISITION
001500*                     MASTER (A LINE ALREADY ON ORDER IS NOT
001600*                     RAISED TWICE), THEN EACH SUPPLIER RECEIPT
001700*                     ON GRNTRAN IS MATCHED TO ITS OPEN LINE AND
001800*                     RECORDED AS A FULL OR PARTIAL RECEIPT.  THE
001900*                     MATCHED QUANTITY IS RELEASED FOR SHIPMENT ON
002000*                     THE BORELS INTERFACE AND ANY EXCESS IS
002100*                     REPORTED AS OVER-RECEIVED.  THE BOHIST
002200*                     GENERATION IS ROLLED WITH AN ORDER'S ENTRIES
002300*                     CLOSED ONCE EVERY REQUISITIONED LINE OF IT
002400*                     HAS BEEN RECEIVED IN FULL.  THE EXPECTED
002500*                     RECEIPT DATE IS THE RAISED DATE PLUS THE
002600*                     GRNPARM LEAD TIME (14 DAYS WHEN NO CARD).
002620*    2026-10-15 JPL   A REQUISITION BOEXPIRE HAS CANCELLED TAKES
002640*                     NO RECEIPTS, AND COUNTS AS FINISHED WHEN
002660*                     DECIDING WHETHER AN ORDER'S BOHIST ENTRY
002680*                     CAN BE CLOSED.
002682*    2026-10-15 JPL   THE SUPPLIER LEAD TIME NOW COMES FROM THE
002684*                     PARMMAST CONTROLLED PARAMETER MASTER
002686*                     (PARAMETER GRNPARM) AS OF THE BUSINESS DATE
002688*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002690*                     GRNPARM CARD IS READ ONLY WHEN THE MASTER
002692*                     HOLDS NO VALUE.
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
003700     SELECT OPTIONAL GRN-PARM ASSIGN TO "GRNPARM"
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-PARM-STATUS.
004000     SELECT OPTIONAL PURCHASE-REQ ASSIGN TO "PREQ"
004100                             ORGANIZATION IS LINE SEQUENTIAL
004200                             FILE STATUS IS WS-PREQ-STATUS.
004300     SELECT REQ-MASTER       ASSIGN TO "REQMAST"
004400                             ORGANIZATION IS INDEXED
004500                             ACCESS MODE IS DYNAMIC
004600                             RECORD KEY IS RQM-REQ-KEY
004700                             FILE STATUS IS WS-REQM-STATUS.
004800     SELECT GRN-TRANS        ASSIGN TO "GRNTRAN"
004900                             ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT GRN-REJECT       ASSIGN TO "GRNREJ"
005100                             ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT GRN-REGISTER     ASSIGN TO "GRNRPT"
005300                             ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT BACKORDER-RELEASE ASSIGN TO "BORELS"
005500                             ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT OPTIONAL BACKORDER-HIST ASSIGN TO "BOHIST"
005700                             ORGANIZATION IS LINE SEQUENTIAL
005800                             FILE STATUS IS WS-HIST-STATUS.
005900     SELECT BACKORDER-HIST-NEW ASSIGN TO "BOHISTN"
006000                             ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BUS-DATE-FILE
006500     RECORDING MODE IS F.
006600     COPY BUSDATE.
006700
006800 FD  GRN-PARM
006900     RECORDING MODE IS F.
007000 01  GRN-PARM-RECORD.
007100     05  GPM-LEAD-DAYS           PIC 9(03).
007200
007300 FD  PURCHASE-REQ
007400     RECORDING MODE IS F.
007500 01  PURCHASE-REQ-RECORD         PIC X(30).
007600
007700 FD  REQ-MASTER.
007800     COPY REQMAST.
007900
008000 FD  GRN-TRANS
008100     RECORDING MODE IS F.
008200     COPY GRNTRAN.
008300
008400 FD  GRN-REJECT
008500     RECORDING MODE IS F.
008600 01  GRN-REJ-LINE                PIC X(80).
008700
008800 FD  GRN-REGISTER
008900     RECORDING MODE IS F.
009000 01  GRN-REGISTER-LINE           PIC X(80).
009100
009200 FD  BACKORDER-RELEASE
009300     RECORDING MODE IS F.
009400 01  BACKORDER-RELEASE-LINE      PIC X(42).
009500
009600 FD  BACKORDER-HIST
009700     RECORDING MODE IS F.
009800 01  BACKORDER-HIST-RECORD.
009900     05  BH-ORDER-ID             PIC 9(05).
010000     05  BH-RUN-DATE             PIC 9(08).
010100     05  BH-CLOSED-DATE          PIC 9(08).
010200
010300 FD  BACKORDER-HIST-NEW
010400     RECORDING MODE IS F.
010500 01  BACKORDER-HIST-NEW-RECORD.
010600     05  BHN-ORDER-ID            PIC 9(05).
010700     05  BHN-RUN-DATE            PIC 9(08).
010800     05  BHN-CLOSED-DATE         PIC 9(08).
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-BDAT-STATUS              PIC X(02).
011200     88  WS-BDAT-OK                      VALUE "00".
011300 01  WS-PARM-STATUS              PIC X(02).
011400     88  WS-PARM-OK                      VALUE "00".
011500 01  WS-PREQ-STATUS              PIC X(02).
011600     88  WS-PREQ-OK                      VALUE "00".
011700 01  WS-REQM-STATUS              PIC X(02).
011800     88  WS-REQM-OK                      VALUE "00".
011900 01  WS-HIST-STATUS              PIC X(02).
012000     88  WS-HIST-OK                      VALUE "00".
012100 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012200 01  WS-DU-FUNCTION              PIC X(01).
012300 01  WS-DU-DATE-2                PIC 9(08).
012400 01  WS-DU-DAYS                  PIC S9(05).
012500 01  WS-DU-VALID-SW              PIC X(01).
012600     88  WS-DU-VALID                     VALUE 'Y'.
012700
012800     COPY FILEHDTR.
012900
013000     COPY BORELS.
013100
013200 01  WS-SWITCHES.
013300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
013400         88  WS-EOF                          VALUE 'Y'.
013500     05  WS-PREQ-EOF-SW          PIC X(01)   VALUE 'N'.
013600         88  WS-PREQ-EOF                     VALUE 'Y'.
013700     05  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
013800         88  WS-HIST-EOF                     VALUE 'Y'.
013900     05  WS-LINE-EOF-SW          PIC X(01)   VALUE 'N'.
014000         88  WS-LINE-EOF                     VALUE 'Y'.
014100     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
014200         88  WS-TRAN-VALID                   VALUE 'Y'.
014300         88  WS-TRAN-INVALID                 VALUE 'N'.
014400     05  WS-REQ-ON-FILE-SW       PIC X(01)   VALUE 'N'.
014500         88  WS-REQ-ON-FILE                  VALUE 'Y'.
014600     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
014700         88  WS-FILE-ERROR                   VALUE 'Y'.
014800     05  WS-PREQ-ERROR-SW        PIC X(01)   VALUE 'N'.
014900         88  WS-PREQ-ERROR                   VALUE 'Y'.
015000     05  WS-PREQ-ABSENT-SW       PIC X(01)   VALUE 'N'.
015100         88  WS-PREQ-ABSENT                  VALUE 'Y'.
015200     05  WS-HT-SCAN-EOF-SW       PIC X(01)   VALUE 'N'.
015300         88  WS-HT-SCAN-EOF                  VALUE 'Y'.
015400     05  WS-HT-FIRST-SW          PIC X(01)   VALUE 'Y'.
015500         88  WS-HT-FIRST-RECORD              VALUE 'Y'.
015600     05  WS-HT-TRAILER-SW        PIC X(01)   VALUE 'N'.
015700         88  WS-HT-TRAILER-SEEN              VALUE 'Y'.
015800
015820 01  WS-GRN-CARD.
015840     05  WS-GC-LEAD-DAYS         PIC 9(03).
015860     05  FILLER                  PIC X(37).
015880
015900 77  WS-LEAD-DAYS                PIC 9(03)   COMP    VALUE 14.
016000 77  WS-HT-DETAIL-COUNT          PIC 9(07)   COMP    VALUE ZERO.
016100 77  WS-PREQ-COUNT               PIC 9(05)   COMP    VALUE ZERO.
016200 77  WS-REQ-RAISED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
016300 77  WS-REQ-REOPENED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
016400 77  WS-REQ-ON-ORDER-COUNT       PIC 9(05)   COMP    VALUE ZERO.
016500 77  WS-RECEIPT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016600 77  WS-FULL-COUNT               PIC 9(05)   COMP    VALUE ZERO.
016700 77  WS-PARTIAL-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016800 77  WS-OVER-COUNT               PIC 9(05)   COMP    VALUE ZERO.
016900 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
017000 77  WS-RELEASE-COUNT            PIC 9(07)   COMP    VALUE ZERO.
017100 77  WS-HIST-CLOSED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
017200 77  WS-OPEN-LINES               PIC 9(05)   COMP    VALUE ZERO.
017300 77  WS-CLOSED-LINES             PIC 9(05)   COMP    VALUE ZERO.
017400 01  WS-HT-QTY-HASH              PIC 9(11)V9(02) VALUE ZERO.
017500 01  WS-RELEASE-HASH             PIC 9(11)V9(02) VALUE ZERO.
017600 01  WS-OUTSTANDING              PIC 9(07)   VALUE ZERO.
017700 01  WS-RELEASE-QTY              PIC 9(07)   VALUE ZERO.
017800 01  WS-EXCESS-QTY               PIC 9(07)   VALUE ZERO.
017900
018000 01  WS-PREQ-DETAIL.
018100     05  PQ-REC-TYPE             PIC X(01).
018200         88  PQ-DETAIL                       VALUE 'D'.
018300     05  PQ-ORDER-ID             PIC 9(05).
018400     05  PQ-LINE-NO              PIC 9(03).
018500     05  PQ-ITEM-CODE            PIC X(08).
018600     05  PQ-CUST-ID              PIC 9(05).
018700     05  PQ-SHORTFALL            PIC 9(07).
018800
018900 01  WS-REJECT-LINE.
019000     05  WS-REJ-RECEIPT-REF      PIC X(10).
019100     05  FILLER                  PIC X(02)   VALUE SPACES.
019200     05  WS-REJ-ORDER-ID         PIC X(05).
019300     05  FILLER                  PIC X(01)   VALUE "/".
019400     05  WS-REJ-LINE-NO          PIC X(03).
019500     05  FILLER                  PIC X(02)   VALUE SPACES.
019600     05  WS-REJ-ITEM-CODE        PIC X(08).
019700     05  FILLER                  PIC X(02)   VALUE SPACES.
019800     05  WS-REJ-REASON           PIC X(30).
019900
020000 01  WS-RPT-HEADING-1.
020100     05  FILLER                  PIC X(30)   VALUE
020200         "GOODS RECEIPT REGISTER".
020300     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
020400     05  WS-H1-DATE              PIC 9(08).
020500 01  WS-RPT-HEADING-2.
020600     05  FILLER                  PIC X(40)   VALUE
020700         "RECEIPT     ORDER/LIN  ITEM      SUPPLR".
020800     05  FILLER                  PIC X(36)   VALUE
020900         "  RECEIVED  RELEASED  STATUS".
021000
021100 01  WS-RPT-DETAIL-LINE.
021200     05  WS-RD-RECEIPT-REF       PIC X(10).
021300     05  FILLER                  PIC X(02)   VALUE SPACES.
021400     05  WS-RD-ORDER-ID          PIC 9(05).
021500     05  FILLER                  PIC X(01)   VALUE "/".
021600     05  WS-RD-LINE-NO           PIC 9(03).
021700     05  FILLER                  PIC X(02)   VALUE SPACES.
021800     05  WS-RD-ITEM-CODE         PIC X(08).
021900     05  FILLER                  PIC X(02)   VALUE SPACES.
022000     05  WS-RD-SUPPLIER-ID       PIC X(06).
022100     05  FILLER                  PIC X(03)   VALUE SPACES.
022200     05  WS-RD-RECEIVED          PIC ZZZZZZ9.
022300     05  FILLER                  PIC X(03)   VALUE SPACES.
022400     05  WS-RD-RELEASED          PIC ZZZZZZ9.
022500     05  FILLER                  PIC X(02)   VALUE SPACES.
022600     05  WS-RD-STATUS            PIC X(13).
022700
022800     COPY RUNSTAT.
022820
022840     COPY PARMREQ.
022900
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
023300     PERFORM 2000-LOAD-REQUISITIONS  THRU 2000-EXIT.
023400     PERFORM 3000-APPLY-RECEIPT      THRU 3000-EXIT
023500             UNTIL WS-EOF.
023600     PERFORM 4000-ROLL-HISTORY       THRU 4000-EXIT.
023700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
023800     GO TO 9999-EXIT.
023900
024000******************************************************************
024100*    1000-INITIALIZE - OPEN THE REQUISITION MASTER, THE RECEIPTS
024200*                      AND THE OUTPUTS, AND PRIME THE READ
024300******************************************************************
024400 1000-INITIALIZE.
024500     DISPLAY "GRNRCV - GOODS RECEIPT PROCESSING STARTING".
024600     MOVE "GRNRCV"               TO RSA-PROGRAM-ID.
024700     MOVE 'S'                    TO RSA-FUNCTION.
024800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
024900     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
025000     PERFORM 1100-READ-PARM THRU 1100-EXIT.
025100     OPEN I-O    REQ-MASTER.
025200     IF NOT WS-REQM-OK
025300         DISPLAY "REQMAST OPEN FAILED - STATUS "
025400                 WS-REQM-STATUS
025500         SET WS-FILE-ERROR       TO TRUE
025600     END-IF.
025700     OPEN INPUT  GRN-TRANS.
025800     OPEN OUTPUT GRN-REJECT.
025900     OPEN OUTPUT GRN-REGISTER.
026000     OPEN OUTPUT BACKORDER-RELEASE.
026100     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
026200     WRITE GRN-REGISTER-LINE     FROM WS-RPT-HEADING-1.
026300     WRITE GRN-REGISTER-LINE     FROM WS-RPT-HEADING-2.
026400     WRITE GRN-REGISTER-LINE     FROM SPACES.
026500     MOVE SPACES                 TO FILE-HEADER-RECORD.
026600     MOVE 'HDR'                  TO FH-REC-ID.
026700     MOVE "BORELS"               TO FH-FILE-ID.
026800     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
026900     MOVE SPACES                 TO BACKORDER-RELEASE-LINE.
027000     MOVE FILE-HEADER-RECORD     TO BACKORDER-RELEASE-LINE (1:19).
027100     WRITE BACKORDER-RELEASE-LINE.
027200     IF WS-FILE-ERROR
027300         SET WS-EOF              TO TRUE
027400     ELSE
027500         PERFORM 3800-READ-RECEIPT THRU 3800-EXIT
027600     END-IF.
027700 1000-EXIT.
027800     EXIT.
027900
028000******************************************************************
028050*    1100-READ-PARM - THE SUPPLIER LEAD TIME IN DAYS IN FORCE ON
028100*                     THE PARAMETER MASTER, ELSE THE OPTIONAL
028150*                     GRNPARM CARD; WITHOUT EITHER THE DEFAULT
028200*                     STANDS
028300******************************************************************
028400 1100-READ-PARM.
028450     MOVE SPACES                 TO WS-GRN-CARD.
028500     MOVE "GRNPARM"              TO PQ-PARM-ID.
028550     MOVE SPACES                 TO PQ-PARM-QUAL.
028600     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
028650     CALL "PARMGET"              USING PARM-REQUEST-AREA.
028700     IF PQ-FOUND
028750         MOVE PQ-VALUE           TO WS-GRN-CARD
028800     ELSE
028850         PERFORM 1110-READ-GRN-CARD THRU 1110-EXIT
028900     END-IF.
028950     IF WS-GC-LEAD-DAYS NUMERIC
029000      AND WS-GC-LEAD-DAYS > ZERO
029050         MOVE WS-GC-LEAD-DAYS    TO WS-LEAD-DAYS
029100     END-IF.
029800 1100-EXIT.
029900     EXIT.
029905
029910 1110-READ-GRN-CARD.
029915     OPEN INPUT GRN-PARM.
029920     IF WS-PARM-OK
029925         READ GRN-PARM INTO WS-GRN-CARD
029930             AT END
029935                 CONTINUE
029940         END-READ
029945     END-IF.
029950     CLOSE GRN-PARM.
029955 1110-EXIT.
029960     EXIT.
030000
030100******************************************************************
030200*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
030300*                             SHARED DATEUTIL FALLBACK
030400******************************************************************
030500 8100-GET-BUSINESS-DATE.
030600     OPEN INPUT BUS-DATE-FILE.
030700     IF WS-BDAT-OK
030800         READ BUS-DATE-FILE
030900             AT END
031000                 CONTINUE
031100             NOT AT END
031200                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
031300                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
031400                 END-IF
031500         END-READ
031600     END-IF.
031700     CLOSE BUS-DATE-FILE.
031800     IF WS-BUSINESS-DATE EQUAL ZERO
031900         MOVE 'C'                TO WS-DU-FUNCTION
032000         CALL "DATEUTIL"         USING WS-DU-FUNCTION
032100                                       WS-BUSINESS-DATE
032200                                       WS-DU-DATE-2
032300                                       WS-DU-DAYS
032400                                       WS-DU-VALID-SW
032500     END-IF.
032600 8100-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000*    2000-LOAD-REQUISITIONS - RAISE TONIGHT'S PREQ REQUISITIONS
033100*                             ON THE OPEN-REQUISITION MASTER ONCE
033200*                             THE ENVELOPE HAS BEEN VERIFIED
033300******************************************************************
033400 2000-LOAD-REQUISITIONS.
033500     IF WS-FILE-ERROR
033600         GO TO 2000-EXIT
033700     END-IF.
033800     PERFORM 2050-VERIFY-PREQ THRU 2050-EXIT.
033900     IF WS-PREQ-ABSENT OR WS-PREQ-ERROR
034000         GO TO 2000-EXIT
034100     END-IF.
034200     OPEN INPUT PURCHASE-REQ.
034300     PERFORM 2190-READ-PREQ THRU 2190-EXIT.
034400     PERFORM 2100-TAKE-ONE-REQ THRU 2100-EXIT
034500             UNTIL WS-PREQ-EOF.
034600     CLOSE PURCHASE-REQ.
034700 2000-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*    2050-VERIFY-PREQ - PRE-SCAN OF THE PREQ ENVELOPE - HEADER
035200*                       FILE ID AND BUSINESS DATE, TRAILER COUNT
035300*                       AND QUANTITY HASH
035400******************************************************************
035500 2050-VERIFY-PREQ.
035600     OPEN INPUT PURCHASE-REQ.
035700     IF NOT WS-PREQ-OK
035800         DISPLAY "NO PREQ FILE - NO NEW REQUISITIONS"
035900         SET WS-PREQ-ABSENT      TO TRUE
036000         CLOSE PURCHASE-REQ
036100         GO TO 2050-EXIT
036200     END-IF.
036300     PERFORM 2060-SCAN-ONE-RECORD THRU 2060-EXIT
036400             UNTIL WS-HT-SCAN-EOF OR WS-PREQ-ERROR.
036500     CLOSE PURCHASE-REQ.
036600     IF NOT WS-PREQ-ERROR
036700         IF NOT WS-HT-TRAILER-SEEN
036800             SET WS-PREQ-ERROR   TO TRUE
036900             DISPLAY "PREQ TRAILER MISSING"
037000         ELSE
037100             IF FT-REC-COUNT NOT EQUAL WS-HT-DETAIL-COUNT
037200                 SET WS-PREQ-ERROR TO TRUE
037300                 DISPLAY "PREQ RECORD COUNT MISMATCH"
037400             END-IF
037500             IF FT-AMOUNT-HASH NOT EQUAL WS-HT-QTY-HASH
037600                 SET WS-PREQ-ERROR TO TRUE
037700                 DISPLAY "PREQ QUANTITY HASH MISMATCH"
037800             END-IF
037900         END-IF
038000     END-IF.
038100     IF WS-PREQ-ERROR
038200         DISPLAY "PREQ FAILED ENVELOPE CHECK - NOT LOADED"
038300     END-IF.
038400 2050-EXIT.
038500     EXIT.
038600
038700 2060-SCAN-ONE-RECORD.
038800     READ PURCHASE-REQ
038900         AT END
039000             SET WS-HT-SCAN-EOF  TO TRUE
039100     END-READ.
039200     IF WS-HT-SCAN-EOF
039300         GO TO 2060-EXIT
039400     END-IF.
039500     IF WS-HT-FIRST-RECORD
039600         MOVE 'N'                TO WS-HT-FIRST-SW
039700         MOVE PURCHASE-REQ-RECORD (1:19)
039800                                 TO FILE-HEADER-RECORD
039900         IF NOT FH-HEADER
040000             SET WS-PREQ-ERROR   TO TRUE
040100             DISPLAY "PREQ HEADER MISSING"
040200         ELSE
040300             IF FH-FILE-ID NOT EQUAL "PREQ"
040400                 SET WS-PREQ-ERROR TO TRUE
040500                 DISPLAY "PREQ HEADER FILE ID WRONG"
040600             END-IF
040700             IF FH-BUS-DATE NOT EQUAL WS-BUSINESS-DATE
040800                 SET WS-PREQ-ERROR TO TRUE
040900                 DISPLAY "PREQ BUSINESS DATE WRONG"
041000             END-IF
041100         END-IF
041200         GO TO 2060-EXIT
041300     END-IF.
041400     IF PURCHASE-REQ-RECORD (1:3) EQUAL 'TRL'
041500         SET WS-HT-TRAILER-SEEN  TO TRUE
041600         MOVE PURCHASE-REQ-RECORD (1:23)
041700                                 TO FILE-TRAILER-RECORD
041800         GO TO 2060-EXIT
041900     END-IF.
042000     ADD 1                       TO WS-HT-DETAIL-COUNT.
042100     MOVE PURCHASE-REQ-RECORD (1:29) TO WS-PREQ-DETAIL.
042200     IF PQ-SHORTFALL NUMERIC
042300         ADD PQ-SHORTFALL        TO WS-HT-QTY-HASH
042400     END-IF.
042500 2060-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900*    2100-TAKE-ONE-REQ - RAISE ONE REQUISITIONED LINE, OR REOPEN
043000*                        IT IF ITS LAST REQUISITION WAS RECEIVED
043100*                        IN FULL; A LINE STILL ON ORDER STANDS
043200******************************************************************
043300 2100-TAKE-ONE-REQ.
043400     ADD 1                       TO WS-PREQ-COUNT.
043500     MOVE PURCHASE-REQ-RECORD (1:29) TO WS-PREQ-DETAIL.
043600     MOVE 'N'                    TO WS-REQ-ON-FILE-SW.
043700     MOVE PQ-ORDER-ID            TO RQM-ORDER-ID.
043800     MOVE PQ-LINE-NO             TO RQM-LINE-NO.
043900     READ REQ-MASTER
044000         INVALID KEY
044100             CONTINUE
044200         NOT INVALID KEY
044300             SET WS-REQ-ON-FILE  TO TRUE
044400     END-READ.
044500     IF WS-REQ-ON-FILE AND RQM-OUTSTANDING
044600         ADD 1                   TO WS-REQ-ON-ORDER-COUNT
044700         GO TO 2100-READ-NEXT
044800     END-IF.
044900     PERFORM 2150-FILL-REQUISITION THRU 2150-EXIT.
045000     IF WS-REQ-ON-FILE
045100         REWRITE REQUISITION-MASTER-RECORD
045200         ADD 1                   TO WS-REQ-REOPENED-COUNT
045300     ELSE
045400         WRITE REQUISITION-MASTER-RECORD
045500         ADD 1                   TO WS-REQ-RAISED-COUNT
045600     END-IF.
045700 2100-READ-NEXT.
045800     PERFORM 2190-READ-PREQ THRU 2190-EXIT.
045900 2100-EXIT.
046000     EXIT.
046100
046200 2150-FILL-REQUISITION.
046300     MOVE PQ-ORDER-ID            TO RQM-ORDER-ID.
046400     MOVE PQ-LINE-NO             TO RQM-LINE-NO.
046500     MOVE PQ-ITEM-CODE           TO RQM-ITEM-CODE.
046600     MOVE PQ-CUST-ID             TO RQM-CUST-ID.
046700     MOVE PQ-SHORTFALL           TO RQM-REQ-QTY.
046800     MOVE ZERO                   TO RQM-RECEIVED-QTY.
046900     MOVE WS-BUSINESS-DATE       TO RQM-RAISED-DATE.
047000     MOVE ZERO                   TO RQM-LAST-RECEIPT-DATE.
047100     SET RQM-OPEN                TO TRUE.
047200     MOVE 'A'                    TO WS-DU-FUNCTION.
047300     MOVE WS-LEAD-DAYS           TO WS-DU-DAYS.
047400     CALL "DATEUTIL"             USING WS-DU-FUNCTION
047500                                       WS-BUSINESS-DATE
047600                                       RQM-EXPECTED-DATE
047700                                       WS-DU-DAYS
047800                                       WS-DU-VALID-SW.
047900 2150-EXIT.
048000     EXIT.
048100
048200 2190-READ-PREQ.
048300     READ PURCHASE-REQ
048400         AT END
048500             SET WS-PREQ-EOF     TO TRUE
048600     END-READ.
048700     IF NOT WS-PREQ-EOF
048800        AND (PURCHASE-REQ-RECORD (1:3) EQUAL 'HDR'
048900             OR PURCHASE-REQ-RECORD (1:3) EQUAL 'TRL')
049000         GO TO 2190-READ-PREQ
049100     END-IF.
049200 2190-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*    3000-APPLY-RECEIPT - MATCH ONE SUPPLIER RECEIPT TO ITS OPEN
049700*                         REQUISITION, RECORD IT AS FULL OR
049800*                         PARTIAL AND RELEASE THE BACKORDER
049900******************************************************************
050000 3000-APPLY-RECEIPT.
050100     ADD 1                       TO WS-RECEIPT-COUNT.
050200     PERFORM 3050-EDIT-RECEIPT THRU 3050-EXIT.
050300     IF WS-TRAN-INVALID
050400         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
050500         GO TO 3000-READ-NEXT
050600     END-IF.
050700     COMPUTE WS-OUTSTANDING = RQM-REQ-QTY - RQM-RECEIVED-QTY.
050800     IF GR-RECEIVED-QTY GREATER THAN WS-OUTSTANDING
050900         MOVE WS-OUTSTANDING     TO WS-RELEASE-QTY
051000         COMPUTE WS-EXCESS-QTY = GR-RECEIVED-QTY - WS-OUTSTANDING
051100     ELSE
051200         MOVE GR-RECEIVED-QTY    TO WS-RELEASE-QTY
051300         MOVE ZERO               TO WS-EXCESS-QTY
051400     END-IF.
051500     ADD WS-RELEASE-QTY          TO RQM-RECEIVED-QTY.
051600     MOVE GR-RECEIPT-DATE        TO RQM-LAST-RECEIPT-DATE.
051700     IF RQM-RECEIVED-QTY NOT LESS THAN RQM-REQ-QTY
051800         SET RQM-CLOSED          TO TRUE
051900         ADD 1                   TO WS-FULL-COUNT
052000         MOVE "FULL"             TO WS-RD-STATUS
052100     ELSE
052200         SET RQM-PARTIAL         TO TRUE
052300         ADD 1                   TO WS-PARTIAL-COUNT
052400         MOVE "PARTIAL"          TO WS-RD-STATUS
052500     END-IF.
052600     IF WS-EXCESS-QTY > ZERO
052700         ADD 1                   TO WS-OVER-COUNT
052800         MOVE "OVER-RECEIVED"    TO WS-RD-STATUS
052900     END-IF.
053000     REWRITE REQUISITION-MASTER-RECORD.
053100     PERFORM 3200-WRITE-RELEASE THRU 3200-EXIT.
053200     MOVE GR-RECEIPT-REF         TO WS-RD-RECEIPT-REF.
053300     MOVE GR-ORDER-ID            TO WS-RD-ORDER-ID.
053400     MOVE GR-LINE-NO             TO WS-RD-LINE-NO.
053500     MOVE GR-ITEM-CODE           TO WS-RD-ITEM-CODE.
053600     MOVE GR-SUPPLIER-ID         TO WS-RD-SUPPLIER-ID.
053700     MOVE GR-RECEIVED-QTY        TO WS-RD-RECEIVED.
053800     MOVE WS-RELEASE-QTY         TO WS-RD-RELEASED.
053900     WRITE GRN-REGISTER-LINE     FROM WS-RPT-DETAIL-LINE.
054000 3000-READ-NEXT.
054100     PERFORM 3800-READ-RECEIPT THRU 3800-EXIT.
054200 3000-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    3050-EDIT-RECEIPT - THE RECEIPT MUST BE COMPLETE, DATED NO
054700*                        LATER THAN TODAY AND MATCH AN OPEN
054800*                        REQUISITION FOR THE SAME ITEM
054900******************************************************************
055000 3050-EDIT-RECEIPT.
055100     SET WS-TRAN-VALID           TO TRUE.
055200     IF GR-RECEIPT-REF EQUAL SPACES
055300         SET WS-TRAN-INVALID     TO TRUE
055400         MOVE "RECEIPT REFERENCE BLANK" TO WS-REJ-REASON
055500         GO TO 3050-EXIT
055600     END-IF.
055700     IF GR-ORDER-ID NOT NUMERIC
055800      OR GR-LINE-NO NOT NUMERIC
055900         SET WS-TRAN-INVALID     TO TRUE
056000         MOVE "INVALID ORDER OR LINE" TO WS-REJ-REASON
056100         GO TO 3050-EXIT
056200     END-IF.
056300     IF GR-RECEIVED-QTY NOT NUMERIC
056400      OR GR-RECEIVED-QTY EQUAL ZERO
056500         SET WS-TRAN-INVALID     TO TRUE
056600         MOVE "INVALID RECEIVED QUANTITY" TO WS-REJ-REASON
056700         GO TO 3050-EXIT
056800     END-IF.
056900     MOVE 'N'                    TO WS-DU-VALID-SW.
057000     IF GR-RECEIPT-DATE NUMERIC
057100         MOVE 'V'                TO WS-DU-FUNCTION
057200         CALL "DATEUTIL"         USING WS-DU-FUNCTION
057300                                       GR-RECEIPT-DATE
057400                                       WS-DU-DATE-2
057500                                       WS-DU-DAYS
057600                                       WS-DU-VALID-SW
057700     END-IF.
057800     IF NOT WS-DU-VALID
057900         SET WS-TRAN-INVALID     TO TRUE
058000         MOVE "INVALID RECEIPT DATE" TO WS-REJ-REASON
058100         GO TO 3050-EXIT
058200     END-IF.
058300     IF GR-RECEIPT-DATE GREATER THAN WS-BUSINESS-DATE
058400         SET WS-TRAN-INVALID     TO TRUE
058500         MOVE "RECEIPT DATE IN FUTURE" TO WS-REJ-REASON
058600         GO TO 3050-EXIT
058700     END-IF.
058800     MOVE GR-ORDER-ID            TO RQM-ORDER-ID.
058900     MOVE GR-LINE-NO             TO RQM-LINE-NO.
059000     READ REQ-MASTER
059100         INVALID KEY
059200             SET WS-TRAN-INVALID TO TRUE
059300             MOVE "NO REQUISITION FOR LINE" TO WS-REJ-REASON
059400             GO TO 3050-EXIT
059500     END-READ.
059600     IF RQM-CLOSED
059700         SET WS-TRAN-INVALID     TO TRUE
059800         MOVE "REQUISITION ALREADY CLOSED" TO WS-REJ-REASON
059900         GO TO 3050-EXIT
060000     END-IF.
060010     IF RQM-CANCELLED
060020         SET WS-TRAN-INVALID     TO TRUE
060030         MOVE "REQUISITION CANCELLED" TO WS-REJ-REASON
060040         GO TO 3050-EXIT
060050     END-IF.
060100     IF GR-ITEM-CODE NOT EQUAL RQM-ITEM-CODE
060200         SET WS-TRAN-INVALID     TO TRUE
060300         MOVE "ITEM NOT AS REQUISITIONED" TO WS-REJ-REASON
060400     END-IF.
060500 3050-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900*    3200-WRITE-RELEASE - RELEASE THE MATCHED QUANTITY OF THE
061000*                         BACKORDERED LINE FOR SHIPMENT
061100******************************************************************
061200 3200-WRITE-RELEASE.
061300     IF WS-RELEASE-QTY EQUAL ZERO
061400         GO TO 3200-EXIT
061500     END-IF.
061600     ADD 1                       TO WS-RELEASE-COUNT.
061700     ADD WS-RELEASE-QTY          TO WS-RELEASE-HASH.
061800     MOVE 'D'                    TO BRL-REC-TYPE.
061900     MOVE GR-ORDER-ID            TO BRL-ORDER-ID.
062000     MOVE GR-LINE-NO             TO BRL-LINE-NO.
062100     MOVE GR-ITEM-CODE           TO BRL-ITEM-CODE.
062200     MOVE WS-RELEASE-QTY         TO BRL-RELEASE-QTY.
062300     MOVE GR-RECEIPT-REF         TO BRL-RECEIPT-REF.
062400     MOVE WS-BUSINESS-DATE       TO BRL-RELEASE-DATE.
062500     WRITE BACKORDER-RELEASE-LINE FROM BACKORDER-RELEASE-RECORD.
062600 3200-EXIT.
062700     EXIT.
062800
062900 3800-READ-RECEIPT.
063000     READ GRN-TRANS
063100         AT END
063200             SET WS-EOF TO TRUE
063300     END-READ.
063400 3800-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800*    3900-WRITE-REJECT - LOG A RECEIPT THAT FAILED
063900******************************************************************
064000 3900-WRITE-REJECT.
064100     ADD 1                       TO WS-REJECT-COUNT.
064200     MOVE GR-RECEIPT-REF         TO WS-REJ-RECEIPT-REF.
064300     MOVE GR-ORDER-ID            TO WS-REJ-ORDER-ID.
064400     MOVE GR-LINE-NO             TO WS-REJ-LINE-NO.
064500     MOVE GR-ITEM-CODE           TO WS-REJ-ITEM-CODE.
064600     WRITE GRN-REJ-LINE          FROM WS-REJECT-LINE.
064700 3900-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100*    4000-ROLL-HISTORY - CARRY THE BOHIST GENERATION FORWARD,
065200*                        CLOSING AN ORDER'S OPEN ENTRIES ONCE
065300*                        EVERY REQUISITIONED LINE OF IT IS IN
065400******************************************************************
065500 4000-ROLL-HISTORY.
065600     OPEN INPUT  BACKORDER-HIST.
065700     OPEN OUTPUT BACKORDER-HIST-NEW.
065800     IF NOT WS-HIST-OK
065900         SET WS-HIST-EOF         TO TRUE
066000     ELSE
066100         PERFORM 4900-READ-HISTORY THRU 4900-EXIT
066200     END-IF.
066300     PERFORM 4100-ROLL-ONE-HIST THRU 4100-EXIT
066400             UNTIL WS-HIST-EOF.
066500     CLOSE BACKORDER-HIST.
066600     CLOSE BACKORDER-HIST-NEW.
066700 4000-EXIT.
066800     EXIT.
066900
067000 4100-ROLL-ONE-HIST.
067100     MOVE BH-ORDER-ID            TO BHN-ORDER-ID.
067200     MOVE BH-RUN-DATE            TO BHN-RUN-DATE.
067300     IF BH-CLOSED-DATE NUMERIC
067400         MOVE BH-CLOSED-DATE     TO BHN-CLOSED-DATE
067500     ELSE
067600         MOVE ZERO               TO BHN-CLOSED-DATE
067700     END-IF.
067800     IF BHN-CLOSED-DATE EQUAL ZERO
067900        AND NOT WS-FILE-ERROR
068000         PERFORM 4200-CHECK-ORDER-IN THRU 4200-EXIT
068100         IF WS-OPEN-LINES EQUAL ZERO
068200            AND WS-CLOSED-LINES > ZERO
068300             MOVE WS-BUSINESS-DATE TO BHN-CLOSED-DATE
068400             ADD 1               TO WS-HIST-CLOSED-COUNT
068500         END-IF
068600     END-IF.
068700     WRITE BACKORDER-HIST-NEW-RECORD.
068800     PERFORM 4900-READ-HISTORY THRU 4900-EXIT.
068900 4100-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300*    4200-CHECK-ORDER-IN - COUNT THE ORDER'S REQUISITIONED LINES
069400*                          STILL OUTSTANDING AND THOSE CLOSED
069450*                          OR CANCELLED
069500******************************************************************
069600 4200-CHECK-ORDER-IN.
069700     MOVE ZERO                   TO WS-OPEN-LINES.
069800     MOVE ZERO                   TO WS-CLOSED-LINES.
069900     MOVE 'N'                    TO WS-LINE-EOF-SW.
070000     MOVE BH-ORDER-ID            TO RQM-ORDER-ID.
070100     MOVE ZERO                   TO RQM-LINE-NO.
070200     START REQ-MASTER
070300             KEY IS NOT LESS THAN RQM-REQ-KEY
070400         INVALID KEY
070500             GO TO 4200-EXIT
070600     END-START.
070700     PERFORM 4250-READ-ONE-REQ THRU 4250-EXIT
070800             UNTIL WS-LINE-EOF OR WS-OPEN-LINES > ZERO.
070900 4200-EXIT.
071000     EXIT.
071100
071200 4250-READ-ONE-REQ.
071300     READ REQ-MASTER NEXT RECORD
071400         AT END
071500             SET WS-LINE-EOF     TO TRUE
071600             GO TO 4250-EXIT
071700     END-READ.
071800     IF RQM-ORDER-ID NOT EQUAL BH-ORDER-ID
071900         SET WS-LINE-EOF         TO TRUE
072000         GO TO 4250-EXIT
072100     END-IF.
072200     IF RQM-OUTSTANDING
072300         ADD 1                   TO WS-OPEN-LINES
072400     ELSE
072500         ADD 1                   TO WS-CLOSED-LINES
072600     END-IF.
072700 4250-EXIT.
072800     EXIT.
072900
073000 4900-READ-HISTORY.
073100     READ BACKORDER-HIST
073200         AT END
073300             SET WS-HIST-EOF TO TRUE
073400     END-READ.
073500 4900-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900*    9000-TERMINATE - CLOSE THE RELEASE ENVELOPE, CLOSE FILES AND
074000*                     REPORT RUN TOTALS
074100******************************************************************
074200 9000-TERMINATE.
074300     MOVE SPACES                 TO FILE-TRAILER-RECORD.
074400     MOVE 'TRL'                  TO FT-REC-ID.
074500     MOVE WS-RELEASE-COUNT       TO FT-REC-COUNT.
074600     MOVE WS-RELEASE-HASH        TO FT-AMOUNT-HASH.
074700     MOVE SPACES                 TO BACKORDER-RELEASE-LINE.
074800     MOVE FILE-TRAILER-RECORD    TO BACKORDER-RELEASE-LINE (1:23).
074900     WRITE BACKORDER-RELEASE-LINE.
075000     DISPLAY "REQUISITIONS READ     : " WS-PREQ-COUNT.
075100     DISPLAY "  RAISED              : " WS-REQ-RAISED-COUNT.
075200     DISPLAY "  REOPENED            : " WS-REQ-REOPENED-COUNT.
075300     DISPLAY "  ALREADY ON ORDER    : " WS-REQ-ON-ORDER-COUNT.
075400     DISPLAY "RECEIPTS READ         : " WS-RECEIPT-COUNT.
075500     DISPLAY "  RECEIVED IN FULL    : " WS-FULL-COUNT.
075600     DISPLAY "  PARTIAL RECEIPTS    : " WS-PARTIAL-COUNT.
075700     DISPLAY "  OVER-RECEIVED       : " WS-OVER-COUNT.
075800     DISPLAY "  REJECTED            : " WS-REJECT-COUNT.
075900     DISPLAY "BACKORDERS RELEASED   : " WS-RELEASE-COUNT.
076000     DISPLAY "BOHIST ENTRIES CLOSED : " WS-HIST-CLOSED-COUNT.
076100     CLOSE REQ-MASTER.
076200     CLOSE GRN-TRANS.
076300     CLOSE GRN-REJECT.
076400     CLOSE GRN-REGISTER.
076500     CLOSE BACKORDER-RELEASE.
076600     IF WS-REJECT-COUNT > ZERO
076700        OR WS-OVER-COUNT > ZERO
076800         MOVE 4                  TO RETURN-CODE
076900     END-IF.
077000     IF WS-FILE-ERROR OR WS-PREQ-ERROR
077100         MOVE 8                  TO RETURN-CODE
077200     END-IF.
077300     MOVE 'E'                    TO RSA-FUNCTION.
077400     MOVE WS-RECEIPT-COUNT       TO RSA-READ-COUNT.
077500     MOVE WS-RELEASE-COUNT       TO RSA-WRITTEN-COUNT.
077600     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
077700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
077800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
077900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
078000 9000-EXIT.
078100     EXIT.
078200
078300 9999-EXIT.
078400     STOP RUN.
