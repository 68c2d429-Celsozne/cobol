000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 BILLRUN.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - CUSTOMER INVOICING OFF
001200*                     THE SHIPPED LINES THE IF1 QUANTITY RUN
001300*                     ACCEPTED TONIGHT.  THE LINES ARE SORTED BY
001400*                     ORDER AND EACH ORDER'S SHIPMENTS BECOME ONE
001500*                     NUMBERED INVOICE, PRICED AT THE ORDLINE UNIT
001600*                     PRICE (THE ITEMMAST LIST PRICE WHEN THE LINE
001700*                     CARRIES NONE) AND PRINTED ON INVPRT.  THE
001800*                     INVOICE NUMBER COMES FROM THE CONTROL RECORD
001900*                     ON THE OPENINV OPEN-INVOICE MASTER, WHERE
002000*                     THE INVOICE IS ALSO RECORDED FOR IF5 TO
002100*                     MATCH PAYMENTS AGAINST.  THE CHARGE GOES TO
002200*                     THE CUSTOMER'S OPEN ACCTMST ACCOUNT AS A
002300*                     TRNCODE-FORMAT WD ON THE BILLCHG FEED FOR
002400*                     THE IF5 POSTING PATH.  A CUSTOMER WITH NO
002500*                     OPEN ACCOUNT IS STILL INVOICED BUT NO CHARGE
002600*                     IS RAISED AND THE RUN ENDS RC 4.
002620*    2026-10-15 JPL   INVOICE CHARGES NOW GO OUT WITH ORIGIN 'S'
002640*                     AS SYSTEM POSTINGS, SO A DORMANT ACCOUNT
002660*                     IS STILL BILLED.
002665*    2026-10-15 JPL   THE PAYMENT TERMS NOW COME FROM THE PARMMAST
002670*                     CONTROLLED PARAMETER MASTER (PARAMETER
002675*                     BILLPARM) AS OF THE BUSINESS DATE THROUGH
002680*                     THE SHARED PARMGET ROUTINE; THE BILLPARM
002685*                     CARD IS READ ONLY WHEN THE MASTER HOLDS NO
002690*                     VALUE.
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
003700     SELECT OPTIONAL BILL-PARM ASSIGN TO "BILLPARM"
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-PARM-STATUS.
004000     SELECT SHIPPED-FILE     ASSIGN TO "SHIPPED"
004100                             ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT SHIP-SORT        ASSIGN TO "SORTWK".
004300     SELECT ORDER-MASTER     ASSIGN TO "ORDMAST"
004400                             ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT ORDER-LINE       ASSIGN TO "ORDLINE"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS RANDOM
004800                             RECORD KEY IS OL-LINE-KEY
004900                             FILE STATUS IS WS-OLIN-STATUS.
005000     SELECT OPTIONAL ITEM-MASTER ASSIGN TO "ITEMMAST"
005100                             ORGANIZATION IS INDEXED
005200                             ACCESS MODE IS RANDOM
005300                             RECORD KEY IS IM-ITEM-CODE
005400                             FILE STATUS IS WS-ITEM-STATUS.
005500     SELECT OPTIONAL ACCT-MASTER ASSIGN TO "ACCTMST"
005600                             ORGANIZATION IS INDEXED
005700                             ACCESS MODE IS SEQUENTIAL
005800                             RECORD KEY IS AM-ACCT-NO
005900                             FILE STATUS IS WS-AMST-STATUS.
006000     SELECT OPTIONAL OPEN-INVOICE ASSIGN TO "OPENINV"
006100                             ORGANIZATION IS INDEXED
006200                             ACCESS MODE IS RANDOM
006300                             RECORD KEY IS OI-INVOICE-NO
006400                             FILE STATUS IS WS-OINV-STATUS.
006500     SELECT INVOICE-PRINT    ASSIGN TO "INVPRT"
006600                             ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT BILL-REJECT      ASSIGN TO "BILLREJ"
006800                             ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT BILL-CHARGE      ASSIGN TO "BILLCHG"
007000                             ORGANIZATION IS LINE SEQUENTIAL.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  BUS-DATE-FILE
007500     RECORDING MODE IS F.
007600     COPY BUSDATE.
007700
007800 FD  BILL-PARM
007900     RECORDING MODE IS F.
008000 01  BILL-PARM-RECORD.
008100     05  BPM-TERMS-DAYS          PIC 9(03).
008200
008300 FD  SHIPPED-FILE
008400     RECORDING MODE IS F.
008500     COPY SHIPREC.
008600
008700 SD  SHIP-SORT.
008800 01  SORT-RECORD.
008900     05  SR-ORDER-ID             PIC 9(05).
009000     05  SR-LINE-NO              PIC 9(03).
009100     05  SR-ITEM-CODE            PIC X(08).
009200     05  SR-SHIPPED-QTY          PIC 9(05).
009300     05  SR-SHIP-DATE            PIC 9(08).
009400
009500 FD  ORDER-MASTER
009600     RECORDING MODE IS F.
009700     COPY ORDMAST.
009800
009900 FD  ORDER-LINE.
010000     COPY ORDLINE.
010100
010200 FD  ITEM-MASTER.
010300     COPY ITEMMAST.
010400
010500 FD  ACCT-MASTER.
010600     COPY ACCTMST.
010700
010800 FD  OPEN-INVOICE.
010900     COPY OPENINV.
011000
011100 FD  INVOICE-PRINT
011200     RECORDING MODE IS F.
011300 01  INVOICE-PRINT-LINE          PIC X(80).
011400
011500 FD  BILL-REJECT
011600     RECORDING MODE IS F.
011700 01  BILL-REJECT-LINE            PIC X(80).
011800
011900 FD  BILL-CHARGE
012000     RECORDING MODE IS F.
012100 01  BILL-CHARGE-RECORD          PIC X(34).
012200
012300 WORKING-STORAGE SECTION.
012400 01  WS-BDAT-STATUS              PIC X(02).
012500     88  WS-BDAT-OK                      VALUE "00".
012600 01  WS-PARM-STATUS              PIC X(02).
012700     88  WS-PARM-OK                      VALUE "00".
012800 01  WS-OLIN-STATUS              PIC X(02).
012900     88  WS-OLIN-OK                      VALUE "00".
013000 01  WS-ITEM-STATUS              PIC X(02).
013100     88  WS-ITEM-OK                      VALUE "00".
013200 01  WS-AMST-STATUS              PIC X(02).
013300     88  WS-AMST-OK                      VALUE "00".
013400 01  WS-OINV-STATUS              PIC X(02).
013500     88  WS-OINV-OK                      VALUE "00".
013600     88  WS-OINV-USABLE                  VALUE "00", "05".
013700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
013800 01  WS-DU-FUNCTION              PIC X(01).
013900 01  WS-DU-DATE-2                PIC 9(08).
014000 01  WS-DU-DAYS                  PIC S9(05).
014100 01  WS-DU-VALID-SW              PIC X(01).
014200
014300     COPY TRNCODE.
014400
014500     COPY FILEHDTR.
014600
014700 01  WS-SWITCHES.
014800     05  WS-ORD-EOF-SW           PIC X(01)   VALUE 'N'.
014900         88  WS-ORD-EOF                      VALUE 'Y'.
015000     05  WS-AMST-EOF-SW          PIC X(01)   VALUE 'N'.
015100         88  WS-AMST-EOF                     VALUE 'Y'.
015200     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
015300         88  WS-SORT-EOF                     VALUE 'Y'.
015400     05  WS-FIRST-ORDER-SW       PIC X(01)   VALUE 'Y'.
015500         88  WS-FIRST-ORDER                  VALUE 'Y'.
015600     05  WS-ORDER-KNOWN-SW       PIC X(01)   VALUE 'N'.
015700         88  WS-ORDER-KNOWN                  VALUE 'Y'.
015800     05  WS-ACCT-KNOWN-SW        PIC X(01)   VALUE 'N'.
015900         88  WS-ACCT-KNOWN                   VALUE 'Y'.
016000     05  WS-CONTROL-SW           PIC X(01)   VALUE 'N'.
016100         88  WS-CONTROL-FOUND                VALUE 'Y'.
016200     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
016300         88  WS-FILE-ERROR                   VALUE 'Y'.
016400
016420 01  WS-BILL-CARD.
016440     05  WS-BC-TERMS-DAYS        PIC 9(03).
016460     05  FILLER                  PIC X(37).
016480
016500 77  WS-TERMS-DAYS               PIC 9(03)   COMP    VALUE 30.
016600 77  WS-SHIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016700 77  WS-BILLED-LINE-COUNT        PIC 9(05)   COMP    VALUE ZERO.
016800 77  WS-INVOICE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016900 77  WS-NO-ACCT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
017000 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
017100 77  WS-CHARGE-COUNT             PIC 9(07)   COMP    VALUE ZERO.
017200 77  WS-CHARGE-SEQ               PIC 9(05)   COMP    VALUE ZERO.
017300 77  WS-ORDER-COUNT              PIC 9(03)   COMP    VALUE ZERO.
017400 77  WS-AC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
017500 77  WS-AC-MAX                   PIC 9(03)   COMP    VALUE 500.
017600 77  WS-AC-OVERFLOW-COUNT        PIC 9(05)   COMP    VALUE ZERO.
017700 77  WS-IL-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
017800 77  WS-IL-MAX                   PIC 9(03)   COMP    VALUE 100.
017900 77  WS-IL-SUB                   PIC 9(03)   COMP    VALUE ZERO.
018000
018100 01  WS-CUR-ORDER-ID             PIC 9(05)   VALUE ZERO.
018200 01  WS-CUR-CUST-ID              PIC 9(05)   VALUE ZERO.
018300 01  WS-CUR-ACCT-NO              PIC 9(06)   VALUE ZERO.
018400 01  WS-NEW-INVOICE-NO           PIC 9(07)   VALUE ZERO.
018500 01  WS-DUE-DATE                 PIC 9(08)   VALUE ZERO.
018600 01  WS-UNIT-PRICE               PIC 9(05)V9(02) VALUE ZERO.
018700 01  WS-LINE-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
018800 01  WS-INVOICE-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
018900 01  WS-RUN-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
019000 01  WS-CHARGE-REMAINING         PIC 9(09)V9(02) VALUE ZERO.
019100 01  WS-CHARGE-PIECE             PIC 9(05)V9(02) VALUE ZERO.
019200 01  WS-CHARGE-HASH              PIC 9(11)V9(02) VALUE ZERO.
019300 01  WS-REJ-REASON-WORK          PIC X(30).
019400
019500 01  WS-ORDER-TABLE.
019600     05  WS-ORDER-ENTRY      OCCURS 0 TO 500 TIMES
019700                             DEPENDING ON WS-ORDER-COUNT
019800                             INDEXED BY WS-ORDER-IDX.
019900         10  WS-OT-ORDER-ID      PIC 9(05).
020000         10  WS-OT-CUST-ID       PIC 9(05).
020100
020200 01  WS-ACCT-TABLE.
020300     05  WS-ACCT-ENTRY       OCCURS 0 TO 500 TIMES
020400                             DEPENDING ON WS-AC-COUNT
020500                             INDEXED BY WS-AC-IDX.
020600         10  WS-AC-CUST-ID       PIC 9(05).
020700         10  WS-AC-ACCT-NO       PIC 9(06).
020800
020900 01  WS-INVOICE-LINES.
021000     05  WS-IL-ENTRY         OCCURS 100 TIMES.
021100         10  WS-IL-LINE-NO       PIC 9(03).
021200         10  WS-IL-ITEM-CODE     PIC X(08).
021300         10  WS-IL-DESCRIPTION   PIC X(30).
021400         10  WS-IL-QTY           PIC 9(05).
021500         10  WS-IL-UNIT-PRICE    PIC 9(05)V9(02).
021600         10  WS-IL-AMOUNT        PIC 9(09)V9(02).
021700
021800 01  WS-INV-HEAD-1.
021900     05  FILLER                  PIC X(40)   VALUE
022000         "CUSTOMER INVOICE".
022100     05  FILLER                  PIC X(12)   VALUE "INVOICE NO: ".
022200     05  WS-IH1-INVOICE-NO       PIC 9(07).
022300 01  WS-INV-HEAD-2.
022400     05  FILLER                  PIC X(14)   VALUE
022500         "INVOICE DATE: ".
022600     05  WS-IH2-INVOICE-DATE     PIC 9(08).
022700     05  FILLER                  PIC X(18)   VALUE SPACES.
022800     05  FILLER                  PIC X(10)   VALUE "DUE DATE: ".
022900     05  WS-IH2-DUE-DATE         PIC 9(08).
023000 01  WS-INV-HEAD-3.
023100     05  FILLER                  PIC X(10)   VALUE "CUSTOMER: ".
023200     05  WS-IH3-CUST-ID          PIC 9(05).
023300     05  FILLER                  PIC X(11)   VALUE "  ACCOUNT: ".
023400     05  WS-IH3-ACCT-NO          PIC X(06).
023500     05  FILLER                  PIC X(08)   VALUE SPACES.
023600     05  FILLER                  PIC X(07)   VALUE "ORDER: ".
023700     05  WS-IH3-ORDER-ID         PIC 9(05).
023800 01  WS-INV-COL-HEAD.
023900     05  FILLER                  PIC X(40)   VALUE
024000         "LIN  ITEM      DESCRIPTION".
024100     05  FILLER                  PIC X(40)   VALUE
024200         "     QTY UNIT PRICE       AMOUNT".
024300 01  WS-INV-DETAIL.
024400     05  WS-ID-LINE-NO           PIC 9(03).
024500     05  FILLER                  PIC X(02)   VALUE SPACES.
024600     05  WS-ID-ITEM-CODE         PIC X(08).
024700     05  FILLER                  PIC X(02)   VALUE SPACES.
024800     05  WS-ID-DESCRIPTION       PIC X(30).
024900     05  FILLER                  PIC X(03)   VALUE SPACES.
025000     05  WS-ID-QTY               PIC ZZZZ9.
025100     05  FILLER                  PIC X(01)   VALUE SPACES.
025200     05  WS-ID-UNIT-PRICE        PIC ZZ,ZZ9.99.
025300     05  FILLER                  PIC X(01)   VALUE SPACES.
025400     05  WS-ID-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
025500 01  WS-INV-TOTAL-LINE.
025600     05  FILLER                  PIC X(50)   VALUE SPACES.
025700     05  FILLER                  PIC X(14)   VALUE
025800         "INVOICE TOTAL ".
025900     05  WS-IT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
026000 01  WS-INV-NO-ACCT-LINE         PIC X(80)   VALUE
026100     "*** NO OPEN ACCOUNT ON FILE - CHARGE NOT POSTED ***".
026200 01  WS-RUN-TOTAL-LINE.
026300     05  FILLER                  PIC X(20)   VALUE
026400         "INVOICES RAISED:    ".
026500     05  WS-RT-COUNT             PIC ZZZZ9.
026600     05  FILLER                  PIC X(25)   VALUE
026700         "     TOTAL INVOICED:     ".
026800     05  WS-RT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026900
027000 01  WS-REJECT-LINE.
027100     05  WS-REJ-ORDER-ID         PIC 9(05).
027200     05  FILLER                  PIC X(01)   VALUE "/".
027300     05  WS-REJ-LINE-NO          PIC 9(03).
027400     05  FILLER                  PIC X(02)   VALUE SPACES.
027500     05  WS-REJ-ITEM-CODE        PIC X(08).
027600     05  FILLER                  PIC X(02)   VALUE SPACES.
027700     05  WS-REJ-QTY              PIC ZZZZ9.
027800     05  FILLER                  PIC X(02)   VALUE SPACES.
027900     05  WS-REJ-REASON           PIC X(30).
028000
028100     COPY RUNSTAT.
028120
028140     COPY PARMREQ.
028200
028300 01  WS-SC-FUNCTION              PIC X(01).
028400 01  WS-SC-PROGRAM               PIC X(08)   VALUE "BILLRUN".
028500 01  WS-SC-DONE-SW               PIC X(01)   VALUE 'N'.
028600     88  WS-SC-DONE                      VALUE 'Y'.
028700
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
029000     PERFORM 0500-CHECK-STREAM-CONTROL THRU 0500-EXIT.
029100     IF WS-SC-DONE
029200         GO TO 9999-EXIT
029300     END-IF.
029400     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
029500     IF NOT WS-FILE-ERROR
029600         SORT SHIP-SORT
029700             ON ASCENDING KEY SR-ORDER-ID
029800                              SR-LINE-NO
029900             USING SHIPPED-FILE
030000             OUTPUT PROCEDURE IS 3000-BILL-ORDERS
030100                            THRU 3000-EXIT
030200     END-IF.
030300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
030400     GO TO 9999-EXIT.
030500
030600******************************************************************
030700*    0500-CHECK-STREAM-CONTROL - A BILLING RUN ALREADY MARKED
030800*                                COMPLETE FOR TONIGHT'S BUSINESS
030900*                                DATE EXITS RC 0 RATHER THAN
031000*                                INVOICE THE SAME SHIPMENTS TWICE
031100******************************************************************
031200 0500-CHECK-STREAM-CONTROL.
031300     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
031400     MOVE 'C'                    TO WS-SC-FUNCTION.
031500     CALL "STEPCTL"              USING WS-SC-FUNCTION
031600                                       WS-SC-PROGRAM
031700                                       WS-BUSINESS-DATE
031800                                       WS-SC-DONE-SW.
031900     IF WS-SC-DONE
032000         DISPLAY "BILLRUN ALREADY COMPLETE TONIGHT - RC 0"
032100     END-IF.
032200 0500-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600*    1000-INITIALIZE - LOAD THE ORDER AND ACCOUNT TABLES, OPEN THE
032700*                      MASTERS AND OUTPUTS AND START THE CHARGE
032800*                      FEED ENVELOPE
032900******************************************************************
033000 1000-INITIALIZE.
033100     DISPLAY "BILLRUN - CUSTOMER INVOICING STARTING".
033200     MOVE "BILLRUN"              TO RSA-PROGRAM-ID.
033300     MOVE 'S'                    TO RSA-FUNCTION.
033400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
033500     PERFORM 1100-READ-PARM THRU 1100-EXIT.
033600     MOVE 'A'                    TO WS-DU-FUNCTION.
033700     MOVE WS-TERMS-DAYS          TO WS-DU-DAYS.
033800     CALL "DATEUTIL"             USING WS-DU-FUNCTION
033900                                       WS-BUSINESS-DATE
034000                                       WS-DUE-DATE
034100                                       WS-DU-DAYS
034200                                       WS-DU-VALID-SW.
034300     PERFORM 1200-LOAD-ORDER-TABLE THRU 1200-EXIT.
034400     PERFORM 1300-LOAD-ACCT-TABLE THRU 1300-EXIT.
034500     OPEN INPUT  ORDER-LINE.
034600     IF NOT WS-OLIN-OK
034700         DISPLAY "ORDLINE OPEN FAILED - STATUS "
034800                 WS-OLIN-STATUS
034900         SET WS-FILE-ERROR       TO TRUE
035000     END-IF.
035100     OPEN INPUT  ITEM-MASTER.
035200     OPEN I-O    OPEN-INVOICE.
035300     IF NOT WS-OINV-USABLE
035400         DISPLAY "OPENINV OPEN FAILED - STATUS "
035500                 WS-OINV-STATUS
035600         SET WS-FILE-ERROR       TO TRUE
035700     END-IF.
035800     OPEN OUTPUT INVOICE-PRINT.
035900     OPEN OUTPUT BILL-REJECT.
036000     OPEN OUTPUT BILL-CHARGE.
036100     MOVE SPACES                 TO FILE-HEADER-RECORD.
036200     MOVE 'HDR'                  TO FH-REC-ID.
036300     MOVE "TRNCODE"              TO FH-FILE-ID.
036400     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
036500     MOVE SPACES                 TO BILL-CHARGE-RECORD.
036600     MOVE FILE-HEADER-RECORD     TO BILL-CHARGE-RECORD (1:19).
036700     WRITE BILL-CHARGE-RECORD.
036800 1000-EXIT.
036900     EXIT.
037000
037100******************************************************************
037150*    1100-READ-PARM - THE PAYMENT TERMS IN DAYS IN FORCE ON THE
037200*                     PARAMETER MASTER, ELSE THE OPTIONAL BILLPARM
037250*                     CARD; WITHOUT EITHER THE DEFAULT STANDS
037400******************************************************************
037500 1100-READ-PARM.
037550     MOVE SPACES                 TO WS-BILL-CARD.
037600     MOVE "BILLPARM"             TO PQ-PARM-ID.
037650     MOVE SPACES                 TO PQ-PARM-QUAL.
037700     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
037750     CALL "PARMGET"              USING PARM-REQUEST-AREA.
037800     IF PQ-FOUND
037850         MOVE PQ-VALUE           TO WS-BILL-CARD
037900     ELSE
037950         PERFORM 1110-READ-BILL-CARD THRU 1110-EXIT
038000     END-IF.
038050     IF WS-BC-TERMS-DAYS NUMERIC
038100      AND WS-BC-TERMS-DAYS > ZERO
038150         MOVE WS-BC-TERMS-DAYS   TO WS-TERMS-DAYS
038200     END-IF.
038900 1100-EXIT.
039000     EXIT.
039005
039010 1110-READ-BILL-CARD.
039015     OPEN INPUT BILL-PARM.
039020     IF WS-PARM-OK
039025         READ BILL-PARM INTO WS-BILL-CARD
039030             AT END
039035                 CONTINUE
039040         END-READ
039045     END-IF.
039050     CLOSE BILL-PARM.
039055 1110-EXIT.
039060     EXIT.
039100
039200******************************************************************
039300*    1200-LOAD-ORDER-TABLE - EACH ORDER'S OWNING CUSTOMER FROM THE
039400*                            ORDER MASTER
039500******************************************************************
039600 1200-LOAD-ORDER-TABLE.
039700     OPEN INPUT ORDER-MASTER.
039800     PERFORM 1250-READ-ORDER THRU 1250-EXIT.
039900     PERFORM 1260-ADD-ORDER-ENTRY THRU 1260-EXIT
040000             UNTIL WS-ORD-EOF.
040100     CLOSE ORDER-MASTER.
040200     DISPLAY "ORDERS LOADED: " WS-ORDER-COUNT.
040300 1200-EXIT.
040400     EXIT.
040500
040600 1250-READ-ORDER.
040700     READ ORDER-MASTER
040800         AT END
040900             SET WS-ORD-EOF      TO TRUE
041000     END-READ.
041100 1250-EXIT.
041200     EXIT.
041300
041400 1260-ADD-ORDER-ENTRY.
041500     IF WS-ORDER-COUNT NOT LESS THAN 500
041600         DISPLAY "ORDER TABLE FULL - REMAINING "
041700                 "ORDMAST RECORDS IGNORED"
041800         SET WS-ORD-EOF          TO TRUE
041900     ELSE
042000         ADD 1                   TO WS-ORDER-COUNT
042100         MOVE OM-ORDER-ID
042200                 TO WS-OT-ORDER-ID (WS-ORDER-COUNT)
042300         MOVE OM-CUST-ID
042400                 TO WS-OT-CUST-ID (WS-ORDER-COUNT)
042500         PERFORM 1250-READ-ORDER THRU 1250-EXIT
042600     END-IF.
042700 1260-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    1300-LOAD-ACCT-TABLE - EACH CUSTOMER'S CHARGE ACCOUNT - THE
043200*                           LOWEST-NUMBERED OPEN ACCOUNT THE
043300*                           CUSTOMER HOLDS ON ACCTMST; CLOSED AND
043400*                           FROZEN ACCOUNTS ARE NEVER CHARGED
043500******************************************************************
043600 1300-LOAD-ACCT-TABLE.
043700     OPEN INPUT ACCT-MASTER.
043800     IF NOT WS-AMST-OK
043900         DISPLAY "NO ACCTMST MASTER - NO CHARGES RAISED"
044000         SET WS-AMST-EOF         TO TRUE
044100     ELSE
044200         PERFORM 1390-READ-ACCT THRU 1390-EXIT
044300     END-IF.
044400     PERFORM 1350-TABLE-ONE-ACCT THRU 1350-EXIT
044500             UNTIL WS-AMST-EOF.
044600     CLOSE ACCT-MASTER.
044700     IF WS-AC-OVERFLOW-COUNT > ZERO
044800         DISPLAY "ACCOUNTS NOT TABLED (TABLE FULL): "
044900                 WS-AC-OVERFLOW-COUNT
045000     END-IF.
045100 1300-EXIT.
045200     EXIT.
045300
045400 1350-TABLE-ONE-ACCT.
045500     IF NOT AM-OPEN
045600         GO TO 1350-READ-NEXT
045700     END-IF.
045800     MOVE AM-CUST-ID             TO WS-CUR-CUST-ID.
045900     PERFORM 3250-FIND-ACCOUNT THRU 3250-EXIT.
046000     IF WS-ACCT-KNOWN
046100         GO TO 1350-READ-NEXT
046200     END-IF.
046300     IF WS-AC-COUNT NOT LESS THAN WS-AC-MAX
046400         ADD 1                   TO WS-AC-OVERFLOW-COUNT
046500         GO TO 1350-READ-NEXT
046600     END-IF.
046700     ADD 1                       TO WS-AC-COUNT.
046800     MOVE AM-CUST-ID             TO WS-AC-CUST-ID (WS-AC-COUNT).
046900     MOVE AM-ACCT-NO             TO WS-AC-ACCT-NO (WS-AC-COUNT).
047000 1350-READ-NEXT.
047100     PERFORM 1390-READ-ACCT THRU 1390-EXIT.
047200 1350-EXIT.
047300     EXIT.
047400
047500 1390-READ-ACCT.
047600     READ ACCT-MASTER NEXT RECORD
047700         AT END
047800             SET WS-AMST-EOF     TO TRUE
047900     END-READ.
048000 1390-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
048500*                             SHARED DATEUTIL FALLBACK
048600******************************************************************
048700 8100-GET-BUSINESS-DATE.
048800     OPEN INPUT BUS-DATE-FILE.
048900     IF WS-BDAT-OK
049000         READ BUS-DATE-FILE
049100             AT END
049200                 CONTINUE
049300             NOT AT END
049400                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
049500                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
049600                 END-IF
049700         END-READ
049800     END-IF.
049900     CLOSE BUS-DATE-FILE.
050000     IF WS-BUSINESS-DATE EQUAL ZERO
050100         MOVE 'C'                TO WS-DU-FUNCTION
050200         CALL "DATEUTIL"         USING WS-DU-FUNCTION
050300                                       WS-BUSINESS-DATE
050400                                       WS-DU-DATE-2
050500                                       WS-DU-DAYS
050600                                       WS-DU-VALID-SW
050700     END-IF.
050800 8100-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*    3000-BILL-ORDERS - SORT OUTPUT PROCEDURE; PRICE EACH SHIPPED
051300*                       LINE AND CLOSE ONE INVOICE PER ORDER ON
051400*                       THE CONTROL BREAK
051500******************************************************************
051600 3000-BILL-ORDERS.
051700     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
051800     PERFORM 3100-BILL-ONE-LINE THRU 3100-EXIT
051900             UNTIL WS-SORT-EOF.
052000     IF NOT WS-FIRST-ORDER
052100         PERFORM 3500-CLOSE-INVOICE THRU 3500-EXIT
052200     END-IF.
052300 3000-EXIT.
052400     EXIT.
052500
052600 3100-BILL-ONE-LINE.
052700     ADD 1                       TO WS-SHIPPED-COUNT.
052800     IF WS-FIRST-ORDER
052900         MOVE 'N'                TO WS-FIRST-ORDER-SW
053000         PERFORM 3200-START-ORDER THRU 3200-EXIT
053100     ELSE
053200         IF SR-ORDER-ID NOT EQUAL WS-CUR-ORDER-ID
053300             PERFORM 3500-CLOSE-INVOICE THRU 3500-EXIT
053400             PERFORM 3200-START-ORDER THRU 3200-EXIT
053500         END-IF
053600     END-IF.
053700     IF NOT WS-ORDER-KNOWN
053800         MOVE "ORDER NOT ON ORDER MASTER" TO WS-REJ-REASON-WORK
053900         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
054000     ELSE
054100         PERFORM 3300-PRICE-LINE THRU 3300-EXIT
054200     END-IF.
054300     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
054400 3100-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800*    3200-START-ORDER - A NEW ORDER: FIND ITS CUSTOMER AND THE
054900*                       CUSTOMER'S CHARGE ACCOUNT, AND CLEAR THE
055000*                       INVOICE LINES
055100******************************************************************
055200 3200-START-ORDER.
055300     MOVE SR-ORDER-ID            TO WS-CUR-ORDER-ID.
055400     MOVE ZERO                   TO WS-IL-COUNT
055500                                    WS-INVOICE-TOTAL
055600                                    WS-CUR-CUST-ID
055700                                    WS-CUR-ACCT-NO.
055800     MOVE 'N'                    TO WS-ORDER-KNOWN-SW
055900                                    WS-ACCT-KNOWN-SW.
056000     IF WS-ORDER-COUNT > ZERO
056100         SET WS-ORDER-IDX        TO 1
056200         SEARCH WS-ORDER-ENTRY
056300             AT END
056400                 CONTINUE
056500             WHEN WS-OT-ORDER-ID (WS-ORDER-IDX)
056600                     EQUAL SR-ORDER-ID
056700                 SET WS-ORDER-KNOWN TO TRUE
056800                 MOVE WS-OT-CUST-ID (WS-ORDER-IDX)
056900                                 TO WS-CUR-CUST-ID
057000         END-SEARCH
057100     END-IF.
057200     IF WS-ORDER-KNOWN
057300         PERFORM 3250-FIND-ACCOUNT THRU 3250-EXIT
057400     END-IF.
057500 3200-EXIT.
057600     EXIT.
057700
057800 3250-FIND-ACCOUNT.
057900     MOVE 'N'                    TO WS-ACCT-KNOWN-SW.
058000     MOVE ZERO                   TO WS-CUR-ACCT-NO.
058100     IF WS-AC-COUNT > ZERO
058200         SET WS-AC-IDX           TO 1
058300         SEARCH WS-ACCT-ENTRY
058400             AT END
058500                 CONTINUE
058600             WHEN WS-AC-CUST-ID (WS-AC-IDX)
058700                     EQUAL WS-CUR-CUST-ID
058800                 SET WS-ACCT-KNOWN TO TRUE
058900                 MOVE WS-AC-ACCT-NO (WS-AC-IDX)
059000                                 TO WS-CUR-ACCT-NO
059100         END-SEARCH
059200     END-IF.
059300 3250-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700*    3300-PRICE-LINE - PRICE ONE SHIPPED LINE OFF ITS ORDER LINE
059800*                      (THE ITEM MASTER LIST PRICE WHEN THE ORDER
059900*                      LINE CARRIES NONE) AND HOLD IT FOR THE
060000*                      INVOICE
060100******************************************************************
060200 3300-PRICE-LINE.
060300     MOVE SR-ORDER-ID            TO OL-ORDER-ID.
060400     MOVE SR-LINE-NO             TO OL-LINE-NO.
060500     READ ORDER-LINE
060600         INVALID KEY
060700             MOVE "LINE NOT ON ORDLINE" TO WS-REJ-REASON-WORK
060800             PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
060900             GO TO 3300-EXIT
061000     END-READ.
061100     MOVE OL-ITEM-CODE           TO IM-ITEM-CODE.
061200     READ ITEM-MASTER
061300         INVALID KEY
061400             MOVE SPACES         TO IM-DESCRIPTION
061500             MOVE ZERO           TO IM-UNIT-PRICE
061600     END-READ.
061700     IF IM-DESCRIPTION EQUAL SPACES
061800         MOVE "ITEM NOT ON ITEM MASTER" TO IM-DESCRIPTION
061900     END-IF.
062000     MOVE OL-UNIT-PRICE          TO WS-UNIT-PRICE.
062100     IF WS-UNIT-PRICE EQUAL ZERO
062200         MOVE IM-UNIT-PRICE      TO WS-UNIT-PRICE
062300     END-IF.
062400     IF WS-UNIT-PRICE EQUAL ZERO
062500         MOVE "NO PRICE ON ORDLINE OR ITEM" TO WS-REJ-REASON-WORK
062600         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
062700         GO TO 3300-EXIT
062800     END-IF.
062900     IF WS-IL-COUNT NOT LESS THAN WS-IL-MAX
063000         MOVE "INVOICE LINE LIMIT REACHED" TO WS-REJ-REASON-WORK
063100         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
063200         GO TO 3300-EXIT
063300     END-IF.
063400     COMPUTE WS-LINE-AMOUNT = SR-SHIPPED-QTY * WS-UNIT-PRICE
063500         ON SIZE ERROR
063600             MOVE "LINE AMOUNT TOO LARGE" TO WS-REJ-REASON-WORK
063700             PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
063800             GO TO 3300-EXIT
063900     END-COMPUTE.
064000     ADD 1                       TO WS-IL-COUNT.
064100     MOVE SR-LINE-NO             TO WS-IL-LINE-NO (WS-IL-COUNT).
064200     MOVE OL-ITEM-CODE           TO WS-IL-ITEM-CODE (WS-IL-COUNT).
064300     MOVE IM-DESCRIPTION
064400                 TO WS-IL-DESCRIPTION (WS-IL-COUNT).
064500     MOVE SR-SHIPPED-QTY         TO WS-IL-QTY (WS-IL-COUNT).
064600     MOVE WS-UNIT-PRICE
064700                 TO WS-IL-UNIT-PRICE (WS-IL-COUNT).
064800     MOVE WS-LINE-AMOUNT         TO WS-IL-AMOUNT (WS-IL-COUNT).
064900     ADD WS-LINE-AMOUNT          TO WS-INVOICE-TOTAL.
065000     ADD 1                       TO WS-BILLED-LINE-COUNT.
065100 3300-EXIT.
065200     EXIT.
065300
065400******************************************************************
065500*    3500-CLOSE-INVOICE - END OF AN ORDER: NUMBER THE INVOICE,
065600*                         PRINT IT, RECORD IT ON THE OPEN-INVOICE
065700*                         MASTER AND RAISE THE ACCOUNT CHARGE.  AN
065800*                         ORDER WITH NO PRICEABLE LINE RAISES
065900*                         NOTHING
066000******************************************************************
066100 3500-CLOSE-INVOICE.
066200     IF WS-IL-COUNT EQUAL ZERO
066300         GO TO 3500-EXIT
066400     END-IF.
066500     PERFORM 3600-NEXT-INVOICE-NO THRU 3600-EXIT.
066600     ADD 1                       TO WS-INVOICE-COUNT.
066700     ADD WS-INVOICE-TOTAL        TO WS-RUN-TOTAL.
066800     PERFORM 4000-PRINT-INVOICE THRU 4000-EXIT.
066900     MOVE SPACES                 TO OPEN-INVOICE-RECORD.
067000     MOVE WS-NEW-INVOICE-NO      TO OI-INVOICE-NO.
067100     MOVE WS-CUR-CUST-ID         TO OI-CUST-ID.
067200     MOVE WS-CUR-ACCT-NO         TO OI-ACCT-NO.
067300     MOVE WS-CUR-ORDER-ID        TO OI-ORDER-ID.
067400     MOVE WS-BUSINESS-DATE       TO OI-INVOICE-DATE.
067500     MOVE WS-DUE-DATE            TO OI-DUE-DATE.
067600     MOVE WS-INVOICE-TOTAL       TO OI-INVOICE-AMOUNT.
067700     MOVE ZERO                   TO OI-PAID-AMOUNT
067800                                    OI-LAST-PAY-DATE.
067900     SET OI-OPEN                 TO TRUE.
068000     IF WS-ACCT-KNOWN
068100         SET OI-CHARGE-RAISED    TO TRUE
068200     ELSE
068300         SET OI-NO-CHARGE-ACCT   TO TRUE
068400         ADD 1                   TO WS-NO-ACCT-COUNT
068500     END-IF.
068600     WRITE OPEN-INVOICE-RECORD
068700         INVALID KEY
068800             DISPLAY "OPENINV DUPLICATE INVOICE "
068900                     WS-NEW-INVOICE-NO
069000             SET WS-FILE-ERROR   TO TRUE
069100     END-WRITE.
069200     IF WS-ACCT-KNOWN
069300         MOVE WS-INVOICE-TOTAL   TO WS-CHARGE-REMAINING
069400         PERFORM 3700-WRITE-CHARGE THRU 3700-EXIT
069500                 UNTIL WS-CHARGE-REMAINING EQUAL ZERO
069600     END-IF.
069700 3500-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100*    3600-NEXT-INVOICE-NO - TAKE THE NEXT INVOICE NUMBER FROM THE
070200*                           OPENINV CONTROL RECORD AND ADVANCE IT
070300******************************************************************
070400 3600-NEXT-INVOICE-NO.
070500     MOVE 'N'                    TO WS-CONTROL-SW.
070600     MOVE ZERO                   TO OI-INVOICE-NO.
070700     READ OPEN-INVOICE
070800         INVALID KEY
070900             CONTINUE
071000         NOT INVALID KEY
071100             SET WS-CONTROL-FOUND TO TRUE
071200     END-READ.
071300     IF NOT WS-CONTROL-FOUND
071400         MOVE SPACES             TO OPEN-INVOICE-CONTROL-RECORD
071500         MOVE ZERO               TO OIC-INVOICE-NO
071600                                    OIC-LAST-BILL-DATE
071700         MOVE 1                  TO OIC-NEXT-INVOICE-NO
071800     END-IF.
071900     MOVE OIC-NEXT-INVOICE-NO    TO WS-NEW-INVOICE-NO.
072000     ADD 1                       TO OIC-NEXT-INVOICE-NO.
072100     MOVE WS-BUSINESS-DATE       TO OIC-LAST-BILL-DATE.
072200     IF WS-CONTROL-FOUND
072300         REWRITE OPEN-INVOICE-CONTROL-RECORD
072400     ELSE
072500         WRITE OPEN-INVOICE-CONTROL-RECORD
072600     END-IF.
072700 3600-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100*    3700-WRITE-CHARGE - ONE WD CHARGE RECORD ON THE BILLCHG FEED;
073200*                        AN INVOICE LARGER THAN A TRNCODE AMOUNT
073300*                        CAN HOLD GOES OUT IN SEVERAL PIECES, EACH
073400*                        CARRYING THE INVOICE NUMBER
073500******************************************************************
073600 3700-WRITE-CHARGE.
073700     IF WS-CHARGE-REMAINING > 99999.99
073800         MOVE 99999.99           TO WS-CHARGE-PIECE
073900     ELSE
074000         MOVE WS-CHARGE-REMAINING TO WS-CHARGE-PIECE
074100     END-IF.
074200     SUBTRACT WS-CHARGE-PIECE    FROM WS-CHARGE-REMAINING.
074300     ADD 1                       TO WS-CHARGE-SEQ
074400                                    WS-CHARGE-COUNT.
074500     MOVE SPACES                 TO TRN-RECORD.
074600     MOVE WS-CHARGE-SEQ          TO TRN-ID.
074700     MOVE "WD"                   TO TRN-CODE.
074800     MOVE WS-CUR-ACCT-NO         TO TRN-ACCT-NO.
074900     MOVE ZERO                   TO TRN-ACCT-TO.
075000     MOVE WS-CHARGE-PIECE        TO TRN-AMOUNT.
075100     MOVE WS-NEW-INVOICE-NO      TO TRN-INVOICE-NO.
075150     SET TRN-SYSTEM-ORIGIN       TO TRUE.
075200     MOVE TRN-RECORD             TO BILL-CHARGE-RECORD.
075300     WRITE BILL-CHARGE-RECORD.
075400     ADD WS-CHARGE-PIECE         TO WS-CHARGE-HASH.
075500 3700-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900*    3800-WRITE-REJECT - A SHIPPED LINE THAT CANNOT BE BILLED
076000******************************************************************
076100 3800-WRITE-REJECT.
076200     ADD 1                       TO WS-REJECT-COUNT.
076300     MOVE SR-ORDER-ID            TO WS-REJ-ORDER-ID.
076400     MOVE SR-LINE-NO             TO WS-REJ-LINE-NO.
076500     MOVE SR-ITEM-CODE           TO WS-REJ-ITEM-CODE.
076600     MOVE SR-SHIPPED-QTY         TO WS-REJ-QTY.
076700     MOVE WS-REJ-REASON-WORK     TO WS-REJ-REASON.
076800     WRITE BILL-REJECT-LINE      FROM WS-REJECT-LINE.
076900 3800-EXIT.
077000     EXIT.
077100
077200******************************************************************
077300*    3900-RETURN-SORTED - THE NEXT SHIPPED LINE IN ORDER SEQUENCE
077400******************************************************************
077500 3900-RETURN-SORTED.
077600     RETURN SHIP-SORT
077700         AT END
077800             SET WS-SORT-EOF     TO TRUE
077900     END-RETURN.
078000 3900-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400*    4000-PRINT-INVOICE - ONE INVOICE TO A PAGE: HEADINGS, THE
078500*                         PRICED LINES AND THE INVOICE TOTAL
078600******************************************************************
078700 4000-PRINT-INVOICE.
078800     MOVE WS-NEW-INVOICE-NO      TO WS-IH1-INVOICE-NO.
078900     MOVE WS-BUSINESS-DATE       TO WS-IH2-INVOICE-DATE.
079000     MOVE WS-DUE-DATE            TO WS-IH2-DUE-DATE.
079100     MOVE WS-CUR-CUST-ID         TO WS-IH3-CUST-ID.
079200     MOVE WS-CUR-ORDER-ID        TO WS-IH3-ORDER-ID.
079300     IF WS-ACCT-KNOWN
079400         MOVE WS-CUR-ACCT-NO     TO WS-IH3-ACCT-NO
079500     ELSE
079600         MOVE "NONE"             TO WS-IH3-ACCT-NO
079700     END-IF.
079800     IF WS-INVOICE-COUNT > 1
079900         WRITE INVOICE-PRINT-LINE FROM SPACES
080000             AFTER ADVANCING PAGE
080100     END-IF.
080200     WRITE INVOICE-PRINT-LINE    FROM WS-INV-HEAD-1.
080300     WRITE INVOICE-PRINT-LINE    FROM SPACES.
080400     WRITE INVOICE-PRINT-LINE    FROM WS-INV-HEAD-2.
080500     WRITE INVOICE-PRINT-LINE    FROM WS-INV-HEAD-3.
080600     WRITE INVOICE-PRINT-LINE    FROM SPACES.
080700     WRITE INVOICE-PRINT-LINE    FROM WS-INV-COL-HEAD.
080800     MOVE ZERO                   TO WS-IL-SUB.
080900     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
081000             UNTIL WS-IL-SUB NOT LESS THAN WS-IL-COUNT.
081100     WRITE INVOICE-PRINT-LINE    FROM SPACES.
081200     MOVE WS-INVOICE-TOTAL       TO WS-IT-AMOUNT.
081300     WRITE INVOICE-PRINT-LINE    FROM WS-INV-TOTAL-LINE.
081400     IF NOT WS-ACCT-KNOWN
081500         WRITE INVOICE-PRINT-LINE FROM SPACES
081600         WRITE INVOICE-PRINT-LINE FROM WS-INV-NO-ACCT-LINE
081700     END-IF.
081800 4000-EXIT.
081900     EXIT.
082000
082100 4100-PRINT-ONE-LINE.
082200     ADD 1                       TO WS-IL-SUB.
082300     MOVE WS-IL-LINE-NO (WS-IL-SUB)     TO WS-ID-LINE-NO.
082400     MOVE WS-IL-ITEM-CODE (WS-IL-SUB)   TO WS-ID-ITEM-CODE.
082500     MOVE WS-IL-DESCRIPTION (WS-IL-SUB) TO WS-ID-DESCRIPTION.
082600     MOVE WS-IL-QTY (WS-IL-SUB)         TO WS-ID-QTY.
082700     MOVE WS-IL-UNIT-PRICE (WS-IL-SUB)  TO WS-ID-UNIT-PRICE.
082800     MOVE WS-IL-AMOUNT (WS-IL-SUB)      TO WS-ID-AMOUNT.
082900     WRITE INVOICE-PRINT-LINE    FROM WS-INV-DETAIL.
083000 4100-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    9000-TERMINATE - CLOSE THE CHARGE ENVELOPE, PRINT THE RUN
083500*                     TOTALS AND CLOSE THE FILES
083600******************************************************************
083700 9000-TERMINATE.
083800     MOVE SPACES                 TO FILE-TRAILER-RECORD.
083900     MOVE 'TRL'                  TO FT-REC-ID.
084000     MOVE WS-CHARGE-COUNT        TO FT-REC-COUNT.
084100     MOVE WS-CHARGE-HASH         TO FT-AMOUNT-HASH.
084200     MOVE SPACES                 TO BILL-CHARGE-RECORD.
084300     MOVE FILE-TRAILER-RECORD    TO BILL-CHARGE-RECORD (1:23).
084400     WRITE BILL-CHARGE-RECORD.
084500     IF WS-INVOICE-COUNT > ZERO
084600         WRITE INVOICE-PRINT-LINE FROM SPACES
084700             AFTER ADVANCING PAGE
084800     END-IF.
084900     MOVE WS-INVOICE-COUNT       TO WS-RT-COUNT.
085000     MOVE WS-RUN-TOTAL           TO WS-RT-AMOUNT.
085100     WRITE INVOICE-PRINT-LINE    FROM WS-RUN-TOTAL-LINE.
085200     DISPLAY "SHIPPED LINES READ    : " WS-SHIPPED-COUNT.
085300     DISPLAY "  BILLED              : " WS-BILLED-LINE-COUNT.
085400     DISPLAY "  REJECTED            : " WS-REJECT-COUNT.
085500     DISPLAY "INVOICES RAISED       : " WS-INVOICE-COUNT.
085600     DISPLAY "  WITH NO OPEN ACCOUNT: " WS-NO-ACCT-COUNT.
085700     DISPLAY "CHARGE RECORDS        : " WS-CHARGE-COUNT.
085800     DISPLAY "TOTAL INVOICED        : " WS-RUN-TOTAL.
085900     CLOSE ORDER-LINE.
086000     CLOSE ITEM-MASTER.
086100     CLOSE OPEN-INVOICE.
086200     CLOSE INVOICE-PRINT.
086300     CLOSE BILL-REJECT.
086400     CLOSE BILL-CHARGE.
086500     IF WS-REJECT-COUNT > ZERO
086600        OR WS-NO-ACCT-COUNT > ZERO
086700         MOVE 4                  TO RETURN-CODE
086800     END-IF.
086900     IF WS-FILE-ERROR
087000         MOVE 8                  TO RETURN-CODE
087100     END-IF.
087200     MOVE 'E'                    TO RSA-FUNCTION.
087300     MOVE WS-SHIPPED-COUNT       TO RSA-READ-COUNT.
087400     MOVE WS-INVOICE-COUNT       TO RSA-WRITTEN-COUNT.
087500     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
087600     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
087700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
087800     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
087900     IF RETURN-CODE < 8
088000         MOVE 'M'                TO WS-SC-FUNCTION
088100         CALL "STEPCTL"          USING WS-SC-FUNCTION
088200                                       WS-SC-PROGRAM
088300                                       WS-BUSINESS-DATE
088400                                       WS-SC-DONE-SW
088500     END-IF.
088600 9000-EXIT.
088700     EXIT.
088800
088900 9999-EXIT.
089000     STOP RUN.
