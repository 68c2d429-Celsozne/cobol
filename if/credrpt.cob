000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CREDRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - DAILY CUSTOMER CREDIT
001200*                     EXPOSURE REPORT.  FOR EVERY CUSTNMM CUSTOMER
001300*                     THE EXPOSURE IS THEIR OPEN ORDERS ON ORDMAST
001400*                     PLUS WHAT THEIR ACCOUNTS ARE OVERDRAWN ON
001500*                     ACCTBAL - THE SAME SUM ORDMNT TESTS NEW
001600*                     ORDERS WITH.  A CUSTOMER IS LISTED WHEN ON
001700*                     CREDIT HOLD, WHEN AN ACCOUNT IS FROZEN, OR
001800*                     WHEN THE EXPOSURE IS OVER THE CUSTCRED LIMIT
001900*                     OR WITHIN REACH OF IT - AT OR ABOVE THE
002000*                     CREDPARM PERCENTAGE OF THE LIMIT (80 WHEN NO
002100*                     CARD).  PARKED ORDERS ARE COUNTED ALONGSIDE.
002110*    2026-10-15 JPL   THE NEAR-LIMIT PERCENTAGE NOW COMES FROM THE
002120*                     PARMMAST CONTROLLED PARAMETER MASTER
002130*                     (PARAMETER CREDPARM) AS OF THE BUSINESS DATE
002140*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002150*                     CREDPARM CARD IS READ ONLY WHEN THE MASTER
002160*                     HOLDS NO VALUE.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-370.
002600 OBJECT-COMPUTER.            IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
003000                             ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT OPTIONAL CUST-CREDIT-MASTER ASSIGN TO "CUSTCRED"
003200                             ORGANIZATION IS INDEXED
003300                             ACCESS MODE IS RANDOM
003400                             RECORD KEY IS CCR-CUST-ID
003500                             FILE STATUS IS WS-CRED-STATUS.
003600     SELECT ORDER-MASTER     ASSIGN TO "ORDMAST"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-ORD-STATUS.
003900     SELECT OPTIONAL ACCT-MASTER ASSIGN TO "ACCTMST"
004000                             ORGANIZATION IS INDEXED
004100                             ACCESS MODE IS SEQUENTIAL
004200                             RECORD KEY IS AM-ACCT-NO
004300                             FILE STATUS IS WS-AMST-STATUS.
004400     SELECT OPTIONAL ACCOUNT-BALANCE ASSIGN TO "ACCTBAL"
004500                             ORGANIZATION IS INDEXED
004600                             ACCESS MODE IS RANDOM
004700                             RECORD KEY IS AB-ACCT-NO
004800                             FILE STATUS IS WS-ACCT-STATUS.
004900     SELECT OPTIONAL CRED-PARM ASSIGN TO "CREDPARM"
005000                             ORGANIZATION IS LINE SEQUENTIAL
005100                             FILE STATUS IS WS-PARM-STATUS.
005200     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
005300                             ORGANIZATION IS LINE SEQUENTIAL
005400                             FILE STATUS IS WS-BDAT-STATUS.
005500     SELECT CREDIT-REPORT    ASSIGN TO "CREDRPT"
005600                             ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CUST-NAME-MASTER
006100     RECORDING MODE IS F.
006200     COPY CUSTNMM.
006300
006400 FD  CUST-CREDIT-MASTER.
006500     COPY CUSTCRED.
006600
006700 FD  ORDER-MASTER
006800     RECORDING MODE IS F.
006900     COPY ORDMAST.
007000
007100 FD  ACCT-MASTER.
007200     COPY ACCTMST.
007300
007400 FD  ACCOUNT-BALANCE.
007500     COPY ACCTBAL.
007600
007700 FD  CRED-PARM
007800     RECORDING MODE IS F.
007900 01  CRED-PARM-RECORD.
008000     05  CPM-NEAR-PCT            PIC 9(03).
008100
008200 FD  BUS-DATE-FILE
008300     RECORDING MODE IS F.
008400     COPY BUSDATE.
008500
008600 FD  CREDIT-REPORT
008700     RECORDING MODE IS F.
008800 01  RPT-LINE                    PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-CRED-STATUS              PIC X(02).
009200     88  WS-CRED-OK                      VALUE "00".
009300 01  WS-ORD-STATUS               PIC X(02).
009400     88  WS-ORD-OK                       VALUE "00".
009500 01  WS-AMST-STATUS              PIC X(02).
009600     88  WS-AMST-OK                      VALUE "00".
009700 01  WS-ACCT-STATUS              PIC X(02).
009800     88  WS-ACCT-OK                      VALUE "00".
009900 01  WS-PARM-STATUS              PIC X(02).
010000     88  WS-PARM-OK                      VALUE "00".
010100 01  WS-BDAT-STATUS              PIC X(02).
010200     88  WS-BDAT-OK                      VALUE "00".
010300 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010400 01  WS-DU-FUNCTION              PIC X(01).
010500 01  WS-DU-DATE-2                PIC 9(08).
010600 01  WS-DU-DAYS                  PIC S9(05).
010700 01  WS-DU-VALID-SW              PIC X(01).
010800
010900 01  WS-SWITCHES.
011000     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011100         88  WS-EOF                          VALUE 'Y'.
011200     05  WS-ORD-EOF-SW           PIC X(01)   VALUE 'N'.
011300         88  WS-ORD-EOF                      VALUE 'Y'.
011400     05  WS-AMST-EOF-SW          PIC X(01)   VALUE 'N'.
011500         88  WS-AMST-EOF                     VALUE 'Y'.
011600     05  WS-CRED-PRESENT-SW      PIC X(01)   VALUE 'N'.
011700         88  WS-CRED-PRESENT                 VALUE 'Y'.
011800     05  WS-HAS-CREDIT-SW        PIC X(01)   VALUE 'N'.
011900         88  WS-HAS-CREDIT                   VALUE 'Y'.
012000
012020 01  WS-CRED-CARD.
012040     05  WS-CC-NEAR-PCT          PIC 9(03).
012060     05  FILLER                  PIC X(37).
012080
012100 77  WS-NEAR-PCT                 PIC 9(03)   COMP    VALUE 80.
012200 77  WS-CUST-READ-COUNT          PIC 9(05)   COMP    VALUE ZERO.
012300 77  WS-CREDIT-CUST-COUNT        PIC 9(05)   COMP    VALUE ZERO.
012400 77  WS-LISTED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012500 77  WS-OVER-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012600 77  WS-NEAR-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012700 77  WS-HOLD-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012800 77  WS-FROZEN-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012900 77  WS-PARKED-TOTAL             PIC 9(05)   COMP    VALUE ZERO.
013000 77  WS-OVERFLOW-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013100 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
013200 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
013300 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
013400
013500*    OPEN-ORDER VALUE AND PARKED-ORDER COUNT BY CUSTOMER
013600 77  WS-OX-MAX                   PIC 9(03)   COMP    VALUE 500.
013700 77  WS-OX-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
013800 77  WS-OX-SUB                   PIC 9(03)   COMP.
013900 77  WS-OX-HIT                   PIC 9(03)   COMP    VALUE ZERO.
014000 01  WS-ORDER-CUST-TABLE.
014100     05  WS-OX-ENTRY             OCCURS 500 TIMES.
014200         10  WS-OX-CUST-ID       PIC 9(05).
014300         10  WS-OX-OPEN-AMOUNT   PIC 9(10)V9(02).
014400         10  WS-OX-PARKED        PIC 9(03).
014500
014600*    ACCOUNT STANDING BY OWNING CUSTOMER, AS ORDMNT TABLES IT
014700 77  WS-AC-MAX                   PIC 9(03)   COMP    VALUE 500.
014800 77  WS-AC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
014900 77  WS-AC-SUB                   PIC 9(03)   COMP.
015000 77  WS-AC-HIT                   PIC 9(03)   COMP    VALUE ZERO.
015100 01  WS-ACCT-CUST-TABLE.
015200     05  WS-AC-ENTRY             OCCURS 500 TIMES.
015300         10  WS-AC-CUST-ID       PIC 9(05).
015400         10  WS-AC-OVERDRAWN     PIC 9(09)V9(02).
015500         10  WS-AC-FROZEN-SW     PIC X(01).
015600             88  WS-AC-FROZEN                VALUE 'Y'.
015700
015800 01  WS-CHK-CUST-ID              PIC 9(05).
015900 01  WS-OPEN-AMOUNT              PIC 9(10)V9(02).
016000 01  WS-OVERDRAWN                PIC 9(10)V9(02).
016100 01  WS-EXPOSURE                 PIC 9(10)V9(02).
016200 01  WS-USED-PCT                 PIC 9(05).
016300 01  WS-PARKED                   PIC 9(03).
016400 01  WS-FROZEN-SW                PIC X(01).
016500     88  WS-FROZEN                       VALUE 'Y'.
016600 01  WS-STATUS-TEXT              PIC X(13).
016700
016800 01  WS-RUN-DATE.
016900     05  WS-RUN-YYYY             PIC 9(04).
017000     05  WS-RUN-MM               PIC 9(02).
017100     05  WS-RUN-DD               PIC 9(02).
017200
017300 01  WS-RUN-DATE-EDIT.
017400     05  WS-RUN-MM-EDIT          PIC 9(02).
017500     05  FILLER                  PIC X(01)   VALUE '/'.
017600     05  WS-RUN-DD-EDIT          PIC 9(02).
017700     05  FILLER                  PIC X(01)   VALUE '/'.
017800     05  WS-RUN-YYYY-EDIT        PIC 9(04).
017900
018000 01  WS-HEADING-1.
018100     05  FILLER                  PIC X(40)   VALUE SPACES.
018200     05  FILLER                  PIC X(40)
018300             VALUE "CUSTOMER CREDIT EXPOSURE REPORT".
018400     05  FILLER                  PIC X(30)   VALUE SPACES.
018500     05  FILLER                  PIC X(05)   VALUE "PAGE ".
018600     05  WS-H1-PAGE              PIC ZZZ9.
018700
018800 01  WS-HEADING-2.
018900     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
019000     05  FILLER                  PIC X(02)   VALUE ": ".
019100     05  WS-H2-DATE              PIC X(10).
019200     05  FILLER                  PIC X(10)   VALUE SPACES.
019300     05  FILLER                  PIC X(18)
019400             VALUE "NEAR LIMIT AT    :".
019500     05  WS-H2-NEAR-PCT          PIC ZZ9.
019600     05  FILLER                  PIC X(01)   VALUE "%".
019700
019800 01  WS-HEADING-3.
019900     05  FILLER                  PIC X(07)   VALUE "CUST".
020000     05  FILLER                  PIC X(17)   VALUE "LAST NAME".
020100     05  FILLER                  PIC X(17)   VALUE "FIRST NAME".
020200     05  FILLER                  PIC X(14)
020300             VALUE "  CREDIT LIMIT".
020400     05  FILLER                  PIC X(15)
020500             VALUE "    OPEN ORDERS".
020600     05  FILLER                  PIC X(15)
020700             VALUE "      OVERDRAWN".
020800     05  FILLER                  PIC X(16)
020900             VALUE "       EXPOSURE".
021000     05  FILLER                  PIC X(05)   VALUE "USED%".
021100     05  FILLER                  PIC X(06)   VALUE " PARKD".
021200     05  FILLER                  PIC X(02)   VALUE SPACES.
021300     05  FILLER                  PIC X(06)   VALUE "STATUS".
021400
021500 01  WS-DETAIL-LINE.
021600     05  WS-DL-CUST-ID           PIC 9(05).
021700     05  FILLER                  PIC X(02)   VALUE SPACES.
021800     05  WS-DL-LAST-NAME         PIC X(15).
021900     05  FILLER                  PIC X(02)   VALUE SPACES.
022000     05  WS-DL-FIRST-NAME        PIC X(15).
022100     05  FILLER                  PIC X(02)   VALUE SPACES.
022200     05  WS-DL-LIMIT             PIC Z,ZZZ,ZZ9.99.
022300     05  FILLER                  PIC X(02)   VALUE SPACES.
022400     05  WS-DL-OPEN-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
022500     05  FILLER                  PIC X(02)   VALUE SPACES.
022600     05  WS-DL-OVERDRAWN         PIC ZZ,ZZZ,ZZ9.99.
022700     05  FILLER                  PIC X(02)   VALUE SPACES.
022800     05  WS-DL-EXPOSURE          PIC ZZZ,ZZZ,ZZ9.99.
022900     05  FILLER                  PIC X(02)   VALUE SPACES.
023000     05  WS-DL-USED-PCT          PIC ZZZ9.
023100     05  FILLER                  PIC X(03)   VALUE SPACES.
023200     05  WS-DL-PARKED            PIC ZZ9.
023300     05  FILLER                  PIC X(02)   VALUE SPACES.
023400     05  WS-DL-STATUS            PIC X(13).
023500
023600 01  WS-TOTAL-LINE.
023700     05  FILLER                  PIC X(02)   VALUE SPACES.
023800     05  WS-TL-LABEL             PIC X(36).
023900     05  WS-TL-COUNT             PIC ZZ,ZZ9.
024000
024100     COPY RUNSTAT.
024120
024140     COPY PARMREQ.
024200
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
024600     PERFORM 2000-PROCESS-CUSTOMER   THRU 2000-EXIT
024700             UNTIL WS-EOF.
024800     PERFORM 3000-PRINT-TOTALS       THRU 3000-EXIT.
024900     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
025000     GO TO 9999-EXIT.
025100
025200******************************************************************
025300*    1000-INITIALIZE - READ THE PARAMETER CARD, TABLE THE ORDER
025400*                      AND ACCOUNT POSITIONS, OPEN FILES AND
025500*                      PRINT THE FIRST PAGE HEADING
025600******************************************************************
025700 1000-INITIALIZE.
025800     DISPLAY "CREDRPT - CREDIT EXPOSURE REPORT STARTING".
025900     MOVE "CREDRPT"              TO RSA-PROGRAM-ID.
026000     MOVE 'S'                    TO RSA-FUNCTION.
026100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
026200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
026300     PERFORM 1100-READ-PARM THRU 1100-EXIT.
026400     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
026500     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
026600     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
026700     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
026800     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
026900     MOVE WS-NEAR-PCT            TO WS-H2-NEAR-PCT.
027000     PERFORM 1200-LOAD-ORDER-TABLE THRU 1200-EXIT.
027100     PERFORM 1300-LOAD-ACCT-TABLE THRU 1300-EXIT.
027200     IF WS-OVERFLOW-COUNT > ZERO
027300         DISPLAY "CUSTOMERS NOT TABLED (TABLE FULL): "
027400                 WS-OVERFLOW-COUNT
027500     END-IF.
027600     OPEN INPUT  CUST-CREDIT-MASTER.
027700     IF WS-CRED-OK
027800         SET WS-CRED-PRESENT     TO TRUE
027900     ELSE
028000         DISPLAY "NO CUSTCRED MASTER - NO LIMITS TO REPORT"
028100     END-IF.
028200     OPEN INPUT  CUST-NAME-MASTER.
028300     OPEN OUTPUT CREDIT-REPORT.
028400     PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT.
028500     PERFORM 2900-READ-NAME THRU 2900-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800
028900******************************************************************
028950*    1100-READ-PARM - THE NEAR-LIMIT PERCENTAGE IN FORCE ON THE
029000*                     PARAMETER MASTER, ELSE THE OPTIONAL CREDPARM
029050*                     CARD; WITHOUT EITHER THE DEFAULT STANDS
029200******************************************************************
029300 1100-READ-PARM.
029350     MOVE SPACES                 TO WS-CRED-CARD.
029400     MOVE "CREDPARM"             TO PQ-PARM-ID.
029450     MOVE SPACES                 TO PQ-PARM-QUAL.
029500     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
029550     CALL "PARMGET"              USING PARM-REQUEST-AREA.
029600     IF PQ-FOUND
029650         MOVE PQ-VALUE           TO WS-CRED-CARD
029700     ELSE
029750         PERFORM 1110-READ-CRED-CARD THRU 1110-EXIT
029800     END-IF.
029850     IF WS-CC-NEAR-PCT NUMERIC
029900      AND WS-CC-NEAR-PCT > ZERO
029950      AND WS-CC-NEAR-PCT < 100
030000         MOVE WS-CC-NEAR-PCT     TO WS-NEAR-PCT
030050     END-IF.
030800 1100-EXIT.
030900     EXIT.
030905
030910 1110-READ-CRED-CARD.
030915     OPEN INPUT CRED-PARM.
030920     IF WS-PARM-OK
030925         READ CRED-PARM INTO WS-CRED-CARD
030930             AT END
030935                 CONTINUE
030940         END-READ
030945     END-IF.
030950     CLOSE CRED-PARM.
030955 1110-EXIT.
030960     EXIT.
031000
031100******************************************************************
031200*    1200-LOAD-ORDER-TABLE - TOTAL THE OPEN ORDERS AND COUNT THE
031300*                            PARKED ONES BY CUSTOMER
031400******************************************************************
031500 1200-LOAD-ORDER-TABLE.
031600     OPEN INPUT ORDER-MASTER.
031700     IF NOT WS-ORD-OK
031800         SET WS-ORD-EOF          TO TRUE
031900     ELSE
032000         PERFORM 1290-READ-ORDER THRU 1290-EXIT
032100     END-IF.
032200     PERFORM 1250-TABLE-ONE-ORDER THRU 1250-EXIT
032300             UNTIL WS-ORD-EOF.
032400     CLOSE ORDER-MASTER.
032500 1200-EXIT.
032600     EXIT.
032700
032800 1250-TABLE-ONE-ORDER.
032900     IF NOT OM-STATUS-OPEN
033000      AND NOT OM-STATUS-PARKED
033100         GO TO 1250-READ-NEXT
033200     END-IF.
033300     MOVE OM-CUST-ID             TO WS-CHK-CUST-ID.
033400     PERFORM 2550-FIND-ORDER-CUST THRU 2550-EXIT.
033500     IF WS-OX-HIT EQUAL ZERO
033600         IF WS-OX-COUNT NOT LESS THAN WS-OX-MAX
033700             ADD 1               TO WS-OVERFLOW-COUNT
033800             GO TO 1250-READ-NEXT
033900         END-IF
034000         ADD 1                   TO WS-OX-COUNT
034100         MOVE WS-OX-COUNT        TO WS-OX-HIT
034200         MOVE OM-CUST-ID         TO WS-OX-CUST-ID (WS-OX-HIT)
034300         MOVE ZERO               TO WS-OX-OPEN-AMOUNT (WS-OX-HIT)
034400                                    WS-OX-PARKED (WS-OX-HIT)
034500     END-IF.
034600     IF OM-STATUS-OPEN
034700         ADD OM-ORDER-AMOUNT     TO WS-OX-OPEN-AMOUNT (WS-OX-HIT)
034800     ELSE
034900         ADD 1                   TO WS-OX-PARKED (WS-OX-HIT)
035000     END-IF.
035100 1250-READ-NEXT.
035200     PERFORM 1290-READ-ORDER THRU 1290-EXIT.
035300 1250-EXIT.
035400     EXIT.
035500
035600 1290-READ-ORDER.
035700     READ ORDER-MASTER
035800         AT END
035900             SET WS-ORD-EOF TO TRUE
036000     END-READ.
036100 1290-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    1300-LOAD-ACCT-TABLE - ROLL THE OPEN AND FROZEN ACCOUNTS ON
036600*                           ACCTMST UP BY OWNING CUSTOMER, WITH
036700*                           THE OVERDRAWN PART OF EACH ACCTBAL
036800*                           BALANCE; CLOSED ACCOUNTS ARE LEFT OUT
036900******************************************************************
037000 1300-LOAD-ACCT-TABLE.
037100     OPEN INPUT ACCT-MASTER.
037200     OPEN INPUT ACCOUNT-BALANCE.
037300     IF NOT WS-AMST-OK
037400         DISPLAY "NO ACCTMST MASTER - ACCOUNTS NOT REPORTED"
037500         SET WS-AMST-EOF         TO TRUE
037600     ELSE
037700         PERFORM 1390-READ-ACCT THRU 1390-EXIT
037800     END-IF.
037900     PERFORM 1350-TABLE-ONE-ACCT THRU 1350-EXIT
038000             UNTIL WS-AMST-EOF.
038100     CLOSE ACCT-MASTER.
038200     CLOSE ACCOUNT-BALANCE.
038300 1300-EXIT.
038400     EXIT.
038500
038600 1350-TABLE-ONE-ACCT.
038700     IF AM-CLOSED
038800         GO TO 1350-READ-NEXT
038900     END-IF.
039000     MOVE AM-CUST-ID             TO WS-CHK-CUST-ID.
039100     PERFORM 2560-FIND-ACCT-CUST THRU 2560-EXIT.
039200     IF WS-AC-HIT EQUAL ZERO
039300         IF WS-AC-COUNT NOT LESS THAN WS-AC-MAX
039400             ADD 1               TO WS-OVERFLOW-COUNT
039500             GO TO 1350-READ-NEXT
039600         END-IF
039700         ADD 1                   TO WS-AC-COUNT
039800         MOVE WS-AC-COUNT        TO WS-AC-HIT
039900         MOVE AM-CUST-ID         TO WS-AC-CUST-ID (WS-AC-HIT)
040000         MOVE ZERO               TO WS-AC-OVERDRAWN (WS-AC-HIT)
040100         MOVE 'N'                TO WS-AC-FROZEN-SW (WS-AC-HIT)
040200     END-IF.
040300     IF AM-FROZEN
040400         MOVE 'Y'                TO WS-AC-FROZEN-SW (WS-AC-HIT)
040500     END-IF.
040600     MOVE AM-ACCT-NO             TO AB-ACCT-NO.
040700     READ ACCOUNT-BALANCE
040800         INVALID KEY
040900             GO TO 1350-READ-NEXT
041000     END-READ.
041100     IF AB-BALANCE < ZERO
041200         SUBTRACT AB-BALANCE FROM WS-AC-OVERDRAWN (WS-AC-HIT)
041300     END-IF.
041400 1350-READ-NEXT.
041500     PERFORM 1390-READ-ACCT THRU 1390-EXIT.
041600 1350-EXIT.
041700     EXIT.
041800
041900 1390-READ-ACCT.
042000     READ ACCT-MASTER NEXT RECORD
042100         AT END
042200             SET WS-AMST-EOF TO TRUE
042300     END-READ.
042400 1390-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800*    2000-PROCESS-CUSTOMER - WORK OUT ONE CUSTOMER'S EXPOSURE AND
042900*                            LIST THEM IF IT NEEDS ATTENTION
043000******************************************************************
043100 2000-PROCESS-CUSTOMER.
043200     ADD 1                       TO WS-CUST-READ-COUNT.
043300     MOVE CNM-CUST-ID            TO WS-CHK-CUST-ID.
043400     MOVE ZERO                   TO WS-OPEN-AMOUNT
043500                                    WS-OVERDRAWN
043600                                    WS-PARKED
043700                                    WS-USED-PCT.
043800     MOVE 'N'                    TO WS-FROZEN-SW.
043900     PERFORM 2550-FIND-ORDER-CUST THRU 2550-EXIT.
044000     IF WS-OX-HIT > ZERO
044100         MOVE WS-OX-OPEN-AMOUNT (WS-OX-HIT) TO WS-OPEN-AMOUNT
044200         MOVE WS-OX-PARKED (WS-OX-HIT)      TO WS-PARKED
044300     END-IF.
044400     PERFORM 2560-FIND-ACCT-CUST THRU 2560-EXIT.
044500     IF WS-AC-HIT > ZERO
044600         MOVE WS-AC-OVERDRAWN (WS-AC-HIT)   TO WS-OVERDRAWN
044700         MOVE WS-AC-FROZEN-SW (WS-AC-HIT)   TO WS-FROZEN-SW
044800     END-IF.
044900     COMPUTE WS-EXPOSURE = WS-OPEN-AMOUNT + WS-OVERDRAWN.
045000     PERFORM 2100-READ-CREDIT THRU 2100-EXIT.
045100     PERFORM 2200-SET-STATUS THRU 2200-EXIT.
045200     IF WS-STATUS-TEXT NOT EQUAL SPACES
045300         PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
045400     END-IF.
045500     PERFORM 2900-READ-NAME THRU 2900-EXIT.
045600 2000-EXIT.
045700     EXIT.
045800
045900 2100-READ-CREDIT.
046000     MOVE 'N'                    TO WS-HAS-CREDIT-SW.
046100     IF NOT WS-CRED-PRESENT
046200         GO TO 2100-EXIT
046300     END-IF.
046400     MOVE CNM-CUST-ID            TO CCR-CUST-ID.
046500     READ CUST-CREDIT-MASTER
046600         INVALID KEY
046700             GO TO 2100-EXIT
046800     END-READ.
046900     SET WS-HAS-CREDIT           TO TRUE.
047000     ADD 1                       TO WS-CREDIT-CUST-COUNT.
047100     IF CCR-CREDIT-LIMIT > ZERO
047200         COMPUTE WS-USED-PCT ROUNDED =
047300                 WS-EXPOSURE * 100 / CCR-CREDIT-LIMIT
047400             ON SIZE ERROR
047500                 MOVE 9999       TO WS-USED-PCT
047600         END-COMPUTE
047700     ELSE
047800         IF WS-EXPOSURE > ZERO
047900             MOVE 9999           TO WS-USED-PCT
048000         END-IF
048100     END-IF.
048200 2100-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    2200-SET-STATUS - THE MOST PRESSING REASON TO LIST THE
048700*                      CUSTOMER: HOLD, FROZEN ACCOUNT, OVER THE
048800*                      LIMIT, THEN NEAR IT
048900******************************************************************
049000 2200-SET-STATUS.
049100     MOVE SPACES                 TO WS-STATUS-TEXT.
049200     IF WS-HAS-CREDIT
049300      AND CCR-ON-HOLD
049400         ADD 1                   TO WS-HOLD-COUNT
049500         STRING "ON HOLD "       DELIMITED BY SIZE
049600                CCR-HOLD-REASON  DELIMITED BY SIZE
049700                INTO WS-STATUS-TEXT
049800         END-STRING
049900         GO TO 2200-EXIT
050000     END-IF.
050100     IF WS-FROZEN
050200         ADD 1                   TO WS-FROZEN-COUNT
050300         MOVE "ACCT FROZEN"      TO WS-STATUS-TEXT
050400         GO TO 2200-EXIT
050500     END-IF.
050600     IF NOT WS-HAS-CREDIT
050700         GO TO 2200-EXIT
050800     END-IF.
050900     IF WS-EXPOSURE > CCR-CREDIT-LIMIT
051000         ADD 1                   TO WS-OVER-COUNT
051100         MOVE "OVER LIMIT"       TO WS-STATUS-TEXT
051200         GO TO 2200-EXIT
051300     END-IF.
051400     IF WS-USED-PCT NOT LESS THAN WS-NEAR-PCT
051500         ADD 1                   TO WS-NEAR-COUNT
051600         MOVE "NEAR LIMIT"       TO WS-STATUS-TEXT
051700     END-IF.
051800 2200-EXIT.
051900     EXIT.
052000
052100 2300-PRINT-DETAIL.
052200     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
052300         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
052400     END-IF.
052500     MOVE SPACES                 TO WS-DETAIL-LINE.
052600     MOVE CNM-CUST-ID            TO WS-DL-CUST-ID.
052700     MOVE CNM-LAST-NAME          TO WS-DL-LAST-NAME.
052800     MOVE CNM-FIRST-NAME         TO WS-DL-FIRST-NAME.
052900     IF WS-HAS-CREDIT
053000         MOVE CCR-CREDIT-LIMIT   TO WS-DL-LIMIT
053100         MOVE WS-USED-PCT        TO WS-DL-USED-PCT
053200     END-IF.
053300     MOVE WS-OPEN-AMOUNT         TO WS-DL-OPEN-AMOUNT.
053400     MOVE WS-OVERDRAWN           TO WS-DL-OVERDRAWN.
053500     MOVE WS-EXPOSURE            TO WS-DL-EXPOSURE.
053600     MOVE WS-PARKED              TO WS-DL-PARKED.
053700     MOVE WS-STATUS-TEXT         TO WS-DL-STATUS.
053800     WRITE RPT-LINE              FROM WS-DETAIL-LINE.
053900     ADD 1                       TO WS-LINE-COUNT
054000                                    WS-LISTED-COUNT.
054100     ADD WS-PARKED               TO WS-PARKED-TOTAL.
054200 2300-EXIT.
054300     EXIT.
054400
054500 2550-FIND-ORDER-CUST.
054600     MOVE ZERO                   TO WS-OX-HIT.
054700     PERFORM 2555-SCAN-ONE-ORDER-CUST THRU 2555-EXIT
054800             VARYING WS-OX-SUB FROM 1 BY 1
054900             UNTIL WS-OX-SUB GREATER THAN WS-OX-COUNT
055000                OR WS-OX-HIT > ZERO.
055100 2550-EXIT.
055200     EXIT.
055300
055400 2555-SCAN-ONE-ORDER-CUST.
055500     IF WS-OX-CUST-ID (WS-OX-SUB) EQUAL WS-CHK-CUST-ID
055600         MOVE WS-OX-SUB          TO WS-OX-HIT
055700     END-IF.
055800 2555-EXIT.
055900     EXIT.
056000
056100 2560-FIND-ACCT-CUST.
056200     MOVE ZERO                   TO WS-AC-HIT.
056300     PERFORM 2565-SCAN-ONE-ACCT-CUST THRU 2565-EXIT
056400             VARYING WS-AC-SUB FROM 1 BY 1
056500             UNTIL WS-AC-SUB GREATER THAN WS-AC-COUNT
056600                OR WS-AC-HIT > ZERO.
056700 2560-EXIT.
056800     EXIT.
056900
057000 2565-SCAN-ONE-ACCT-CUST.
057100     IF WS-AC-CUST-ID (WS-AC-SUB) EQUAL WS-CHK-CUST-ID
057200         MOVE WS-AC-SUB          TO WS-AC-HIT
057300     END-IF.
057400 2565-EXIT.
057500     EXIT.
057600
057700 2900-READ-NAME.
057800     READ CUST-NAME-MASTER
057900         AT END
058000             SET WS-EOF TO TRUE
058100     END-READ.
058200 2900-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*    3000-PRINT-TOTALS - COUNTS BY REASON LISTED
058700******************************************************************
058800 3000-PRINT-TOTALS.
058900     WRITE RPT-LINE              FROM SPACES.
059000     MOVE "CUSTOMERS READ"                     TO WS-TL-LABEL.
059100     MOVE WS-CUST-READ-COUNT     TO WS-TL-COUNT.
059200     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
059300     MOVE "CUSTOMERS WITH A CREDIT RECORD"     TO WS-TL-LABEL.
059400     MOVE WS-CREDIT-CUST-COUNT   TO WS-TL-COUNT.
059500     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
059600     MOVE "CUSTOMERS LISTED"                   TO WS-TL-LABEL.
059700     MOVE WS-LISTED-COUNT        TO WS-TL-COUNT.
059800     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
059900     MOVE "  ON CREDIT HOLD"                   TO WS-TL-LABEL.
060000     MOVE WS-HOLD-COUNT          TO WS-TL-COUNT.
060100     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
060200     MOVE "  ACCOUNT FROZEN"                   TO WS-TL-LABEL.
060300     MOVE WS-FROZEN-COUNT        TO WS-TL-COUNT.
060400     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
060500     MOVE "  OVER LIMIT"                       TO WS-TL-LABEL.
060600     MOVE WS-OVER-COUNT          TO WS-TL-COUNT.
060700     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
060800     MOVE "  NEAR LIMIT"                       TO WS-TL-LABEL.
060900     MOVE WS-NEAR-COUNT          TO WS-TL-COUNT.
061000     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
061100     MOVE "PARKED ORDERS OF LISTED CUSTOMERS"  TO WS-TL-LABEL.
061200     MOVE WS-PARKED-TOTAL        TO WS-TL-COUNT.
061300     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
061400 3000-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
061900******************************************************************
062000 3600-PRINT-HEADERS.
062100     ADD 1                       TO WS-PAGE-COUNT.
062200     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
062300     IF WS-PAGE-COUNT IS GREATER THAN 1
062400         WRITE RPT-LINE          FROM SPACES
062500             AFTER ADVANCING PAGE
062600     END-IF.
062700     WRITE RPT-LINE              FROM WS-HEADING-1.
062800     WRITE RPT-LINE              FROM WS-HEADING-2.
062900     WRITE RPT-LINE              FROM SPACES.
063000     WRITE RPT-LINE              FROM WS-HEADING-3.
063100     MOVE ZERO                   TO WS-LINE-COUNT.
063200 3600-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
063700*                             FROM THE CALCHK BUSDATE CARD; FALL
063800*                             BACK TO THE MACHINE DATE WHEN THE
063900*                             CARD IS ABSENT
064000******************************************************************
064100 8100-GET-BUSINESS-DATE.
064200     OPEN INPUT BUS-DATE-FILE.
064300     IF WS-BDAT-OK
064400         READ BUS-DATE-FILE
064500             AT END
064600                 CONTINUE
064700             NOT AT END
064800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
064900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
065000                 END-IF
065100         END-READ
065200     END-IF.
065300     CLOSE BUS-DATE-FILE.
065400     IF WS-BUSINESS-DATE EQUAL ZERO
065500         MOVE 'C'                TO WS-DU-FUNCTION
065600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
065700                                       WS-BUSINESS-DATE
065800                                       WS-DU-DATE-2
065900                                       WS-DU-DAYS
066000                                       WS-DU-VALID-SW
066100     END-IF.
066200 8100-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
066700******************************************************************
066800 9000-TERMINATE.
066900     DISPLAY "CUSTOMERS READ        : " WS-CUST-READ-COUNT.
067000     DISPLAY "CUSTOMERS LISTED      : " WS-LISTED-COUNT.
067100     DISPLAY "OVER LIMIT            : " WS-OVER-COUNT.
067200     CLOSE CUST-NAME-MASTER.
067300     CLOSE CUST-CREDIT-MASTER.
067400     CLOSE CREDIT-REPORT.
067500     IF WS-OVERFLOW-COUNT > ZERO
067600         MOVE 4                  TO RETURN-CODE
067700     END-IF.
067800     MOVE 'E'                    TO RSA-FUNCTION.
067900     MOVE WS-CUST-READ-COUNT     TO RSA-READ-COUNT.
068000     MOVE WS-LISTED-COUNT        TO RSA-WRITTEN-COUNT.
068100     MOVE ZERO                   TO RSA-REJECT-COUNT.
068200     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
068300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
068400     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
068500 9000-EXIT.
068600     EXIT.
068700
068800 9999-EXIT.
068900     STOP RUN.
