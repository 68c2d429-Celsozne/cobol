001900*                     EXCPMAST EXCEPTION, AND EVERY APPLIED
002000*                     TRANSACTION WRITES A BEFORE/AFTER AUDIT
002100*                     RECORD TO ORDAUD.
002106*    2026-10-15 JPL   CREDIT CHECK ON NEW ORDERS.  AN OPEN NOW
002112*                     CARRIES THE ORDER VALUE AND IS PARKED
002118*                     (STATUS 'P') RATHER THAN OPENED WHEN THE
002124*                     CUSTOMER IS ON CREDIT HOLD ON CUSTCRED,
002130*                     HAS A FROZEN ACCOUNT ON ACCTMST, OR WHEN
002136*                     THE CUSTOMER'S OPEN ORDERS PLUS THIS ONE
002142*                     PLUS WHAT THEIR ACCOUNTS ARE OVERDRAWN ON
002148*                     ACCTBAL WOULD EXCEED THE CUSTCRED LIMIT.
002154*                     THE PARK REASON IS ON THE ORDAUD LINE.  A
002160*                     NEW 'R' TRANSACTION RELEASES A PARKED
002166*                     ORDER ONCE IT PASSES THE SAME CHECK; A
002172*                     CLOSE CANCELS IT.  A CUSTOMER WITH NO
002178*                     CUSTCRED RECORD HAS NO LIMIT TO TEST, AND
002184*                     WITHOUT CUSTCRED OR ACCTMST THAT PART OF
002190*                     THE CHECK STANDS DOWN.
002194*    2026-10-15 JPL   ORDER LINES.  NEW 'L', 'M' AND 'D'
002198*                     TRANSACTIONS ADD A LINE TO ORDLINE, CHANGE
002202*                     ITS QUANTITY OR DELETE IT.  A NEW LINE
002206*                     TAKES ITS PRICE FROM ITEMMAST (THE ITEM
002210*                     MUST BE ACTIVE) AND THE ORDER VALUE MOVES
002214*                     WITH EVERY LINE CHANGE.  AN INCREASE ON AN
002218*                     OPEN ORDER MUST PASS THE CREDIT CHECK OR
002222*                     IS REJECTED; A PARKED ORDER IS TESTED IN
002226*                     FULL WHEN RELEASED.  NO LINE CHANGES ON A
002230*                     CLOSED ORDER, AND A LINE WITH AN OPEN
002234*                     EXCPMAST EXCEPTION CANNOT BE DELETED.
002238*                     EXCPMAST IS NOW KEYED BY ORDER AND LINE,
002242*                     SO THE CLOSE CHECK LOOKS FOR ANY OPEN LINE.
002246*    2026-10-15 JPL   CANCELLATIONS.  A NEW 'X' TRANSACTION
002250*                     CANCELS ONE LINE (ITS VALUE COMES OFF THE
002254*                     ORDER) OR, WITH A ZERO LINE NUMBER, THE
002258*                     WHOLE ORDER - EVERY LINE IS CANCELLED AND
002262*                     THE ORDER CLOSED, OPEN EXCEPTIONS OR NOT.
002266*                     EACH CANCELLATION, AND EACH ORDINARY CLOSE,
002270*                     GOES TO THE NEW BOCANC FILE SO BOEXPIRE
002274*                     CLOSES THE LINE'S OPEN EXCEPTION AND
002278*                     REQUISITION THE SAME NIGHT.  A CANCELLED
002282*                     LINE CANNOT BE CHANGED.
002288******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-370.
003400                             FILE STATUS IS WS-NAME-STATUS.
003500     SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
003600                             ORGANIZATION IS INDEXED
003700                             ACCESS MODE IS DYNAMIC
003800                             RECORD KEY IS EX-EXCP-KEY
003900                             FILE STATUS IS WS-EXCP-STATUS.
003906     SELECT OPTIONAL CUST-CREDIT-MASTER ASSIGN TO "CUSTCRED"
003912                             ORGANIZATION IS INDEXED
003918                             ACCESS MODE IS RANDOM
003924                             RECORD KEY IS CCR-CUST-ID
003930                             FILE STATUS IS WS-CRED-STATUS.
003936     SELECT OPTIONAL ACCT-MASTER ASSIGN TO "ACCTMST"
003942                             ORGANIZATION IS INDEXED
003948                             ACCESS MODE IS SEQUENTIAL
003954                             RECORD KEY IS AM-ACCT-NO
003960                             FILE STATUS IS WS-AMST-STATUS.
003966     SELECT OPTIONAL ACCOUNT-BALANCE ASSIGN TO "ACCTBAL"
003972                             ORGANIZATION IS INDEXED
003978                             ACCESS MODE IS RANDOM
003984                             RECORD KEY IS AB-ACCT-NO
003990                             FILE STATUS IS WS-ACCT-STATUS.
003999     SELECT ITEM-MASTER      ASSIGN TO "ITEMMAST"
004008                             ORGANIZATION IS INDEXED
004017                             ACCESS MODE IS RANDOM
004026                             RECORD KEY IS IM-ITEM-CODE
004035                             FILE STATUS IS WS-ITEM-STATUS.
004044     SELECT ORDER-LINE       ASSIGN TO "ORDLINE"
004053                             ORGANIZATION IS INDEXED
004062                             ACCESS MODE IS DYNAMIC
004071                             RECORD KEY IS OL-LINE-KEY
004080                             FILE STATUS IS WS-OLIN-STATUS.
004089     SELECT ORDER-TRANS      ASSIGN TO "ORDTRAN"
004100                             ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT ORDER-TRANS-REJECT ASSIGN TO "ORDMREJ"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT ORDER-AUDIT      ASSIGN TO "ORDAUD"
004500                             ORGANIZATION IS LINE SEQUENTIAL.
004530     SELECT CANCEL-FILE      ASSIGN TO "BOCANC"
004560                             ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
005600
005700 FD  EXCEPTION-MASTER.
005800     COPY EXCPMAST.
005810
005820 FD  CUST-CREDIT-MASTER.
005830     COPY CUSTCRED.
005840
005850 FD  ACCT-MASTER.
005860     COPY ACCTMST.
005870
005880 FD  ACCOUNT-BALANCE.
005890     COPY ACCTBAL.
005891
005892 FD  ITEM-MASTER.
005893     COPY ITEMMAST.
005894
005895 FD  ORDER-LINE.
005896     COPY ORDLINE.
005900
006000 FD  ORDER-TRANS
006100     RECORDING MODE IS F.
006800 FD  ORDER-AUDIT
006900     RECORDING MODE IS F.
007000 01  ORDER-AUDIT-LINE            PIC X(80).
007020
007040 FD  CANCEL-FILE
007060     RECORDING MODE IS F.
007080     COPY BOCANC.
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-MASTER-STATUS            PIC X(02).
007600     88  WS-NAME-OK                      VALUE "00".
007700 01  WS-EXCP-STATUS              PIC X(02).
007800     88  WS-EXCP-OK                      VALUE "00".
007810 01  WS-CRED-STATUS              PIC X(02).
007820     88  WS-CRED-OK                      VALUE "00".
007830 01  WS-AMST-STATUS              PIC X(02).
007840     88  WS-AMST-OK                      VALUE "00".
007850 01  WS-ACCT-STATUS              PIC X(02).
007860     88  WS-ACCT-OK                      VALUE "00".
007868 01  WS-ITEM-STATUS              PIC X(02).
007876     88  WS-ITEM-OK                      VALUE "00".
007884 01  WS-OLIN-STATUS              PIC X(02).
007892     88  WS-OLIN-OK                      VALUE "00".
007900
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
009200         88  WS-EXCP-OPEN                    VALUE 'Y'.
009210     05  WS-LOAD-FAILED-SW       PIC X(01)   VALUE 'N'.
009220         88  WS-LOAD-FAILED                  VALUE 'Y'.
009230     05  WS-AMST-EOF-SW          PIC X(01)   VALUE 'N'.
009240         88  WS-AMST-EOF                     VALUE 'Y'.
009250     05  WS-CRED-PRESENT-SW      PIC X(01)   VALUE 'N'.
009260         88  WS-CRED-PRESENT                 VALUE 'Y'.
009270     05  WS-CREDIT-OK-SW         PIC X(01)   VALUE 'Y'.
009280         88  WS-CREDIT-OK                    VALUE 'Y'.
009284     05  WS-LINE-OK-SW           PIC X(01)   VALUE 'N'.
009288         88  WS-LINE-OK                      VALUE 'Y'.
009292     05  WS-LINE-ON-FILE-SW      PIC X(01)   VALUE 'N'.
009296         88  WS-LINE-ON-FILE                 VALUE 'Y'.
009297     05  WS-OLIN-EOF-SW          PIC X(01)   VALUE 'N'.
009298         88  WS-OLIN-EOF                     VALUE 'Y'.
009300
009400 77  WS-OPEN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
009500 77  WS-AMEND-COUNT              PIC 9(05)   COMP    VALUE ZERO.
009600 77  WS-CLOSE-COUNT              PIC 9(05)   COMP    VALUE ZERO.
009700 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
009730 77  WS-PARK-COUNT               PIC 9(05)   COMP    VALUE ZERO.
009760 77  WS-RELEASE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
009770 77  WS-LINE-ADD-COUNT           PIC 9(05)   COMP    VALUE ZERO.
009780 77  WS-LINE-CHANGE-COUNT        PIC 9(05)   COMP    VALUE ZERO.
009790 77  WS-LINE-DELETE-COUNT        PIC 9(05)   COMP    VALUE ZERO.
009793 77  WS-LINE-CANCEL-COUNT        PIC 9(05)   COMP    VALUE ZERO.
009796 77  WS-ORDER-CANCEL-COUNT       PIC 9(05)   COMP    VALUE ZERO.
009800
009900 77  WS-ORDER-MAX                PIC 9(03)   COMP    VALUE 500.
010000 77  WS-ORDER-COUNT              PIC 9(03)   COMP    VALUE ZERO.
010500         10  WS-OT-ORDER-ID      PIC 9(05).
010600         10  WS-OT-CUST-ID       PIC 9(05).
010700         10  WS-OT-STATUS        PIC X(01).
010750         10  WS-OT-AMOUNT        PIC 9(07)V9(02).
010800
010900 77  WS-CUST-MAX                 PIC 9(03)   COMP    VALUE 500.
011000 77  WS-CUST-COUNT               PIC 9(03)   COMP    VALUE ZERO.
011100 77  WS-CUST-SUB                 PIC 9(03)   COMP.
011200 01  WS-CUST-TABLE.
011300     05  WS-CUST-ID              OCCURS 500 TIMES PIC 9(05).
011304
011308*    ACCOUNT STANDING BY OWNING CUSTOMER - THE TOTAL THEIR OPEN
011312*    ACCOUNTS ARE OVERDRAWN AND WHETHER ANY OF THEM IS FROZEN
011316 77  WS-AC-MAX                   PIC 9(03)   COMP    VALUE 500.
011320 77  WS-AC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
011324 77  WS-AC-SUB                   PIC 9(03)   COMP.
011328 77  WS-AC-HIT                   PIC 9(03)   COMP    VALUE ZERO.
011332 77  WS-AC-OVERFLOW-COUNT        PIC 9(05)   COMP    VALUE ZERO.
011336 01  WS-ACCT-CUST-TABLE.
011340     05  WS-AC-ENTRY             OCCURS 500 TIMES.
011344         10  WS-AC-CUST-ID       PIC 9(05).
011348         10  WS-AC-OVERDRAWN     PIC 9(09)V9(02).
011352         10  WS-AC-FROZEN-SW     PIC X(01).
011356             88  WS-AC-FROZEN                VALUE 'Y'.
011360
011364 77  WS-EXP-SUB                  PIC 9(03)   COMP.
011368 01  WS-CHK-CUST-ID              PIC 9(05).
011372 01  WS-CHK-AMOUNT               PIC 9(07)V9(02).
011376 01  WS-EXPOSURE                 PIC 9(10)V9(02).
011380 01  WS-CREDIT-REASON            PIC X(30).
011385 01  WS-LINE-AMOUNT              PIC 9(10)V9(02).
011390 01  WS-AMOUNT-UP                PIC 9(07)V9(02).
011395 01  WS-NEW-AMOUNT               PIC S9(10)V9(02).
011400
011500 01  WS-OLD-CUST-ID              PIC 9(05).
011600 01  WS-OLD-STATUS               PIC X(01).
012100     05  FILLER                  PIC X(02)   VALUE SPACES.
012200     05  WS-TREJ-ORDER-ID        PIC 9(05).
012300     05  FILLER                  PIC X(02)   VALUE SPACES.
012330     05  WS-TREJ-LINE-NO         PIC X(03).
012360     05  FILLER                  PIC X(02)   VALUE SPACES.
012400     05  WS-TREJ-REASON          PIC X(30).
012500
012600 01  WS-AUDIT-LINE.
013700     05  WS-AUD-NEW-STATUS       PIC X(01).
013800     05  FILLER                  PIC X(02)   VALUE SPACES.
013900     05  WS-AUD-DATE             PIC 9(08).
013920     05  FILLER                  PIC X(02)   VALUE SPACES.
013940     05  WS-AUD-AMOUNT           PIC 9(07)V9(02).
013960     05  FILLER                  PIC X(02)   VALUE SPACES.
013980     05  WS-AUD-NOTE             PIC X(30).
013982
013984 01  WS-LINE-NOTE.
013986     05  FILLER                  PIC X(05)   VALUE "LINE ".
013988     05  WS-LN-LINE-NO           PIC 9(03).
013990     05  FILLER                  PIC X(01)   VALUE SPACES.
013992     05  WS-LN-ITEM-CODE         PIC X(08).
013994     05  FILLER                  PIC X(05)   VALUE " QTY ".
013996     05  WS-LN-QTY               PIC 9(05).
014000
014100     COPY RUNSTAT.
014200
016000     CALL "RUNSTAT"              USING RUN-STAT-AREA.
016100     PERFORM 1100-LOAD-ORDER-TABLE THRU 1100-EXIT.
016200     PERFORM 1200-LOAD-CUST-TABLE THRU 1200-EXIT.
016250     PERFORM 1300-LOAD-ACCT-TABLE THRU 1300-EXIT.
016300     OPEN INPUT  EXCEPTION-MASTER.
016310     OPEN INPUT  CUST-CREDIT-MASTER.
016320     IF WS-CRED-OK
016330         SET WS-CRED-PRESENT     TO TRUE
016340     ELSE
016350         DISPLAY "NO CUSTCRED MASTER - CREDIT LIMITS NOT TESTED"
016360     END-IF.
016365     OPEN INPUT  ITEM-MASTER.
016370     OPEN I-O    ORDER-LINE.
016375     IF NOT WS-OLIN-OK
016380         DISPLAY "ORDER LINE OPEN FAILED - STATUS "
016385                 WS-OLIN-STATUS
016390     END-IF.
016400     OPEN INPUT  ORDER-TRANS.
016500     OPEN OUTPUT ORDER-TRANS-REJECT.
016600     OPEN OUTPUT ORDER-AUDIT.
016650     OPEN OUTPUT CANCEL-FILE.
016700     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
016800     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
016900 1000-EXIT.
019700             TO WS-OT-CUST-ID (WS-ORDER-COUNT).
019800     MOVE OM-ORDER-STATUS
019900             TO WS-OT-STATUS (WS-ORDER-COUNT).
019930     MOVE OM-ORDER-AMOUNT
019960             TO WS-OT-AMOUNT (WS-ORDER-COUNT).
020000     PERFORM 1190-READ-MASTER THRU 1190-EXIT.
020100 1150-EXIT.
020200     EXIT.
023800     END-READ.
023900 1290-EXIT.
024000     EXIT.
024001
024002******************************************************************
024003*    1300-LOAD-ACCT-TABLE - ROLL THE OPEN AND FROZEN ACCOUNTS ON
024004*                           ACCTMST UP BY OWNING CUSTOMER, WITH
024005*                           THE OVERDRAWN PART OF EACH ACCTBAL
024006*                           BALANCE; CLOSED ACCOUNTS ARE LEFT OUT
024007******************************************************************
024008 1300-LOAD-ACCT-TABLE.
024009     OPEN INPUT ACCT-MASTER.
024010     OPEN INPUT ACCOUNT-BALANCE.
024011     IF NOT WS-AMST-OK
024012         DISPLAY "NO ACCTMST MASTER - ACCOUNTS NOT TESTED"
024013         SET WS-AMST-EOF         TO TRUE
024014     ELSE
024015         PERFORM 1390-READ-ACCT THRU 1390-EXIT
024016     END-IF.
024017     PERFORM 1350-TABLE-ONE-ACCT THRU 1350-EXIT
024018             UNTIL WS-AMST-EOF.
024019     CLOSE ACCT-MASTER.
024020     CLOSE ACCOUNT-BALANCE.
024021     IF WS-AC-OVERFLOW-COUNT > ZERO
024022         DISPLAY "ACCOUNTS NOT TABLED (TABLE FULL): "
024023                 WS-AC-OVERFLOW-COUNT
024024     END-IF.
024025 1300-EXIT.
024026     EXIT.
024027
024028 1350-TABLE-ONE-ACCT.
024029     IF AM-CLOSED
024030         GO TO 1350-READ-NEXT
024031     END-IF.
024032     MOVE AM-CUST-ID             TO WS-CHK-CUST-ID.
024033     PERFORM 2550-FIND-ACCT-CUST THRU 2550-EXIT.
024034     IF WS-AC-HIT EQUAL ZERO
024035         IF WS-AC-COUNT NOT LESS THAN WS-AC-MAX
024036             ADD 1               TO WS-AC-OVERFLOW-COUNT
024037             GO TO 1350-READ-NEXT
024038         END-IF
024039         ADD 1                   TO WS-AC-COUNT
024040         MOVE WS-AC-COUNT        TO WS-AC-HIT
024041         MOVE AM-CUST-ID         TO WS-AC-CUST-ID (WS-AC-HIT)
024042         MOVE ZERO               TO WS-AC-OVERDRAWN (WS-AC-HIT)
024043         MOVE 'N'                TO WS-AC-FROZEN-SW (WS-AC-HIT)
024044     END-IF.
024045     IF AM-FROZEN
024046         MOVE 'Y'                TO WS-AC-FROZEN-SW (WS-AC-HIT)
024047     END-IF.
024048     MOVE AM-ACCT-NO             TO AB-ACCT-NO.
024049     READ ACCOUNT-BALANCE
024050         INVALID KEY
024051             GO TO 1350-READ-NEXT
024052     END-READ.
024053     IF AB-BALANCE < ZERO
024054         SUBTRACT AB-BALANCE FROM WS-AC-OVERDRAWN (WS-AC-HIT)
024055     END-IF.
024056 1350-READ-NEXT.
024057     PERFORM 1390-READ-ACCT THRU 1390-EXIT.
024058 1350-EXIT.
024059     EXIT.
024060
024061 1390-READ-ACCT.
024062     READ ACCT-MASTER NEXT RECORD
024063         AT END
024064             SET WS-AMST-EOF TO TRUE
024065     END-READ.
024066 1390-EXIT.
024067     EXIT.
024100
024200******************************************************************
024300*    2000-PROCESS-TRANS - APPLY ONE ORDER OR ORDER LINE
024400*                         TRANSACTION AGAINST THE TABLE
024500******************************************************************
024600 2000-PROCESS-TRANS.
025200             PERFORM 2200-AMEND-ORDER THRU 2200-EXIT
025300         WHEN OTR-CLOSE
025400             PERFORM 2300-CLOSE-ORDER THRU 2300-EXIT
025430         WHEN OTR-RELEASE
025460             PERFORM 2400-RELEASE-ORDER THRU 2400-EXIT
025465         WHEN OTR-ADD-LINE
025470             PERFORM 2600-ADD-LINE    THRU 2600-EXIT
025475         WHEN OTR-CHANGE-LINE
025480             PERFORM 2610-CHANGE-LINE THRU 2610-EXIT
025485         WHEN OTR-DELETE-LINE
025490             PERFORM 2620-DELETE-LINE THRU 2620-EXIT
025491         WHEN OTR-CANCEL
025492          AND OTR-LINE-NO NUMERIC
025493          AND OTR-LINE-NO EQUAL ZERO
025494             PERFORM 2640-CANCEL-ORDER THRU 2640-EXIT
025495         WHEN OTR-CANCEL
025496             PERFORM 2630-CANCEL-LINE THRU 2630-EXIT
025500         WHEN OTHER
025600             MOVE "UNKNOWN TRANSACTION CODE"
025700                                 TO WS-TREJ-REASON
029800
029900******************************************************************
030000*    2100-OPEN-ORDER - A NEW ORDER; THE ID MUST BE FREE AND THE
030100*                      CUSTOMER ON CUSTNMM.  ONE THAT FAILS THE
030150*                      CREDIT CHECK GOES ON PARKED
030200******************************************************************
030300 2100-OPEN-ORDER.
030400     IF WS-ORDER-FOUND
031700         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
031800         GO TO 2100-EXIT
031900     END-IF.
031910     IF OTR-ORDER-AMOUNT NOT NUMERIC
031920         MOVE "INVALID ORDER AMOUNT" TO WS-TREJ-REASON
031930         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
031940         GO TO 2100-EXIT
031950     END-IF.
031960     MOVE OTR-CUST-ID            TO WS-CHK-CUST-ID.
031970     MOVE OTR-ORDER-AMOUNT       TO WS-CHK-AMOUNT.
031980     PERFORM 2500-CHECK-CREDIT THRU 2500-EXIT.
032000     ADD 1                       TO WS-ORDER-COUNT.
032100     MOVE WS-ORDER-COUNT         TO WS-ORDER-HIT.
032200     MOVE OTR-ORDER-ID
032400     MOVE ZERO                   TO WS-OLD-CUST-ID.
032500     MOVE SPACES                 TO WS-OLD-STATUS.
032600     MOVE OTR-CUST-ID            TO WS-OT-CUST-ID (WS-ORDER-HIT).
032630     MOVE OTR-ORDER-AMOUNT       TO WS-OT-AMOUNT (WS-ORDER-HIT).
032660     IF WS-CREDIT-OK
032700         MOVE 'O'                TO WS-OT-STATUS (WS-ORDER-HIT)
032800         ADD 1                   TO WS-OPEN-COUNT
032820     ELSE
032840         MOVE 'P'                TO WS-OT-STATUS (WS-ORDER-HIT)
032860         ADD 1                   TO WS-PARK-COUNT
032880     END-IF.
032900     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
033000 2100-EXIT.
033100     EXIT.
035500     EXIT.
035600
035700******************************************************************
035800*    2300-CLOSE-ORDER - REFUSED WHILE ANY LINE OF THE ORDER
035900*                       STILL HAS AN OPEN EXCEPTION ON EXCPMAST
036000******************************************************************
036100 2300-CLOSE-ORDER.
036200     IF NOT WS-ORDER-FOUND
036900         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
037000         GO TO 2300-EXIT
037100     END-IF.
037200     PERFORM 2350-FIND-OPEN-EXCEPTION THRU 2350-EXIT.
038000     IF WS-EXCP-OPEN
038100         MOVE "OPEN EXCEPTION ON ORDER" TO WS-TREJ-REASON
038200         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
038700     MOVE 'C'                    TO WS-OT-STATUS (WS-ORDER-HIT).
038800     ADD 1                       TO WS-CLOSE-COUNT.
038900     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
038920     MOVE ZERO                   TO BCN-LINE-NO.
038940     SET BCN-ORDER-CLOSED        TO TRUE.
038960     PERFORM 2690-WRITE-CANCEL THRU 2690-EXIT.
039000 2300-EXIT.
039100     EXIT.
039110
039120******************************************************************
039130*    2350-FIND-OPEN-EXCEPTION - POSITION AT THE ORDER'S FIRST
039140*                               EXCPMAST LINE, IF IT HAS ONE
039150******************************************************************
039160 2350-FIND-OPEN-EXCEPTION.
039170     MOVE 'N'                    TO WS-EXCP-OPEN-SW.
039180     MOVE OTR-ORDER-ID           TO EX-ORDER-ID.
039190     MOVE ZERO                   TO EX-LINE-NO.
039200     START EXCEPTION-MASTER
039210             KEY IS NOT LESS THAN EX-EXCP-KEY
039220         INVALID KEY
039230             GO TO 2350-EXIT
039240     END-START.
039250     READ EXCEPTION-MASTER NEXT RECORD
039260         AT END
039270             GO TO 2350-EXIT
039280     END-READ.
039290     IF EX-ORDER-ID EQUAL OTR-ORDER-ID
039300         SET WS-EXCP-OPEN        TO TRUE
039310     END-IF.
039320 2350-EXIT.
039330     EXIT.
039340
039350******************************************************************
039360*    2400-RELEASE-ORDER - A PARKED ORDER OPENS ONCE IT PASSES
039370*                         THE CREDIT CHECK AS IT STANDS TODAY
039380******************************************************************
039390 2400-RELEASE-ORDER.
039400     IF NOT WS-ORDER-FOUND
039410         MOVE "ORDER NOT ON MASTER" TO WS-TREJ-REASON
039420         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
039430         GO TO 2400-EXIT
039440     END-IF.
039450     IF WS-OT-STATUS (WS-ORDER-HIT) NOT EQUAL 'P'
039460         MOVE "ORDER NOT PARKED" TO WS-TREJ-REASON
039470         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
039480         GO TO 2400-EXIT
039490     END-IF.
039500     MOVE WS-OT-CUST-ID (WS-ORDER-HIT) TO WS-CHK-CUST-ID.
039510     MOVE WS-OT-AMOUNT (WS-ORDER-HIT)  TO WS-CHK-AMOUNT.
039520     PERFORM 2500-CHECK-CREDIT THRU 2500-EXIT.
039530     IF NOT WS-CREDIT-OK
039540         MOVE WS-CREDIT-REASON   TO WS-TREJ-REASON
039550         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
039560         GO TO 2400-EXIT
039570     END-IF.
039580     MOVE WS-OT-CUST-ID (WS-ORDER-HIT) TO WS-OLD-CUST-ID.
039590     MOVE WS-OT-STATUS (WS-ORDER-HIT)  TO WS-OLD-STATUS.
039600     MOVE 'O'                    TO WS-OT-STATUS (WS-ORDER-HIT).
039610     ADD 1                       TO WS-RELEASE-COUNT.
039620     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
039630 2400-EXIT.
039640     EXIT.
039650
039660******************************************************************
039670*    2500-CHECK-CREDIT - CAN WS-CHK-CUST-ID TAKE AN ORDER OF
039680*                        WS-CHK-AMOUNT?  NOT WITH A FROZEN
039690*                        ACCOUNT OR A CREDIT HOLD, NOR WHEN THE
039700*                        ORDER, THE CUSTOMER'S OTHER OPEN ORDERS
039710*                        AND WHAT THEIR ACCOUNTS ARE OVERDRAWN
039720*                        TOGETHER EXCEED THE CREDIT LIMIT
039730******************************************************************
039740 2500-CHECK-CREDIT.
039750     SET WS-CREDIT-OK            TO TRUE.
039760     MOVE SPACES                 TO WS-CREDIT-REASON.
039770     MOVE WS-CHK-AMOUNT          TO WS-EXPOSURE.
039780     PERFORM 2550-FIND-ACCT-CUST THRU 2550-EXIT.
039790     IF WS-AC-HIT > ZERO
039800         IF WS-AC-FROZEN (WS-AC-HIT)
039810             MOVE 'N'            TO WS-CREDIT-OK-SW
039820             MOVE "CREDIT - ACCOUNT FROZEN" TO WS-CREDIT-REASON
039830             GO TO 2500-EXIT
039840         END-IF
039850         ADD WS-AC-OVERDRAWN (WS-AC-HIT) TO WS-EXPOSURE
039860     END-IF.
039870     IF NOT WS-CRED-PRESENT
039880         GO TO 2500-EXIT
039890     END-IF.
039900     MOVE WS-CHK-CUST-ID         TO CCR-CUST-ID.
039910     READ CUST-CREDIT-MASTER
039920         INVALID KEY
039930             GO TO 2500-EXIT
039940     END-READ.
039950     IF CCR-ON-HOLD
039960         MOVE 'N'                TO WS-CREDIT-OK-SW
039970         MOVE "CREDIT - CUSTOMER ON HOLD" TO WS-CREDIT-REASON
039980         GO TO 2500-EXIT
039990     END-IF.
040000     PERFORM 2560-ADD-OPEN-ORDER THRU 2560-EXIT
040010             VARYING WS-EXP-SUB FROM 1 BY 1
040020             UNTIL WS-EXP-SUB GREATER THAN WS-ORDER-COUNT.
040030     IF WS-EXPOSURE > CCR-CREDIT-LIMIT
040040         MOVE 'N'                TO WS-CREDIT-OK-SW
040050         MOVE "CREDIT - OVER LIMIT" TO WS-CREDIT-REASON
040060     END-IF.
040070 2500-EXIT.
040080     EXIT.
040090
040100 2550-FIND-ACCT-CUST.
040110     MOVE ZERO                   TO WS-AC-HIT.
040120     PERFORM 2555-SCAN-ONE-ACCT-CUST THRU 2555-EXIT
040130             VARYING WS-AC-SUB FROM 1 BY 1
040140             UNTIL WS-AC-SUB GREATER THAN WS-AC-COUNT
040150                OR WS-AC-HIT > ZERO.
040160 2550-EXIT.
040170     EXIT.
040180
040190 2555-SCAN-ONE-ACCT-CUST.
040200     IF WS-AC-CUST-ID (WS-AC-SUB) EQUAL WS-CHK-CUST-ID
040210         MOVE WS-AC-SUB          TO WS-AC-HIT
040220     END-IF.
040230 2555-EXIT.
040240     EXIT.
040250
040260 2560-ADD-OPEN-ORDER.
040270     IF WS-OT-CUST-ID (WS-EXP-SUB) EQUAL WS-CHK-CUST-ID
040280      AND WS-OT-STATUS (WS-EXP-SUB) EQUAL 'O'
040290         ADD WS-OT-AMOUNT (WS-EXP-SUB) TO WS-EXPOSURE
040300     END-IF.
040310 2560-EXIT.
040320     EXIT.
040330
040340******************************************************************
040350*    2600-ADD-LINE - A NEW LINE ON AN OPEN OR PARKED ORDER,
040360*                    PRICED FROM THE ITEM MASTER
040370******************************************************************
040375 2600-ADD-LINE.
040380     PERFORM 2650-CHECK-LINE-ORDER THRU 2650-EXIT.
040385     IF NOT WS-LINE-OK
040390         GO TO 2600-EXIT
040395     END-IF.
040400     IF WS-LINE-ON-FILE
040405         MOVE "LINE ALREADY ON ORDLINE" TO WS-TREJ-REASON
040410         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040415         GO TO 2600-EXIT
040420     END-IF.
040425     MOVE OTR-ITEM-CODE          TO IM-ITEM-CODE.
040430     READ ITEM-MASTER
040435         INVALID KEY
040440             MOVE "ITEM NOT ON ITEMMAST" TO WS-TREJ-REASON
040445             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040450             GO TO 2600-EXIT
040455     END-READ.
040460     IF NOT IM-ACTIVE
040465         MOVE "ITEM INACTIVE"    TO WS-TREJ-REASON
040470         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040475         GO TO 2600-EXIT
040480     END-IF.
040485     COMPUTE WS-LINE-AMOUNT = OTR-LINE-QTY * IM-UNIT-PRICE.
040490     MOVE ZERO                   TO OL-LINE-AMOUNT.
040495     PERFORM 2660-TEST-NEW-AMOUNT THRU 2660-EXIT.
040500     IF NOT WS-LINE-OK
040505         GO TO 2600-EXIT
040510     END-IF.
040515     MOVE OTR-ORDER-ID           TO OL-ORDER-ID.
040520     MOVE OTR-LINE-NO            TO OL-LINE-NO.
040525     MOVE OTR-ITEM-CODE          TO OL-ITEM-CODE.
040530     MOVE OTR-LINE-QTY           TO OL-ORDERED-QTY.
040535     MOVE IM-UNIT-PRICE          TO OL-UNIT-PRICE.
040540     MOVE WS-LINE-AMOUNT         TO OL-LINE-AMOUNT.
040545     SET OL-LINE-OPEN            TO TRUE.
040550     WRITE ORDER-LINE-RECORD
040555         INVALID KEY
040560             MOVE "LINE ALREADY ON ORDLINE" TO WS-TREJ-REASON
040565             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040570             GO TO 2600-EXIT
040575     END-WRITE.
040580     MOVE WS-NEW-AMOUNT          TO WS-OT-AMOUNT (WS-ORDER-HIT).
040585     ADD 1                       TO WS-LINE-ADD-COUNT.
040590     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
040595 2600-EXIT.
040600     EXIT.
040605
040610******************************************************************
040615*    2610-CHANGE-LINE - A NEW QUANTITY FOR AN EXISTING LINE AT
040620*                       THE PRICE THE LINE WAS KEYED AT
040625******************************************************************
040630 2610-CHANGE-LINE.
040635     PERFORM 2650-CHECK-LINE-ORDER THRU 2650-EXIT.
040640     IF NOT WS-LINE-OK
040645         GO TO 2610-EXIT
040650     END-IF.
040655     IF NOT WS-LINE-ON-FILE
040660         MOVE "LINE NOT ON ORDLINE" TO WS-TREJ-REASON
040665         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040670         GO TO 2610-EXIT
040675     END-IF.
040680     IF OL-LINE-CLOSED-OUT
040685         MOVE "LINE CANCELLED OR EXPIRED" TO WS-TREJ-REASON
040690         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040695         GO TO 2610-EXIT
040700     END-IF.
040705     COMPUTE WS-LINE-AMOUNT = OTR-LINE-QTY * OL-UNIT-PRICE.
040710     PERFORM 2660-TEST-NEW-AMOUNT THRU 2660-EXIT.
040715     IF NOT WS-LINE-OK
040720         GO TO 2610-EXIT
040725     END-IF.
040730     MOVE OTR-LINE-QTY           TO OL-ORDERED-QTY.
040735     MOVE WS-LINE-AMOUNT         TO OL-LINE-AMOUNT.
040740     REWRITE ORDER-LINE-RECORD.
040745     MOVE WS-NEW-AMOUNT          TO WS-OT-AMOUNT (WS-ORDER-HIT).
040750     ADD 1                       TO WS-LINE-CHANGE-COUNT.
040755     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
040760 2610-EXIT.
040765     EXIT.
040770
040775******************************************************************
040780*    2620-DELETE-LINE - REMOVE A LINE THAT HAS NO OPEN
040785*                       EXCEPTION; ITS VALUE COMES OFF THE ORDER
040790******************************************************************
040795 2620-DELETE-LINE.
040800     PERFORM 2650-CHECK-LINE-ORDER THRU 2650-EXIT.
040805     IF NOT WS-LINE-OK
040810         GO TO 2620-EXIT
040815     END-IF.
040820     IF NOT WS-LINE-ON-FILE
040825         MOVE "LINE NOT ON ORDLINE" TO WS-TREJ-REASON
040830         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040835         GO TO 2620-EXIT
040840     END-IF.
040845     MOVE OTR-ORDER-ID           TO EX-ORDER-ID.
040850     MOVE OTR-LINE-NO            TO EX-LINE-NO.
040855     READ EXCEPTION-MASTER
040860         INVALID KEY
040865             CONTINUE
040870         NOT INVALID KEY
040875             MOVE "OPEN EXCEPTION ON LINE" TO WS-TREJ-REASON
040880             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
040885             GO TO 2620-EXIT
040890     END-READ.
040895     MOVE ZERO                   TO WS-LINE-AMOUNT.
040900     PERFORM 2660-TEST-NEW-AMOUNT THRU 2660-EXIT.
040905     DELETE ORDER-LINE RECORD.
040910     MOVE WS-NEW-AMOUNT          TO WS-OT-AMOUNT (WS-ORDER-HIT).
040915     ADD 1                       TO WS-LINE-DELETE-COUNT.
040920     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
040925 2620-EXIT.
040930     EXIT.
040935
040940******************************************************************
040945*    2630-CANCEL-LINE - CANCEL ONE LINE OF AN ORDER THAT IS NOT
040950*                       CLOSED.  THE LINE STAYS ON ORDLINE AT
040955*                       NIL VALUE AND ITS VALUE COMES OFF THE
040960*                       ORDER; BOEXPIRE CLOSES WHAT IS OPEN ON IT
040965******************************************************************
040970 2630-CANCEL-LINE.
040975     PERFORM 2650-CHECK-LINE-ORDER THRU 2650-EXIT.
040980     IF NOT WS-LINE-OK
040985         GO TO 2630-EXIT
040990     END-IF.
040995     IF NOT WS-LINE-ON-FILE
041000         MOVE "LINE NOT ON ORDLINE" TO WS-TREJ-REASON
041005         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041010         GO TO 2630-EXIT
041015     END-IF.
041020     IF OL-LINE-CLOSED-OUT
041025         MOVE "LINE ALREADY CANCELLED/EXPIRED" TO WS-TREJ-REASON
041030         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041035         GO TO 2630-EXIT
041040     END-IF.
041045     MOVE ZERO                   TO WS-LINE-AMOUNT.
041050     PERFORM 2660-TEST-NEW-AMOUNT THRU 2660-EXIT.
041055     MOVE ZERO                   TO OL-LINE-AMOUNT.
041060     SET OL-LINE-CANCELLED       TO TRUE.
041065     REWRITE ORDER-LINE-RECORD.
041070     MOVE WS-NEW-AMOUNT          TO WS-OT-AMOUNT (WS-ORDER-HIT).
041075     ADD 1                       TO WS-LINE-CANCEL-COUNT.
041080     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
041085     MOVE OTR-LINE-NO            TO BCN-LINE-NO.
041090     SET BCN-CANCELLED           TO TRUE.
041095     PERFORM 2690-WRITE-CANCEL THRU 2690-EXIT.
041100 2630-EXIT.
041105     EXIT.
041110
041115******************************************************************
041120*    2640-CANCEL-ORDER - CANCEL EVERY LINE OF THE ORDER AND
041125*                        CLOSE IT.  UNLIKE A CLOSE THIS IS NOT
041130*                        HELD UP BY AN OPEN EXCEPTION - BOEXPIRE
041135*                        CLOSES THOSE WITH THE LINES
041140******************************************************************
041145 2640-CANCEL-ORDER.
041150     IF NOT WS-ORDER-FOUND
041155         MOVE "ORDER NOT ON MASTER" TO WS-TREJ-REASON
041160         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041165         GO TO 2640-EXIT
041170     END-IF.
041175     IF WS-OT-STATUS (WS-ORDER-HIT) EQUAL 'C'
041180         MOVE "ORDER ALREADY CLOSED" TO WS-TREJ-REASON
041185         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041190         GO TO 2640-EXIT
041195     END-IF.
041200     MOVE WS-OT-CUST-ID (WS-ORDER-HIT) TO WS-OLD-CUST-ID.
041205     MOVE WS-OT-STATUS (WS-ORDER-HIT)  TO WS-OLD-STATUS.
041210     MOVE 'N'                    TO WS-OLIN-EOF-SW.
041215     MOVE OTR-ORDER-ID           TO OL-ORDER-ID.
041220     MOVE ZERO                   TO OL-LINE-NO.
041225     START ORDER-LINE
041230             KEY IS NOT LESS THAN OL-LINE-KEY
041235         INVALID KEY
041240             SET WS-OLIN-EOF     TO TRUE
041245     END-START.
041250     PERFORM 2645-CANCEL-ONE-LINE THRU 2645-EXIT
041255             UNTIL WS-OLIN-EOF.
041260     MOVE 'C'                    TO WS-OT-STATUS (WS-ORDER-HIT).
041265     ADD 1                       TO WS-ORDER-CANCEL-COUNT.
041270     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
041275     MOVE ZERO                   TO BCN-LINE-NO.
041280     SET BCN-CANCELLED           TO TRUE.
041285     PERFORM 2690-WRITE-CANCEL THRU 2690-EXIT.
041290 2640-EXIT.
041295     EXIT.
041300
041305 2645-CANCEL-ONE-LINE.
041310     READ ORDER-LINE NEXT RECORD
041315         AT END
041320             SET WS-OLIN-EOF     TO TRUE
041325             GO TO 2645-EXIT
041330     END-READ.
041335     IF OL-ORDER-ID NOT EQUAL OTR-ORDER-ID
041340         SET WS-OLIN-EOF         TO TRUE
041345         GO TO 2645-EXIT
041350     END-IF.
041355     IF OL-LINE-CLOSED-OUT
041360         GO TO 2645-EXIT
041365     END-IF.
041370     IF OL-LINE-AMOUNT < WS-OT-AMOUNT (WS-ORDER-HIT)
041375         SUBTRACT OL-LINE-AMOUNT FROM WS-OT-AMOUNT (WS-ORDER-HIT)
041380     ELSE
041385         MOVE ZERO               TO WS-OT-AMOUNT (WS-ORDER-HIT)
041390     END-IF.
041395     MOVE ZERO                   TO OL-LINE-AMOUNT.
041400     SET OL-LINE-CANCELLED       TO TRUE.
041405     REWRITE ORDER-LINE-RECORD.
041410     ADD 1                       TO WS-LINE-CANCEL-COUNT.
041415 2645-EXIT.
041420     EXIT.
041425
041480******************************************************************
041490*    2650-CHECK-LINE-ORDER - A LINE TRANSACTION NEEDS AN ORDER
041500*                            THAT IS NOT CLOSED, A LINE NUMBER
041510*                            AND (BAR A DELETE) A QUANTITY; THE
041520*                            LINE IS LOOKED UP ON ORDLINE
041530******************************************************************
041540 2650-CHECK-LINE-ORDER.
041550     MOVE 'N'                    TO WS-LINE-OK-SW.
041560     MOVE 'N'                    TO WS-LINE-ON-FILE-SW.
041570     IF NOT WS-ORDER-FOUND
041580         MOVE "ORDER NOT ON MASTER" TO WS-TREJ-REASON
041590         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041600         GO TO 2650-EXIT
041610     END-IF.
041620     IF WS-OT-STATUS (WS-ORDER-HIT) EQUAL 'C'
041630         MOVE "ORDER CLOSED"     TO WS-TREJ-REASON
041640         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041650         GO TO 2650-EXIT
041660     END-IF.
041670     IF OTR-LINE-NO NOT NUMERIC
041680      OR OTR-LINE-NO EQUAL ZERO
041690         MOVE "INVALID LINE NUMBER" TO WS-TREJ-REASON
041700         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041710         GO TO 2650-EXIT
041720     END-IF.
041730     IF NOT OTR-DELETE-LINE AND NOT OTR-CANCEL
041740         IF OTR-LINE-QTY NOT NUMERIC
041750          OR OTR-LINE-QTY EQUAL ZERO
041760             MOVE "INVALID LINE QUANTITY" TO WS-TREJ-REASON
041770             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
041780             GO TO 2650-EXIT
041790         END-IF
041800     END-IF.
041810     MOVE OTR-ORDER-ID           TO OL-ORDER-ID.
041820     MOVE OTR-LINE-NO            TO OL-LINE-NO.
041830     READ ORDER-LINE
041840         INVALID KEY
041850             CONTINUE
041860         NOT INVALID KEY
041870             SET WS-LINE-ON-FILE TO TRUE
041880     END-READ.
041883     MOVE WS-OT-CUST-ID (WS-ORDER-HIT) TO WS-OLD-CUST-ID.
041886     MOVE WS-OT-STATUS (WS-ORDER-HIT)  TO WS-OLD-STATUS.
041890     SET WS-LINE-OK              TO TRUE.
041900 2650-EXIT.
041910     EXIT.
041920
041930******************************************************************
041940*    2660-TEST-NEW-AMOUNT - THE ORDER VALUE WITH THE LINE AT
041950*                           WS-LINE-AMOUNT IN PLACE OF ITS OLD
041960*                           OL-LINE-AMOUNT.  IT MUST FIT, AND ON
041970*                           AN OPEN ORDER ANY INCREASE MUST PASS
041980*                           THE CREDIT CHECK
041990******************************************************************
042000 2660-TEST-NEW-AMOUNT.
042010     SET WS-LINE-OK              TO TRUE.
042020     COMPUTE WS-NEW-AMOUNT = WS-OT-AMOUNT (WS-ORDER-HIT)
042030                           - OL-LINE-AMOUNT + WS-LINE-AMOUNT.
042040     IF WS-NEW-AMOUNT < ZERO
042050         MOVE ZERO               TO WS-NEW-AMOUNT
042060     END-IF.
042070     IF WS-LINE-AMOUNT > 9999999.99
042080      OR WS-NEW-AMOUNT > 9999999.99
042090         MOVE 'N'                TO WS-LINE-OK-SW
042100         MOVE "ORDER VALUE TOO LARGE" TO WS-TREJ-REASON
042110         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
042120         GO TO 2660-EXIT
042130     END-IF.
042140     IF WS-OT-STATUS (WS-ORDER-HIT) NOT EQUAL 'O'
042150      OR WS-LINE-AMOUNT NOT > OL-LINE-AMOUNT
042160         GO TO 2660-EXIT
042170     END-IF.
042180     COMPUTE WS-AMOUNT-UP = WS-LINE-AMOUNT - OL-LINE-AMOUNT.
042190     MOVE WS-OT-CUST-ID (WS-ORDER-HIT) TO WS-CHK-CUST-ID.
042200     MOVE WS-AMOUNT-UP           TO WS-CHK-AMOUNT.
042210     PERFORM 2500-CHECK-CREDIT THRU 2500-EXIT.
042220     IF NOT WS-CREDIT-OK
042230         MOVE 'N'                TO WS-LINE-OK-SW
042240         MOVE WS-CREDIT-REASON   TO WS-TREJ-REASON
042250         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
042260     END-IF.
042270 2660-EXIT.
042280     EXIT.
042290
042300******************************************************************
042310*    2700-WRITE-AUDIT - LOG THE BEFORE/AFTER ORDER IMAGE
042320******************************************************************
042330 2700-WRITE-AUDIT.
042340     MOVE OTR-TRAN-CODE          TO WS-AUD-TRAN-CODE.
042350     MOVE OTR-ORDER-ID           TO WS-AUD-ORDER-ID.
042360     MOVE WS-OLD-CUST-ID         TO WS-AUD-OLD-CUST.
042370     MOVE WS-OLD-STATUS          TO WS-AUD-OLD-STATUS.
042380     MOVE WS-OT-CUST-ID (WS-ORDER-HIT) TO WS-AUD-NEW-CUST.
042390     MOVE WS-OT-STATUS (WS-ORDER-HIT)  TO WS-AUD-NEW-STATUS.
042400     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
042410     MOVE WS-OT-AMOUNT (WS-ORDER-HIT)  TO WS-AUD-AMOUNT.
042420     EVALUATE TRUE
042430         WHEN OTR-OPEN
042440          AND WS-OT-STATUS (WS-ORDER-HIT) EQUAL 'P'
042450             MOVE WS-CREDIT-REASON TO WS-AUD-NOTE
042452         WHEN OTR-CANCEL
042454          AND OTR-LINE-NO EQUAL ZERO
042456             MOVE "ORDER CANCELLED" TO WS-AUD-NOTE
042460         WHEN OTR-ADD-LINE
042470           OR OTR-CHANGE-LINE
042480           OR OTR-DELETE-LINE
042485           OR OTR-CANCEL
042490             MOVE OL-LINE-NO     TO WS-LN-LINE-NO
042500             MOVE OL-ITEM-CODE   TO WS-LN-ITEM-CODE
042510             MOVE OL-ORDERED-QTY TO WS-LN-QTY
042520             MOVE WS-LINE-NOTE   TO WS-AUD-NOTE
042530         WHEN OTHER
042540             MOVE SPACES         TO WS-AUD-NOTE
042550     END-EVALUATE.
042560     WRITE ORDER-AUDIT-LINE      FROM WS-AUDIT-LINE.
042570 2700-EXIT.
042580     EXIT.
042590
042600 2800-WRITE-TRANS-REJECT.
042610     ADD 1                       TO WS-REJECT-COUNT.
042620     MOVE OTR-TRAN-CODE          TO WS-TREJ-TRAN-CODE.
042630     MOVE OTR-ORDER-ID           TO WS-TREJ-ORDER-ID.
042640     MOVE OTR-LINE-NO            TO WS-TREJ-LINE-NO.
042650     WRITE ORDER-REJ-LINE        FROM WS-TRANS-REJECT-LINE.
042660 2800-EXIT.
042670     EXIT.
042671
042672******************************************************************
042673*    2690-WRITE-CANCEL - PASS A CANCELLATION OR CLOSE ON TO
042674*                        BOEXPIRE; THE CALLER SETS THE LINE AND
042675*                        THE REASON
042676******************************************************************
042677 2690-WRITE-CANCEL.
042678     MOVE OTR-ORDER-ID           TO BCN-ORDER-ID.
042679     MOVE WS-AUDIT-DATE          TO BCN-DATE.
042680     WRITE CANCELLATION-RECORD.
042681 2690-EXIT.
042682     EXIT.
042683
042690 2900-READ-TRANS.
042700     READ ORDER-TRANS
042710         AT END
042720             SET WS-EOF TO TRUE
042730     END-READ.
042740 2900-EXIT.
042750     EXIT.
042760
042770******************************************************************
042780*    8000-REWRITE-MASTER - THE TABLE, UPDATES INCLUDED, GOES
042790*                          BACK OUT AS THE NEW ORDER MASTER
042800******************************************************************
042810 8000-REWRITE-MASTER.
042820     OPEN OUTPUT ORDER-MASTER.
042830     PERFORM 8100-WRITE-ONE-ORDER THRU 8100-EXIT
042840             VARYING WS-ORDER-SUB FROM 1 BY 1
042850             UNTIL WS-ORDER-SUB GREATER THAN WS-ORDER-COUNT.
042860     CLOSE ORDER-MASTER.
042870 8000-EXIT.
042880     EXIT.
042890
042900 8100-WRITE-ONE-ORDER.
042910     MOVE WS-OT-ORDER-ID (WS-ORDER-SUB)  TO OM-ORDER-ID.
042920     MOVE WS-OT-CUST-ID (WS-ORDER-SUB)   TO OM-CUST-ID.
042930     MOVE WS-OT-STATUS (WS-ORDER-SUB)    TO OM-ORDER-STATUS.
042940     MOVE WS-OT-AMOUNT (WS-ORDER-SUB)    TO OM-ORDER-AMOUNT.
042950     WRITE ORDER-MASTER-RECORD.
042960 8100-EXIT.
042970     EXIT.
042980
042990******************************************************************
043000*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
043010******************************************************************
043020 9000-TERMINATE.
043030     DISPLAY "ORDERS OPENED      : " WS-OPEN-COUNT.
043040     DISPLAY "ORDERS AMENDED     : " WS-AMEND-COUNT.
043050     DISPLAY "ORDERS CLOSED      : " WS-CLOSE-COUNT.
043060     DISPLAY "ORDERS PARKED      : " WS-PARK-COUNT.
043070     DISPLAY "ORDERS RELEASED    : " WS-RELEASE-COUNT.
043080     DISPLAY "LINES ADDED        : " WS-LINE-ADD-COUNT.
043090     DISPLAY "LINES CHANGED      : " WS-LINE-CHANGE-COUNT.
043100     DISPLAY "LINES DELETED      : " WS-LINE-DELETE-COUNT.
043103     DISPLAY "LINES CANCELLED    : " WS-LINE-CANCEL-COUNT.
043106     DISPLAY "ORDERS CANCELLED   : " WS-ORDER-CANCEL-COUNT.
043110     DISPLAY "TRANS REJECTED     : " WS-REJECT-COUNT.
043120     CLOSE EXCEPTION-MASTER.
043130     CLOSE CUST-CREDIT-MASTER.
043140     CLOSE ITEM-MASTER.
043150     CLOSE ORDER-LINE.
043160     CLOSE ORDER-TRANS.
043170     CLOSE ORDER-TRANS-REJECT.
043180     CLOSE ORDER-AUDIT.
043185     CLOSE CANCEL-FILE.
043190     IF WS-REJECT-COUNT > ZERO
043200         MOVE 4                  TO RETURN-CODE
043210     END-IF.
043220     MOVE 'E'                    TO RSA-FUNCTION.
043230     COMPUTE RSA-WRITTEN-COUNT = WS-OPEN-COUNT + WS-AMEND-COUNT
043240                               + WS-CLOSE-COUNT + WS-PARK-COUNT
043250                               + WS-RELEASE-COUNT
043260                               + WS-LINE-ADD-COUNT
043270                               + WS-LINE-CHANGE-COUNT
043280                               + WS-LINE-DELETE-COUNT
043283                               + WS-LINE-CANCEL-COUNT
043286                               + WS-ORDER-CANCEL-COUNT.
043290     COMPUTE RSA-READ-COUNT = RSA-WRITTEN-COUNT + WS-REJECT-COUNT.
043300     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
043310     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
043320     CALL "RUNSTAT"              USING RUN-STAT-AREA.
043330     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
043340 9000-EXIT.
043350     EXIT.
043360
043370 9999-EXIT.
043380     STOP RUN.
