000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CREDMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               ORDER FULFILLMENT SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MAINTENANCE RUN FOR THE
001200*                     CUSTCRED CUSTOMER CREDIT MASTER, IN THE
001300*                     PREFMNT VALIDATE-AND-REJECT PATTERN.  'L'
001400*                     SETS A CUSTOMER'S CREDIT LIMIT, 'H' PLACES A
001500*                     CREDIT HOLD WITH A REASON CODE AND 'R'
001600*                     RELEASES IT.  THE CUSTOMER MUST BE ON
001700*                     CUSTNMM AND THE SUBMITTING USER MUST HOLD
001800*                     CUSTCRED AUTHORITY ON USERAUTH - FOR A
001900*                     LIMIT, AUTHORITY UP TO THE NEW LIMIT.
002000*                     REJECTS GO TO CREDREJ, EVERY CHANGE IS
002100*                     AUDITED TO CREDAUD AND JOURNALED THROUGH
002200*                     UPDJRNL.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-370.
002700 OBJECT-COMPUTER.            IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003100                             ORGANIZATION IS LINE SEQUENTIAL
003200                             FILE STATUS IS WS-BDAT-STATUS.
003300     SELECT CUST-CREDIT-MASTER ASSIGN TO "CUSTCRED"
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS RANDOM
003600                             RECORD KEY IS CCR-CUST-ID
003700                             FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
003900                             ORGANIZATION IS LINE SEQUENTIAL
004000                             FILE STATUS IS WS-NAME-STATUS.
004100     SELECT CRED-TRANS       ASSIGN TO "CREDTRAN"
004200                             ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT CRED-TRANS-REJECT ASSIGN TO "CREDREJ"
004400                             ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT CRED-AUDIT       ASSIGN TO "CREDAUD"
004600                             ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CUST-CREDIT-MASTER.
005100     COPY CUSTCRED.
005200
005300 FD  CUST-NAME-MASTER
005400     RECORDING MODE IS F.
005500     COPY CUSTNMM.
005600
005700 FD  CRED-TRANS
005800     RECORDING MODE IS F.
005900     COPY CREDTRAN.
006000
006100 FD  CRED-TRANS-REJECT
006200     RECORDING MODE IS F.
006300 01  CRED-REJ-LINE               PIC X(80).
006400
006500 FD  CRED-AUDIT
006600     RECORDING MODE IS F.
006700 01  CRED-AUDIT-LINE             PIC X(80).
006800
006900 FD  BUS-DATE-FILE
007000     RECORDING MODE IS F.
007100     COPY BUSDATE.
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-BDAT-STATUS              PIC X(02).
007500     88  WS-BDAT-OK                      VALUE "00".
007600 01  WS-DU-FUNCTION              PIC X(01).
007700 01  WS-DU-DATE-2                PIC 9(08).
007800 01  WS-DU-DAYS                  PIC S9(05).
007900 01  WS-DU-VALID-SW              PIC X(01).
008000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008100 01  WS-MASTER-STATUS            PIC X(02).
008200     88  WS-MASTER-OK                    VALUE "00".
008300 01  WS-NAME-STATUS              PIC X(02).
008400     88  WS-NAME-OK                      VALUE "00".
008500
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008800         88  WS-EOF                          VALUE 'Y'.
008900     05  WS-NAME-EOF-SW          PIC X(01)   VALUE 'N'.
009000         88  WS-NAME-EOF                     VALUE 'Y'.
009100     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
009200         88  WS-TRAN-VALID                   VALUE 'Y'.
009300         88  WS-TRAN-INVALID                 VALUE 'N'.
009400     05  WS-NEW-CREDIT-SW        PIC X(01)   VALUE 'N'.
009500         88  WS-NEW-CREDIT                   VALUE 'Y'.
009600     05  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
009700         88  WS-CUST-FOUND                   VALUE 'Y'.
009800
009900 77  WS-LIMIT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
010000 77  WS-HOLD-COUNT               PIC 9(05)   COMP    VALUE ZERO.
010100 77  WS-RELEASE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
010200 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010300
010400 77  WS-CUST-MAX                 PIC 9(03)   COMP    VALUE 500.
010500 77  WS-CUST-COUNT               PIC 9(03)   COMP    VALUE ZERO.
010600 77  WS-CUST-SUB                 PIC 9(03)   COMP.
010700 01  WS-CUST-TABLE.
010800     05  WS-CUST-ID              OCCURS 500 TIMES PIC 9(05).
010900
011000 01  WS-OLD-LIMIT                PIC 9(07)V9(02).
011100 01  WS-OLD-HOLD-SW              PIC X(01).
011200
011300 01  WS-TRANS-REJECT-LINE.
011400     05  WS-TREJ-TRAN-CODE       PIC X(01).
011500     05  FILLER                  PIC X(02)   VALUE SPACES.
011600     05  WS-TREJ-CUST-ID         PIC X(05).
011700     05  FILLER                  PIC X(02)   VALUE SPACES.
011800     05  WS-TREJ-LIMIT           PIC X(09).
011900     05  FILLER                  PIC X(02)   VALUE SPACES.
012000     05  WS-TREJ-REASON-CODE     PIC X(02).
012100     05  FILLER                  PIC X(02)   VALUE SPACES.
012200     05  WS-TREJ-REASON          PIC X(30).
012300
012400 01  WS-AUDIT-DATE               PIC 9(08).
012500 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "CUSTCRED".
012600 01  WS-JRN-ACTION               PIC X(01).
012700 01  WS-JRN-BEFORE               PIC X(80).
012800 01  WS-JRN-AFTER                PIC X(80).
012900 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "CUSTCRED".
013000 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
013100 01  WS-AUTH-SW                  PIC X(01).
013200     88  WS-AUTHORIZED                   VALUE 'Y'.
013300
013400     COPY CREDAUD.
013500
013600     COPY RUNSTAT.
013700
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
014100     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
014200             UNTIL WS-EOF.
014300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
014400     GO TO 9999-EXIT.
014500
014600******************************************************************
014700*    1000-INITIALIZE - TABLE THE CUSTOMER IDS, OPEN THE MASTER
014800*                      I-O AND THE TRANSACTION FILES
014900******************************************************************
015000 1000-INITIALIZE.
015100     DISPLAY "CREDMNT - CUSTOMER CREDIT MAINTENANCE STARTING".
015200     MOVE "CREDMNT"              TO RSA-PROGRAM-ID.
015300     MOVE 'S'                    TO RSA-FUNCTION.
015400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
015500     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
015600     MOVE WS-BUSINESS-DATE       TO WS-AUDIT-DATE.
015700     PERFORM 1200-LOAD-CUST-TABLE THRU 1200-EXIT.
015800     OPEN I-O    CUST-CREDIT-MASTER.
015900     OPEN INPUT  CRED-TRANS.
016000     OPEN OUTPUT CRED-TRANS-REJECT.
016100     OPEN OUTPUT CRED-AUDIT.
016200     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
016300 1000-EXIT.
016400     EXIT.
016500
016600 1200-LOAD-CUST-TABLE.
016700     OPEN INPUT CUST-NAME-MASTER.
016800     IF NOT WS-NAME-OK
016900         SET WS-NAME-EOF         TO TRUE
017000     ELSE
017100         PERFORM 1290-READ-NAME THRU 1290-EXIT
017200     END-IF.
017300     PERFORM 1250-TABLE-ONE-CUST THRU 1250-EXIT
017400             UNTIL WS-NAME-EOF.
017500     CLOSE CUST-NAME-MASTER.
017600 1200-EXIT.
017700     EXIT.
017800
017900 1250-TABLE-ONE-CUST.
018000     IF WS-CUST-COUNT LESS THAN WS-CUST-MAX
018100         ADD 1                   TO WS-CUST-COUNT
018200         MOVE CNM-CUST-ID        TO WS-CUST-ID (WS-CUST-COUNT)
018300     END-IF.
018400     PERFORM 1290-READ-NAME THRU 1290-EXIT.
018500 1250-EXIT.
018600     EXIT.
018700
018800 1290-READ-NAME.
018900     READ CUST-NAME-MASTER
019000         AT END
019100             SET WS-NAME-EOF TO TRUE
019200     END-READ.
019300 1290-EXIT.
019400     EXIT.
019500
019600******************************************************************
019700*    2000-PROCESS-TRANS - EDIT AND APPLY ONE CREDIT CHANGE
019800******************************************************************
019900 2000-PROCESS-TRANS.
020000     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
020100     IF WS-TRAN-INVALID
020200         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
020300     ELSE
020400         PERFORM 2100-APPLY-CREDIT THRU 2100-EXIT
020500     END-IF.
020600     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
020700 2000-EXIT.
020800     EXIT.
020900
021000******************************************************************
021100*    2050-EDIT-TRANSACTION - TRANSACTION CODE, CUSTOMER, LIMIT OR
021200*                            HOLD REASON, AND THE SUBMITTING
021300*                            USER'S AUTHORITY
021400******************************************************************
021500 2050-EDIT-TRANSACTION.
021600     SET WS-TRAN-VALID           TO TRUE.
021700     IF CRT-CUST-ID NOT NUMERIC
021800      OR CRT-CUST-ID EQUAL ZERO
021900         SET WS-TRAN-INVALID     TO TRUE
022000         MOVE "INVALID CUSTOMER ID" TO WS-TREJ-REASON
022100         GO TO 2050-EXIT
022200     END-IF.
022300     MOVE ZERO                   TO WS-AUTH-AMOUNT.
022400     EVALUATE TRUE
022500         WHEN CRT-SET-LIMIT
022600             IF CRT-CREDIT-LIMIT NOT NUMERIC
022700                 SET WS-TRAN-INVALID TO TRUE
022800                 MOVE "INVALID CREDIT LIMIT" TO WS-TREJ-REASON
022900                 GO TO 2050-EXIT
023000             END-IF
023100             MOVE CRT-CREDIT-LIMIT TO WS-AUTH-AMOUNT
023200         WHEN CRT-PLACE-HOLD
023300             IF NOT CRT-REASON-VALID
023400                 SET WS-TRAN-INVALID TO TRUE
023500                 MOVE "UNKNOWN HOLD REASON" TO WS-TREJ-REASON
023600                 GO TO 2050-EXIT
023700             END-IF
023800         WHEN CRT-RELEASE-HOLD
023900             CONTINUE
024000         WHEN OTHER
024100             SET WS-TRAN-INVALID TO TRUE
024200             MOVE "UNKNOWN TRANSACTION CODE" TO WS-TREJ-REASON
024300             GO TO 2050-EXIT
024400     END-EVALUATE.
024500     CALL "AUTHCHK"              USING CRT-USER-ID
024600                                       WS-AUTH-MASTER-ID
024700                                       WS-AUTH-AMOUNT
024800                                       WS-AUTH-SW.
024900     IF NOT WS-AUTHORIZED
025000         SET WS-TRAN-INVALID     TO TRUE
025100         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
025200         GO TO 2050-EXIT
025300     END-IF.
025400     MOVE 'N'                    TO WS-CUST-FOUND-SW.
025500     PERFORM 2090-SCAN-ONE-CUST THRU 2090-EXIT
025600             VARYING WS-CUST-SUB FROM 1 BY 1
025700             UNTIL WS-CUST-SUB GREATER THAN WS-CUST-COUNT
025800                OR WS-CUST-FOUND.
025900     IF NOT WS-CUST-FOUND
026000         SET WS-TRAN-INVALID     TO TRUE
026100         MOVE "CUSTOMER NOT ON CUSTNMM" TO WS-TREJ-REASON
026200     END-IF.
026300 2050-EXIT.
026400     EXIT.
026500
026600 2090-SCAN-ONE-CUST.
026700     IF WS-CUST-ID (WS-CUST-SUB) EQUAL CRT-CUST-ID
026800         SET WS-CUST-FOUND       TO TRUE
026900     END-IF.
027000 2090-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400*    2100-APPLY-CREDIT - A LIMIT OR A HOLD FOR A CUSTOMER WITH NO
027500*                        CREDIT RECORD YET CREATES ONE (A HOLD
027600*                        ALONE LEAVES THE LIMIT AT ZERO); A
027700*                        RELEASE NEEDS A HOLD TO RELEASE
027800******************************************************************
027900 2100-APPLY-CREDIT.
028000     MOVE 'N'                    TO WS-NEW-CREDIT-SW.
028100     MOVE CRT-CUST-ID            TO CCR-CUST-ID.
028200     READ CUST-CREDIT-MASTER
028300         INVALID KEY
028400             SET WS-NEW-CREDIT   TO TRUE
028500     END-READ.
028600     IF WS-NEW-CREDIT
028700         IF CRT-RELEASE-HOLD
028800             MOVE "NO CREDIT RECORD ON FILE" TO WS-TREJ-REASON
028900             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
029000             GO TO 2100-EXIT
029100         END-IF
029200         MOVE SPACES             TO CUST-CREDIT-RECORD
029300         MOVE CRT-CUST-ID        TO CCR-CUST-ID
029400         MOVE ZERO               TO CCR-CREDIT-LIMIT
029500                                    CCR-HOLD-DATE
029600                                    CCR-LAST-CHANGE-DATE
029700         MOVE 'N'                TO CCR-HOLD-SW
029800         MOVE SPACES             TO WS-JRN-BEFORE
029900     ELSE
030000         MOVE CUST-CREDIT-RECORD TO WS-JRN-BEFORE
030100     END-IF.
030200     MOVE CCR-CREDIT-LIMIT       TO WS-OLD-LIMIT.
030300     MOVE CCR-HOLD-SW            TO WS-OLD-HOLD-SW.
030400     EVALUATE TRUE
030500         WHEN CRT-SET-LIMIT
030600             IF CCR-CREDIT-LIMIT EQUAL CRT-CREDIT-LIMIT
030700              AND NOT WS-NEW-CREDIT
030800                 MOVE "LIMIT ALREADY ON FILE" TO WS-TREJ-REASON
030900                 PERFORM 2900-WRITE-TRANS-REJECT
031000                         THRU 2900-WRJ-EXIT
031100                 GO TO 2100-EXIT
031200             END-IF
031300             MOVE CRT-CREDIT-LIMIT TO CCR-CREDIT-LIMIT
031400             ADD 1               TO WS-LIMIT-COUNT
031500         WHEN CRT-PLACE-HOLD
031600             IF CCR-ON-HOLD
031700                 MOVE "ALREADY ON CREDIT HOLD" TO WS-TREJ-REASON
031800                 PERFORM 2900-WRITE-TRANS-REJECT
031900                         THRU 2900-WRJ-EXIT
032000                 GO TO 2100-EXIT
032100             END-IF
032200             MOVE 'Y'            TO CCR-HOLD-SW
032300             MOVE CRT-HOLD-REASON TO CCR-HOLD-REASON
032400             MOVE WS-BUSINESS-DATE TO CCR-HOLD-DATE
032500             ADD 1               TO WS-HOLD-COUNT
032600         WHEN CRT-RELEASE-HOLD
032700             IF NOT CCR-ON-HOLD
032800                 MOVE "NOT ON CREDIT HOLD" TO WS-TREJ-REASON
032900                 PERFORM 2900-WRITE-TRANS-REJECT
033000                         THRU 2900-WRJ-EXIT
033100                 GO TO 2100-EXIT
033200             END-IF
033300             MOVE 'N'            TO CCR-HOLD-SW
033400             MOVE SPACES         TO CCR-HOLD-REASON
033500             MOVE ZERO           TO CCR-HOLD-DATE
033600             ADD 1               TO WS-RELEASE-COUNT
033700     END-EVALUATE.
033800     MOVE WS-AUDIT-DATE          TO CCR-LAST-CHANGE-DATE.
033900     MOVE CRT-USER-ID            TO CCR-LAST-USER-ID.
034000     IF WS-NEW-CREDIT
034100         WRITE CUST-CREDIT-RECORD
034200           INVALID KEY
034300             MOVE "CREDIT WRITE FAILED" TO WS-TREJ-REASON
034400             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
034500             GO TO 2100-EXIT
034600         END-WRITE
034700         MOVE 'W'                TO WS-JRN-ACTION
034800     ELSE
034900         REWRITE CUST-CREDIT-RECORD
035000         MOVE 'R'                TO WS-JRN-ACTION
035100     END-IF.
035200     MOVE CUST-CREDIT-RECORD     TO WS-JRN-AFTER.
035300     PERFORM 2260-WRITE-JOURNAL THRU 2260-EXIT.
035400     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
035500 2100-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    2250-WRITE-AUDIT-RECORD - LOG THE LIMIT AND HOLD BEFORE AND
036000*                              AFTER
036100******************************************************************
036200 2250-WRITE-AUDIT-RECORD.
036300     MOVE CRT-CUST-ID            TO CCA-CUST-ID.
036400     MOVE CRT-TRAN-CODE          TO CCA-TRAN-CODE.
036500     MOVE WS-OLD-LIMIT           TO CCA-OLD-LIMIT.
036600     MOVE CCR-CREDIT-LIMIT       TO CCA-NEW-LIMIT.
036700     MOVE WS-OLD-HOLD-SW         TO CCA-OLD-HOLD-SW.
036800     MOVE CCR-HOLD-SW            TO CCA-NEW-HOLD-SW.
036900     MOVE CCR-HOLD-REASON        TO CCA-HOLD-REASON.
037000     MOVE WS-AUDIT-DATE          TO CCA-AUDIT-DATE.
037100     MOVE CRT-USER-ID            TO CCA-USER-ID.
037200     WRITE CRED-AUDIT-LINE       FROM CRED-AUDIT-RECORD.
037300 2250-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    2260-WRITE-JOURNAL - THE MACHINE-READABLE BEFORE/AFTER
037800*                        JOURNAL ENTRY FOR FORWARD RECOVERY
037900******************************************************************
038000 2260-WRITE-JOURNAL.
038100     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
038200                                       WS-JRN-ACTION
038300                                       WS-AUDIT-DATE
038400                                       WS-JRN-BEFORE
038500                                       WS-JRN-AFTER.
038600 2260-EXIT.
038700     EXIT.
038800
038900 2900-READ-TRANS.
039000     READ CRED-TRANS
039100         AT END
039200             SET WS-EOF TO TRUE
039300     END-READ.
039400 2900-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
039900******************************************************************
040000 2900-WRITE-TRANS-REJECT.
040100     ADD 1 TO WS-REJECT-COUNT.
040200     MOVE CRT-TRAN-CODE          TO WS-TREJ-TRAN-CODE.
040300     MOVE CRT-CUST-ID            TO WS-TREJ-CUST-ID.
040400     MOVE CRT-CREDIT-LIMIT-X     TO WS-TREJ-LIMIT.
040500     MOVE CRT-HOLD-REASON        TO WS-TREJ-REASON-CODE.
040600     WRITE CRED-REJ-LINE         FROM WS-TRANS-REJECT-LINE.
040700 2900-WRJ-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
041200*                             FROM THE CALCHK BUSDATE CARD; FALL
041300*                             BACK TO THE MACHINE DATE WHEN THE
041400*                             CARD IS ABSENT
041500******************************************************************
041600 8100-GET-BUSINESS-DATE.
041700     OPEN INPUT BUS-DATE-FILE.
041800     IF WS-BDAT-OK
041900         READ BUS-DATE-FILE
042000             AT END
042100                 CONTINUE
042200             NOT AT END
042300                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
042400                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
042500                 END-IF
042600         END-READ
042700     END-IF.
042800     CLOSE BUS-DATE-FILE.
042900     IF WS-BUSINESS-DATE EQUAL ZERO
043000         MOVE 'C'                TO WS-DU-FUNCTION
043100         CALL "DATEUTIL"         USING WS-DU-FUNCTION
043200                                       WS-BUSINESS-DATE
043300                                       WS-DU-DATE-2
043400                                       WS-DU-DAYS
043500                                       WS-DU-VALID-SW
043600     END-IF.
043700 8100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
044200******************************************************************
044300 9000-TERMINATE.
044400     DISPLAY "CREDIT LIMITS SET     : " WS-LIMIT-COUNT.
044500     DISPLAY "CREDIT HOLDS PLACED   : " WS-HOLD-COUNT.
044600     DISPLAY "CREDIT HOLDS RELEASED : " WS-RELEASE-COUNT.
044700     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
044800     CLOSE CUST-CREDIT-MASTER.
044900     CLOSE CRED-TRANS.
045000     CLOSE CRED-TRANS-REJECT.
045100     CLOSE CRED-AUDIT.
045200     IF WS-REJECT-COUNT > ZERO
045300         MOVE 4              TO RETURN-CODE
045400     END-IF.
045500     MOVE 'E'                    TO RSA-FUNCTION.
045600     COMPUTE RSA-WRITTEN-COUNT = WS-LIMIT-COUNT + WS-HOLD-COUNT
045700                               + WS-RELEASE-COUNT.
045800     COMPUTE RSA-READ-COUNT = RSA-WRITTEN-COUNT + WS-REJECT-COUNT.
045900     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
046000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
046100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
046200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
046300 9000-EXIT.
046400     EXIT.
046500
046600 9999-EXIT.
046700     STOP RUN.
