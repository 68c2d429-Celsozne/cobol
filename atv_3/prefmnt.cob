000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PREFMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               CUSTOMER SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MAINTENANCE RUN FOR THE
001200*                     CUSTPREF CONTACT PREFERENCE MASTER, IN THE
001300*                     SAME VALIDATE-AND-REJECT PATTERN ATV3 USES
001400*                     FOR THE ADDRESS MASTER.  EACH PREFTRAN
001500*                     TRANSACTION SETS ONE CHANNEL'S OPT-IN OR
001600*                     OPT-OUT FLAG FROM AN EFFECTIVE DATE; THE
001700*                     FLAG IN FORCE UNTIL THEN IS KEPT AS THE
001800*                     PRIOR FLAG.  THE SUBMITTING USER MUST HOLD
001900*                     CUSTPREF AUTHORITY ON USERAUTH AND THE
002000*                     CUSTOMER MUST HAVE AN ADDRESS ON CUSTADDR.
002100*                     REJECTS GO TO PREFREJ, EVERY CHANGE IS
002200*                     AUDITED TO PREFAUD AND JOURNALED THROUGH
002300*                     UPDJRNL.
002316*    2026-10-15 JPL   A CHANGE EXPLICITLY DATED IN A CLOSED
002333*                     ACCOUNTING PERIOD (SHARED PERDCHK AGAINST
002350*                     PERDCTL) IS NOT APPLIED - IT IS WRITTEN TO
002366*                     THE BACKDTD EXCEPTIONS FILE FOR FINANCE, AND
002383*                     THE RUN ENDS RC 4.
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
003400     SELECT CUST-PREF-MASTER ASSIGN TO "CUSTPREF"
003500                             ORGANIZATION IS INDEXED
003600                             ACCESS MODE IS DYNAMIC
003700                             RECORD KEY IS CPF-CUST-ID
003800                             FILE STATUS IS WS-MASTER-STATUS.
003900     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
004000                             ORGANIZATION IS INDEXED
004100                             ACCESS MODE IS DYNAMIC
004200                             RECORD KEY IS CA-ADDR-KEY
004300                             ALTERNATE RECORD KEY IS CA-PIN-CODE
004400                                 WITH DUPLICATES
004500                             FILE STATUS IS WS-ADDR-STATUS.
004600     SELECT PREF-TRANS       ASSIGN TO "PREFTRAN"
004700                             ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT PREF-TRANS-REJECT ASSIGN TO "PREFREJ"
004900                             ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT PREF-AUDIT       ASSIGN TO "PREFAUD"
005100                             ORGANIZATION IS LINE SEQUENTIAL.
005133     SELECT OPTIONAL BACK-DATED-FILE ASSIGN TO "BACKDTD"
005166                             ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CUST-PREF-MASTER.
005600     COPY CUSTPREF.
005700
005800 FD  CUSTOMER-ADDR-MASTER.
005900     COPY ADDRMAST.
006000
006100 FD  PREF-TRANS
006200     RECORDING MODE IS F.
006300     COPY PREFTRAN.
006400
006500 FD  PREF-TRANS-REJECT
006600     RECORDING MODE IS F.
006700 01  PREF-REJ-LINE               PIC X(80).
006800
006900 FD  PREF-AUDIT
007000     RECORDING MODE IS F.
007100 01  PREF-AUDIT-LINE             PIC X(80).
007200
007300 FD  BUS-DATE-FILE
007400     RECORDING MODE IS F.
007500     COPY BUSDATE.
007520
007540 FD  BACK-DATED-FILE
007560     RECORDING MODE IS F.
007580     COPY BACKDTD.
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-BDAT-STATUS              PIC X(02).
007900     88  WS-BDAT-OK                      VALUE "00".
008000 01  WS-DU-FUNCTION              PIC X(01).
008100 01  WS-DU-DATE-2                PIC 9(08).
008200 01  WS-DU-DAYS                  PIC S9(05).
008300 01  WS-DU-VALID-SW              PIC X(01).
008400     88  WS-DU-VALID                     VALUE 'Y'.
008500 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008600 01  WS-MASTER-STATUS            PIC X(02).
008700     88  WS-MASTER-OK                    VALUE "00".
008800     88  WS-MASTER-NOT-FOUND             VALUE "23".
008900 01  WS-ADDR-STATUS              PIC X(02).
009000     88  WS-ADDR-OK                      VALUE "00".
009100
009200 01  WS-SWITCHES.
009300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
009400         88  WS-EOF                          VALUE 'Y'.
009500     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
009600         88  WS-TRAN-VALID                   VALUE 'Y'.
009700         88  WS-TRAN-INVALID                 VALUE 'N'.
009800     05  WS-NEW-PREF-SW          PIC X(01)   VALUE 'N'.
009900         88  WS-NEW-PREF                     VALUE 'Y'.
009933     05  WS-DIVERTED-SW          PIC X(01)   VALUE 'N'.
009966         88  WS-DIVERTED                     VALUE 'Y'.
010000
010100 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
010200 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010300 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010350 77  WS-DIVERT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
010400 77  WS-CH-SUB                   PIC 9(02)   COMP    VALUE ZERO.
010500
010600 01  WS-EFF-DATE                 PIC 9(08).
010700 01  WS-OLD-FLAG                 PIC X(01).
010800
010900 01  WS-TRANS-REJECT-LINE.
011000     05  WS-TREJ-CUST-ID         PIC X(05).
011100     05  FILLER                  PIC X(02)   VALUE SPACES.
011200     05  WS-TREJ-CHANNEL         PIC X(01).
011300     05  FILLER                  PIC X(01)   VALUE SPACES.
011400     05  WS-TREJ-FLAG            PIC X(01).
011500     05  FILLER                  PIC X(02)   VALUE SPACES.
011600     05  WS-TREJ-EFF-DATE        PIC X(08).
011700     05  FILLER                  PIC X(02)   VALUE SPACES.
011800     05  WS-TREJ-REASON          PIC X(30).
011900
012000 01  WS-AUDIT-DATE               PIC 9(08).
012100 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "CUSTPREF".
012200 01  WS-JRN-ACTION               PIC X(01).
012300 01  WS-JRN-BEFORE               PIC X(80).
012400 01  WS-JRN-AFTER                PIC X(80).
012500 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "CUSTPREF".
012600 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
012700 01  WS-AUTH-SW                  PIC X(01).
012800     88  WS-AUTHORIZED                   VALUE 'Y'.
012900
013000     COPY PREFAUD.
013100
013200     COPY RUNSTAT.
013233
013266     COPY PERDREQ.
013300
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
013700     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
013800             UNTIL WS-EOF.
013900     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
014000     GO TO 9999-EXIT.
014100
014200******************************************************************
014300*    1000-INITIALIZE - OPEN THE MASTER I-O AND TRANSACTION FILES
014400******************************************************************
014500 1000-INITIALIZE.
014600     DISPLAY "PREFMNT - CONTACT PREFERENCE MAINTENANCE STARTING".
014700     MOVE "PREFMNT"              TO RSA-PROGRAM-ID.
014800     MOVE 'S'                    TO RSA-FUNCTION.
014900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
015000     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
015100     MOVE WS-BUSINESS-DATE       TO WS-AUDIT-DATE.
015200     OPEN I-O    CUST-PREF-MASTER.
015300     OPEN INPUT  CUSTOMER-ADDR-MASTER.
015400     OPEN INPUT  PREF-TRANS.
015500     OPEN OUTPUT PREF-TRANS-REJECT.
015600     OPEN OUTPUT PREF-AUDIT.
015650     OPEN EXTEND BACK-DATED-FILE.
015700     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
015800 1000-EXIT.
015900     EXIT.
016000
016100******************************************************************
016200*    2000-PROCESS-TRANS - EDIT AND APPLY ONE PREFERENCE CHANGE
016300******************************************************************
016400 2000-PROCESS-TRANS.
016500     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
016600     IF WS-TRAN-INVALID
016700         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
016800     ELSE
016920         PERFORM 2080-CHECK-CLOSED-PERIOD THRU 2080-EXIT
016940         IF NOT WS-DIVERTED
016960             PERFORM 2100-APPLY-PREFERENCE THRU 2100-EXIT
016980         END-IF
017000     END-IF.
017100     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
017200 2000-EXIT.
017300     EXIT.
017400
017500******************************************************************
017600*    2050-EDIT-TRANSACTION - CUSTOMER, CHANNEL, FLAG, EFFECTIVE
017700*                            DATE AND THE SUBMITTING USER'S
017800*                            AUTHORITY.  A ZERO EFFECTIVE DATE
017900*                            MEANS THE BUSINESS DATE.
018000******************************************************************
018100 2050-EDIT-TRANSACTION.
018200     SET WS-TRAN-VALID           TO TRUE.
018300     IF CPT-CUST-ID NOT NUMERIC
018400      OR CPT-CUST-ID EQUAL ZERO
018500         SET WS-TRAN-INVALID     TO TRUE
018600         MOVE "INVALID CUSTOMER ID" TO WS-TREJ-REASON
018700         GO TO 2050-EXIT
018800     END-IF.
018900     EVALUATE TRUE
019000         WHEN CPT-CH-MAIL
019100             MOVE 1              TO WS-CH-SUB
019200         WHEN CPT-CH-CRM
019300             MOVE 2              TO WS-CH-SUB
019400         WHEN CPT-CH-EMAIL
019500             MOVE 3              TO WS-CH-SUB
019600         WHEN CPT-CH-PHONE
019700             MOVE 4              TO WS-CH-SUB
019800         WHEN OTHER
019900             SET WS-TRAN-INVALID TO TRUE
020000             MOVE "UNKNOWN CONTACT CHANNEL" TO WS-TREJ-REASON
020100             GO TO 2050-EXIT
020200     END-EVALUATE.
020300     IF NOT CPT-FLAG-VALID
020400         SET WS-TRAN-INVALID     TO TRUE
020500         MOVE "FLAG NOT I OR O"  TO WS-TREJ-REASON
020600         GO TO 2050-EXIT
020700     END-IF.
020800     IF CPT-EFF-DATE NOT NUMERIC
020900         SET WS-TRAN-INVALID     TO TRUE
021000         MOVE "INVALID EFFECTIVE DATE" TO WS-TREJ-REASON
021100         GO TO 2050-EXIT
021200     END-IF.
021300     IF CPT-EFF-DATE EQUAL ZERO
021400         MOVE WS-BUSINESS-DATE   TO WS-EFF-DATE
021500     ELSE
021600         MOVE CPT-EFF-DATE       TO WS-EFF-DATE
021700         MOVE 'V'                TO WS-DU-FUNCTION
021800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
021900                                       WS-EFF-DATE
022000                                       WS-DU-DATE-2
022100                                       WS-DU-DAYS
022200                                       WS-DU-VALID-SW
022300         IF NOT WS-DU-VALID
022400             SET WS-TRAN-INVALID TO TRUE
022500             MOVE "INVALID EFFECTIVE DATE" TO WS-TREJ-REASON
022600             GO TO 2050-EXIT
022700         END-IF
022800     END-IF.
022900     CALL "AUTHCHK"              USING CPT-USER-ID
023000                                       WS-AUTH-MASTER-ID
023100                                       WS-AUTH-AMOUNT
023200                                       WS-AUTH-SW.
023300     IF NOT WS-AUTHORIZED
023400         SET WS-TRAN-INVALID     TO TRUE
023500         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
023600         GO TO 2050-EXIT
023700     END-IF.
023800     PERFORM 2070-CHECK-CUSTOMER THRU 2070-EXIT.
023900 2050-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*    2070-CHECK-CUSTOMER - THE CUSTOMER MUST HAVE AT LEAST ONE
024400*                          ADDRESS OF ANY TYPE ON CUSTADDR
024500******************************************************************
024600 2070-CHECK-CUSTOMER.
024700     MOVE CPT-CUST-ID            TO CA-CUST-ID.
024800     MOVE LOW-VALUES             TO CA-ADDR-TYPE.
024900     START CUSTOMER-ADDR-MASTER
025000         KEY IS NOT LESS THAN CA-ADDR-KEY
025100         INVALID KEY
025200             SET WS-TRAN-INVALID TO TRUE
025300     END-START.
025400     IF WS-TRAN-VALID
025500         READ CUSTOMER-ADDR-MASTER NEXT RECORD
025600             AT END
025700                 SET WS-TRAN-INVALID TO TRUE
025800         END-READ
025900     END-IF.
026000     IF WS-TRAN-VALID
026100      AND CA-CUST-ID NOT EQUAL CPT-CUST-ID
026200         SET WS-TRAN-INVALID     TO TRUE
026300     END-IF.
026400     IF WS-TRAN-INVALID
026500         MOVE "CUSTOMER NOT ON FILE" TO WS-TREJ-REASON
026600     END-IF.
026700 2070-EXIT.
026800     EXIT.
026803
026806******************************************************************
026809*    2080-CHECK-CLOSED-PERIOD - A CHANGE EXPLICITLY DATED IN A
026812*                               CLOSED ACCOUNTING PERIOD IS NOT
026816*                               APPLIED; IT GOES TO THE BACKDTD
026819*                               EXCEPTIONS FILE FOR FINANCE TO
026822*                               RELEASE
026825******************************************************************
026829 2080-CHECK-CLOSED-PERIOD.
026832     MOVE 'N'                    TO WS-DIVERTED-SW.
026835     IF CPT-EFF-DATE EQUAL ZERO
026838         GO TO 2080-EXIT
026841     END-IF.
026845     MOVE CPT-EFF-DATE           TO PK-EFF-DATE.
026848     CALL "PERDCHK"              USING PERIOD-CHECK-AREA.
026851     IF NOT PK-CLOSED
026854         GO TO 2080-EXIT
026858     END-IF.
026861     SET WS-DIVERTED             TO TRUE.
026864     ADD 1                       TO WS-DIVERT-COUNT.
026867     MOVE "PREFMNT"              TO BKD-ORIGIN-PROGRAM.
026870     MOVE WS-BUSINESS-DATE       TO BKD-RUN-DATE.
026874     MOVE CPT-EFF-DATE           TO BKD-EFF-DATE.
026877     MOVE PK-PERIOD              TO BKD-PERIOD.
026880     MOVE CPT-USER-ID            TO BKD-USER-ID.
026883     MOVE SPACES                 TO BKD-ORIGINAL-RECORD.
026887     MOVE PREF-TRAN-RECORD       TO BKD-ORIGINAL-RECORD (1:23).
026890     WRITE BACK-DATED-RECORD.
026893 2080-EXIT.
026896     EXIT.
026900
027000******************************************************************
027100*    2100-APPLY-PREFERENCE - THE FLAG IN FORCE TODAY BECOMES THE
027200*                            PRIOR FLAG AND THE NEW FLAG TAKES
027300*                            EFFECT ON THE TRANSACTION DATE.  A
027400*                            CUSTOMER WITH NO RECORD YET GETS ONE.
027500******************************************************************
027600 2100-APPLY-PREFERENCE.
027700     MOVE 'N'                    TO WS-NEW-PREF-SW.
027800     MOVE CPT-CUST-ID            TO CPF-CUST-ID.
027900     READ CUST-PREF-MASTER
028000         INVALID KEY
028100             SET WS-NEW-PREF     TO TRUE
028200     END-READ.
028300     IF WS-NEW-PREF
028400         MOVE SPACES             TO CUST-PREF-RECORD
028500         MOVE CPT-CUST-ID        TO CPF-CUST-ID
028600         MOVE ZERO               TO CPF-MAIL-EFF-DATE
028700                                    CPF-CRM-EFF-DATE
028800                                    CPF-EMAIL-EFF-DATE
028900                                    CPF-PHONE-EFF-DATE
029000                                    CPF-LAST-CHANGE-DATE
029100         MOVE SPACES             TO WS-JRN-BEFORE
029200     ELSE
029300         MOVE CUST-PREF-RECORD   TO WS-JRN-BEFORE
029400     END-IF.
029500     IF CPF-CH-FLAG (WS-CH-SUB) EQUAL CPT-FLAG
029600      AND CPF-CH-EFF-DATE (WS-CH-SUB) EQUAL WS-EFF-DATE
029700         MOVE "PREFERENCE ALREADY ON FILE" TO WS-TREJ-REASON
029800         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
029900         GO TO 2100-EXIT
030000     END-IF.
030100     PERFORM 2150-FLAG-IN-FORCE THRU 2150-EXIT.
030200     MOVE WS-OLD-FLAG            TO CPF-CH-PRIOR-FLAG (WS-CH-SUB).
030300     MOVE CPT-FLAG               TO CPF-CH-FLAG (WS-CH-SUB).
030400     MOVE WS-EFF-DATE            TO CPF-CH-EFF-DATE (WS-CH-SUB).
030500     MOVE WS-AUDIT-DATE          TO CPF-LAST-CHANGE-DATE.
030600     MOVE CPT-USER-ID            TO CPF-LAST-USER-ID.
030700     IF WS-NEW-PREF
030800         WRITE CUST-PREF-RECORD
030900           INVALID KEY
031000             MOVE "PREFERENCE WRITE FAILED" TO WS-TREJ-REASON
031100             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
031200             GO TO 2100-EXIT
031300         END-WRITE
031400         MOVE 'W'                TO WS-JRN-ACTION
031500         ADD 1 TO WS-ADD-COUNT
031600     ELSE
031700         REWRITE CUST-PREF-RECORD
031800         MOVE 'R'                TO WS-JRN-ACTION
031900         ADD 1 TO WS-CHANGE-COUNT
032000     END-IF.
032100     MOVE CUST-PREF-RECORD       TO WS-JRN-AFTER.
032200     PERFORM 2260-WRITE-JOURNAL THRU 2260-EXIT.
032300     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
032400 2100-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800*    2150-FLAG-IN-FORCE - THE CHANNEL'S FLAG AS AT THE BUSINESS
032900*                         DATE; A CHANGE NOT YET EFFECTIVE LEAVES
033000*                         THE PRIOR FLAG STANDING, AND NO FLAG AT
033100*                         ALL COUNTS AS OPTED IN
033200******************************************************************
033300 2150-FLAG-IN-FORCE.
033400     IF CPF-CH-EFF-DATE (WS-CH-SUB) > WS-BUSINESS-DATE
033500         MOVE CPF-CH-PRIOR-FLAG (WS-CH-SUB) TO WS-OLD-FLAG
033600     ELSE
033700         MOVE CPF-CH-FLAG (WS-CH-SUB) TO WS-OLD-FLAG
033800     END-IF.
033900     IF WS-OLD-FLAG EQUAL SPACE
034000         MOVE 'I'                TO WS-OLD-FLAG
034100     END-IF.
034200 2150-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    2250-WRITE-AUDIT-RECORD - LOG THE FLAG BEFORE AND AFTER
034700******************************************************************
034800 2250-WRITE-AUDIT-RECORD.
034900     MOVE CPT-CUST-ID            TO CPA-CUST-ID.
035000     MOVE CPT-CHANNEL            TO CPA-CHANNEL.
035100     MOVE WS-OLD-FLAG            TO CPA-OLD-FLAG.
035200     MOVE CPT-FLAG               TO CPA-NEW-FLAG.
035300     MOVE WS-EFF-DATE            TO CPA-EFF-DATE.
035400     MOVE WS-AUDIT-DATE          TO CPA-AUDIT-DATE.
035500     MOVE CPT-USER-ID            TO CPA-USER-ID.
035600     MOVE "PREFMNT"              TO CPA-SOURCE-PROGRAM.
035700     WRITE PREF-AUDIT-LINE       FROM PREF-AUDIT-RECORD.
035800 2250-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    2260-WRITE-JOURNAL - THE MACHINE-READABLE BEFORE/AFTER
036300*                        JOURNAL ENTRY FOR FORWARD RECOVERY
036400******************************************************************
036500 2260-WRITE-JOURNAL.
036600     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
036700                                       WS-JRN-ACTION
036800                                       WS-AUDIT-DATE
036900                                       WS-JRN-BEFORE
037000                                       WS-JRN-AFTER.
037100 2260-EXIT.
037200     EXIT.
037300
037400 2900-READ-TRANS.
037500     READ PREF-TRANS
037600         AT END
037700             SET WS-EOF TO TRUE
037800     END-READ.
037900 2900-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
038400******************************************************************
038500 2900-WRITE-TRANS-REJECT.
038600     ADD 1 TO WS-REJECT-COUNT.
038700     MOVE CPT-CUST-ID            TO WS-TREJ-CUST-ID.
038800     MOVE CPT-CHANNEL            TO WS-TREJ-CHANNEL.
038900     MOVE CPT-FLAG               TO WS-TREJ-FLAG.
039000     MOVE CPT-EFF-DATE           TO WS-TREJ-EFF-DATE.
039100     WRITE PREF-REJ-LINE         FROM WS-TRANS-REJECT-LINE.
039200 2900-WRJ-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
039700*                             FROM THE CALCHK BUSDATE CARD; FALL
039800*                             BACK TO THE MACHINE DATE WHEN THE
039900*                             CARD IS ABSENT
040000******************************************************************
040100 8100-GET-BUSINESS-DATE.
040200     OPEN INPUT BUS-DATE-FILE.
040300     IF WS-BDAT-OK
040400         READ BUS-DATE-FILE
040500             AT END
040600                 CONTINUE
040700             NOT AT END
040800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
040900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
041000                 END-IF
041100         END-READ
041200     END-IF.
041300     CLOSE BUS-DATE-FILE.
041400     IF WS-BUSINESS-DATE EQUAL ZERO
041500         MOVE 'C'                TO WS-DU-FUNCTION
041600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
041700                                       WS-BUSINESS-DATE
041800                                       WS-DU-DATE-2
041900                                       WS-DU-DAYS
042000                                       WS-DU-VALID-SW
042100     END-IF.
042200 8100-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
042700******************************************************************
042800 9000-TERMINATE.
042900     DISPLAY "PREFERENCES ADDED     : " WS-ADD-COUNT.
043000     DISPLAY "PREFERENCES CHANGED   : " WS-CHANGE-COUNT.
043100     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
043150     DISPLAY "BACK-DATED - DIVERTED : " WS-DIVERT-COUNT.
043200     CLOSE CUST-PREF-MASTER.
043300     CLOSE CUSTOMER-ADDR-MASTER.
043400     CLOSE PREF-TRANS.
043500     CLOSE PREF-TRANS-REJECT.
043600     CLOSE PREF-AUDIT.
043700     IF WS-REJECT-COUNT > ZERO
043800         MOVE 4              TO RETURN-CODE
043900     END-IF.
043920     CLOSE BACK-DATED-FILE.
043940     IF WS-DIVERT-COUNT > ZERO
043960         MOVE 4              TO RETURN-CODE
043980     END-IF.
044000     MOVE 'E'                    TO RSA-FUNCTION.
044100     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
044200                          + WS-REJECT-COUNT.
044300     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT.
044400     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
044500     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
044600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
044700     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
044800 9000-EXIT.
044900     EXIT.
045000
045100 9999-EXIT.
045200     STOP RUN.
