000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 RTNMAIL.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               CUSTOMER SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - RETURNED-MAIL INTAKE.
001200*                     EACH RTNMAIL ITEM NAMES A CUSTOMER AND AN
001300*                     ADDRESS TYPE; THAT CUSTADDR ADDRESS IS
001400*                     MARKED UNDELIVERABLE WITH THE RETURN DATE
001500*                     AND REASON, SO CUSTLBL AND CUSTCRM STOP
001600*                     USING IT UNTIL AN ATV3 CHANGE CLEARS THE
001700*                     MARKER.  THE KEYING USER MUST HOLD CUSTADDR
001800*                     AUTHORITY ON USERAUTH.  EVERY MARK IS
001900*                     AUDITED TO ADDRAUD AS A 'U' ENTRY AND
002000*                     JOURNALED THROUGH UPDJRNL; REJECTS GO TO
002100*                     RTNMREJ.  RUNS AHEAD OF ATV3 SO A CORRECTED
002200*                     ADDRESS KEYED THE SAME NIGHT WINS.
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
003300     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS DYNAMIC
003600                             RECORD KEY IS CA-ADDR-KEY
003700                             ALTERNATE RECORD KEY IS CA-PIN-CODE
003800                                 WITH DUPLICATES
003900                             FILE STATUS IS WS-MASTER-STATUS.
004000     SELECT RETURN-MAIL      ASSIGN TO "RTNMAIL"
004100                             ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT RETURN-REJECT    ASSIGN TO "RTNMREJ"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT ADDRESS-AUDIT    ASSIGN TO "ADDRAUD"
004500                             ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CUSTOMER-ADDR-MASTER.
005000     COPY ADDRMAST.
005100
005200 FD  RETURN-MAIL
005300     RECORDING MODE IS F.
005400     COPY RTNMAIL.
005500
005600 FD  RETURN-REJECT
005700     RECORDING MODE IS F.
005800 01  RETURN-REJ-LINE             PIC X(80).
005900
006000 FD  ADDRESS-AUDIT
006100     RECORDING MODE IS F.
006200 01  ADDR-AUDIT-LINE             PIC X(80).
006300
006400 FD  BUS-DATE-FILE
006500     RECORDING MODE IS F.
006600     COPY BUSDATE.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-BDAT-STATUS              PIC X(02).
007000     88  WS-BDAT-OK                      VALUE "00".
007100 01  WS-DU-FUNCTION              PIC X(01).
007200 01  WS-DU-DATE-2                PIC 9(08).
007300 01  WS-DU-DAYS                  PIC S9(05).
007400 01  WS-DU-VALID-SW              PIC X(01).
007500     88  WS-DU-VALID                     VALUE 'Y'.
007600 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007700 01  WS-MASTER-STATUS            PIC X(02).
007800     88  WS-MASTER-OK                    VALUE "00".
007900     88  WS-MASTER-NOT-FOUND             VALUE "23".
008000
008100 01  WS-SWITCHES.
008200     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008300         88  WS-EOF                          VALUE 'Y'.
008400     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
008500         88  WS-TRAN-VALID                   VALUE 'Y'.
008600         88  WS-TRAN-INVALID                 VALUE 'N'.
008700
008800 77  WS-READ-COUNT               PIC 9(05)   COMP    VALUE ZERO.
008900 77  WS-MARKED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
009000 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
009100
009200 01  WS-RETURN-DATE              PIC 9(08).
009300
009400 01  WS-TRANS-REJECT-LINE.
009500     05  WS-TREJ-CUST-ID         PIC X(05).
009600     05  FILLER                  PIC X(02)   VALUE SPACES.
009700     05  WS-TREJ-ADDR-TYPE       PIC X(01).
009800     05  FILLER                  PIC X(02)   VALUE SPACES.
009900     05  WS-TREJ-RETURN-DATE     PIC X(08).
010000     05  FILLER                  PIC X(02)   VALUE SPACES.
010100     05  WS-TREJ-REASON-CODE     PIC X(02).
010200     05  FILLER                  PIC X(02)   VALUE SPACES.
010300     05  WS-TREJ-REASON          PIC X(30).
010400
010500 01  WS-AUDIT-DATE               PIC 9(08).
010600 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "CUSTADDR".
010700 01  WS-JRN-ACTION               PIC X(01).
010800 01  WS-JRN-BEFORE               PIC X(80).
010900 01  WS-JRN-AFTER                PIC X(80).
011000 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "CUSTADDR".
011100 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
011200 01  WS-AUTH-SW                  PIC X(01).
011300     88  WS-AUTHORIZED                   VALUE 'Y'.
011400
011500     COPY ADDRAUD.
011600
011700     COPY RUNSTAT.
011800
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
012200     PERFORM 2000-PROCESS-RETURN     THRU 2000-EXIT
012300             UNTIL WS-EOF.
012400     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
012500     GO TO 9999-EXIT.
012600
012700******************************************************************
012800*    1000-INITIALIZE - OPEN THE MASTER I-O AND THE INTAKE FILES
012900******************************************************************
013000 1000-INITIALIZE.
013100     DISPLAY "RTNMAIL - RETURNED-MAIL INTAKE STARTING".
013200     MOVE "RTNMAIL"              TO RSA-PROGRAM-ID.
013300     MOVE 'S'                    TO RSA-FUNCTION.
013400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
013500     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
013600     MOVE WS-BUSINESS-DATE       TO WS-AUDIT-DATE.
013700     OPEN I-O    CUSTOMER-ADDR-MASTER.
013800     OPEN INPUT  RETURN-MAIL.
013900     OPEN OUTPUT RETURN-REJECT.
014000     OPEN EXTEND ADDRESS-AUDIT.
014100     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
014200 1000-EXIT.
014300     EXIT.
014400
014500******************************************************************
014600*    2000-PROCESS-RETURN - EDIT ONE RETURNED ITEM AND MARK ITS
014700*                          ADDRESS UNDELIVERABLE
014800******************************************************************
014900 2000-PROCESS-RETURN.
015000     ADD 1                       TO WS-READ-COUNT.
015100     PERFORM 2050-EDIT-RETURN THRU 2050-EXIT.
015200     IF WS-TRAN-INVALID
015300         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
015400     ELSE
015500         PERFORM 2100-MARK-UNDELIVERABLE THRU 2100-EXIT
015600     END-IF.
015700     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
015800 2000-EXIT.
015900     EXIT.
016000
016100******************************************************************
016200*    2050-EDIT-RETURN - CUSTOMER, ADDRESS TYPE, RETURN REASON,
016300*                       RETURN DATE AND THE KEYING USER'S
016400*                       AUTHORITY.  A ZERO RETURN DATE MEANS THE
016500*                       BUSINESS DATE; A FUTURE DATE IS REFUSED.
016600******************************************************************
016700 2050-EDIT-RETURN.
016800     SET WS-TRAN-VALID           TO TRUE.
016900     IF RM-CUST-ID NOT NUMERIC
017000      OR RM-CUST-ID EQUAL ZERO
017100         SET WS-TRAN-INVALID     TO TRUE
017200         MOVE "INVALID CUSTOMER ID" TO WS-TREJ-REASON
017300         GO TO 2050-EXIT
017400     END-IF.
017500     IF NOT RM-TYPE-VALID
017600         SET WS-TRAN-INVALID     TO TRUE
017700         MOVE "UNKNOWN ADDRESS TYPE" TO WS-TREJ-REASON
017800         GO TO 2050-EXIT
017900     END-IF.
018000     IF NOT RM-REASON-VALID
018100         SET WS-TRAN-INVALID     TO TRUE
018200         MOVE "UNKNOWN RETURN REASON" TO WS-TREJ-REASON
018300         GO TO 2050-EXIT
018400     END-IF.
018500     IF RM-RETURN-DATE NOT NUMERIC
018600         SET WS-TRAN-INVALID     TO TRUE
018700         MOVE "INVALID RETURN DATE" TO WS-TREJ-REASON
018800         GO TO 2050-EXIT
018900     END-IF.
019000     IF RM-RETURN-DATE EQUAL ZERO
019100         MOVE WS-BUSINESS-DATE   TO WS-RETURN-DATE
019200     ELSE
019300         MOVE RM-RETURN-DATE     TO WS-RETURN-DATE
019400         MOVE 'V'                TO WS-DU-FUNCTION
019500         CALL "DATEUTIL"         USING WS-DU-FUNCTION
019600                                       WS-RETURN-DATE
019700                                       WS-DU-DATE-2
019800                                       WS-DU-DAYS
019900                                       WS-DU-VALID-SW
020000         IF NOT WS-DU-VALID
020100          OR WS-RETURN-DATE > WS-BUSINESS-DATE
020200             SET WS-TRAN-INVALID TO TRUE
020300             MOVE "INVALID RETURN DATE" TO WS-TREJ-REASON
020400             GO TO 2050-EXIT
020500         END-IF
020600     END-IF.
020700     CALL "AUTHCHK"              USING RM-USER-ID
020800                                       WS-AUTH-MASTER-ID
020900                                       WS-AUTH-AMOUNT
021000                                       WS-AUTH-SW.
021100     IF NOT WS-AUTHORIZED
021200         SET WS-TRAN-INVALID     TO TRUE
021300         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
021400     END-IF.
021500 2050-EXIT.
021600     EXIT.
021700
021800******************************************************************
021900*    2100-MARK-UNDELIVERABLE - SET THE MARKER, RETURN DATE
022000*                              AND REASON ON THE NAMED ADDRESS.
022100*                              AN ADDRESS ALREADY MARKED IS LEFT
022200*                              ALONE - THE FIRST RETURN STANDS
022300*                              UNTIL ATV3 CHANGES THE ADDRESS.
022400******************************************************************
022500 2100-MARK-UNDELIVERABLE.
022600     MOVE RM-CUST-ID             TO CA-CUST-ID.
022700     MOVE RM-ADDR-TYPE           TO CA-ADDR-TYPE.
022800     READ CUSTOMER-ADDR-MASTER
022900         INVALID KEY
023000             MOVE "ADDRESS NOT ON FILE" TO WS-TREJ-REASON
023100             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
023200             GO TO 2100-EXIT
023300     END-READ.
023400     IF CA-UNDELIVERABLE
023500         MOVE "ALREADY MARKED UNDELIVERABLE"
023600                                 TO WS-TREJ-REASON
023700         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
023800         GO TO 2100-EXIT
023900     END-IF.
024000     MOVE CUST-ADDR-RECORD       TO WS-JRN-BEFORE.
024100     SET CA-UNDELIVERABLE        TO TRUE.
024200     MOVE WS-RETURN-DATE         TO CA-RETURN-DATE.
024300     MOVE RM-REASON              TO CA-RETURN-REASON.
024400     REWRITE CUST-ADDR-RECORD
024500         INVALID KEY
024600             MOVE "ADDRESS REWRITE FAILED" TO WS-TREJ-REASON
024700             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
024800             GO TO 2100-EXIT
024900     END-REWRITE.
025000     ADD 1                       TO WS-MARKED-COUNT.
025100     MOVE 'R'                    TO WS-JRN-ACTION.
025200     MOVE CUST-ADDR-RECORD       TO WS-JRN-AFTER.
025300     PERFORM 2260-WRITE-JOURNAL THRU 2260-EXIT.
025400     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
025500 2100-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900*    2250-WRITE-AUDIT-RECORD - A 'U' ENTRY ON THE ADDRESS AUDIT;
026000*                              THE ADDRESS ITSELF IS UNCHANGED SO
026100*                              THE BEFORE AND AFTER IMAGES MATCH
026200******************************************************************
026300 2250-WRITE-AUDIT-RECORD.
026400     MOVE 'U'                    TO WS-AUD-TRAN-CODE.
026500     MOVE CA-CUST-ID             TO WS-AUD-CUST-ID.
026600     MOVE CA-HOUSE-NUMBER        TO WS-AUD-OLD-HOUSE-NUMBER
026700                                    WS-AUD-NEW-HOUSE-NUMBER.
026800     MOVE CA-COUNTRY             TO WS-AUD-OLD-COUNTRY
026900                                    WS-AUD-NEW-COUNTRY.
027000     MOVE CA-PIN-CODE            TO WS-AUD-OLD-PIN-CODE
027100                                    WS-AUD-NEW-PIN-CODE.
027200     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
027300     MOVE RM-USER-ID             TO WS-AUD-USER-ID.
027400     WRITE ADDR-AUDIT-LINE       FROM WS-AUDIT-LINE.
027500 2250-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900*    2260-WRITE-JOURNAL - THE MACHINE-READABLE BEFORE/AFTER
028000*                        JOURNAL ENTRY FOR FORWARD RECOVERY
028100******************************************************************
028200 2260-WRITE-JOURNAL.
028300     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
028400                                       WS-JRN-ACTION
028500                                       WS-AUDIT-DATE
028600                                       WS-JRN-BEFORE
028700                                       WS-JRN-AFTER.
028800 2260-EXIT.
028900     EXIT.
029000
029100 2900-READ-RETURN.
029200     READ RETURN-MAIL
029300         AT END
029400             SET WS-EOF TO TRUE
029500     END-READ.
029600 2900-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000*    2900-WRITE-TRANS-REJECT - LOG A RETURNED ITEM NOT APPLIED
030100******************************************************************
030200 2900-WRITE-TRANS-REJECT.
030300     ADD 1 TO WS-REJECT-COUNT.
030400     MOVE RM-CUST-ID             TO WS-TREJ-CUST-ID.
030500     MOVE RM-ADDR-TYPE           TO WS-TREJ-ADDR-TYPE.
030600     MOVE RM-RETURN-DATE         TO WS-TREJ-RETURN-DATE.
030700     MOVE RM-REASON              TO WS-TREJ-REASON-CODE.
030800     WRITE RETURN-REJ-LINE       FROM WS-TRANS-REJECT-LINE.
030900 2900-WRJ-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
031400*                             FROM THE CALCHK BUSDATE CARD; FALL
031500*                             BACK TO THE MACHINE DATE WHEN THE
031600*                             CARD IS ABSENT
031700******************************************************************
031800 8100-GET-BUSINESS-DATE.
031900     OPEN INPUT BUS-DATE-FILE.
032000     IF WS-BDAT-OK
032100         READ BUS-DATE-FILE
032200             AT END
032300                 CONTINUE
032400             NOT AT END
032500                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
032600                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
032700                 END-IF
032800         END-READ
032900     END-IF.
033000     CLOSE BUS-DATE-FILE.
033100     IF WS-BUSINESS-DATE EQUAL ZERO
033200         MOVE 'C'                TO WS-DU-FUNCTION
033300         CALL "DATEUTIL"         USING WS-DU-FUNCTION
033400                                       WS-BUSINESS-DATE
033500                                       WS-DU-DATE-2
033600                                       WS-DU-DAYS
033700                                       WS-DU-VALID-SW
033800     END-IF.
033900 8100-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
034400******************************************************************
034500 9000-TERMINATE.
034600     DISPLAY "RETURNED ITEMS READ   : " WS-READ-COUNT.
034700     DISPLAY "ADDRESSES MARKED      : " WS-MARKED-COUNT.
034800     DISPLAY "ITEMS REJECTED        : " WS-REJECT-COUNT.
034900     CLOSE CUSTOMER-ADDR-MASTER.
035000     CLOSE RETURN-MAIL.
035100     CLOSE RETURN-REJECT.
035200     CLOSE ADDRESS-AUDIT.
035300     IF WS-REJECT-COUNT > ZERO
035400         MOVE 4              TO RETURN-CODE
035500     END-IF.
035600     MOVE 'E'                    TO RSA-FUNCTION.
035700     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
035800     MOVE WS-MARKED-COUNT        TO RSA-WRITTEN-COUNT.
035900     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
036000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
036100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
036200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
036300 9000-EXIT.
036400     EXIT.
036500
036600 9999-EXIT.
036700     STOP RUN.
