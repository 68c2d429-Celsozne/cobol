000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 EXPCLM.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - EXPENSE CLAIM INTAKE.
001200*                     A SUBMITTED CLAIM IS CHECKED AGAINST
001300*                     EMPMAST AND THE EXPCAT CATEGORY TABLE AND
001400*                     RECORDED ON THE EXPCLAIM MASTER AS
001500*                     REJECTED (NO SUCH OR TERMINATED EMPLOYEE,
001600*                     UNKNOWN OR CLOSED CATEGORY, OVER THE
001700*                     CATEGORY LIMIT), SUBMITTED (ABOVE THE
001800*                     CATEGORY APPROVAL CEILING) OR APPROVED.  A
001900*                     SUBMITTED CLAIM IS APPROVED OR REJECTED BY
002000*                     A LATER TRANSACTION FROM A SECOND USER WHOM
002100*                     THE SHARED AUTHCHK ROUTINE AUTHORIZES FOR
002200*                     THE AMOUNT.  EVERY CLAIM APPROVED TONIGHT
002300*                     GOES TO PAYROLL ON THE EXPCLMFD FEED (SOURCE
002400*                     '10') AS NON-TAXABLE ADDITIONS OF AT MOST
002500*                     999.99, INSIDE THE USUAL HEADER/TRAILER
002600*                     ENVELOPE, FOR ADJMERGE TO CONSOLIDATE.
002620*    2026-10-15 JPL   ADJUSTMENTS NOW CARRY A RATE CODE FROM
002640*                     THE RATECODE MASTER IN PLACE OF A RAW
002660*                     RATE; THESE ARE PLAIN AMOUNTS AND CARRY
002680*                     NO CODE.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.            IBM-370.
003100 OBJECT-COMPUTER.            IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EXPENSE-CLAIMS   ASSIGN TO "EXPCLAIM"
003500                             ORGANIZATION IS INDEXED
003600                             ACCESS MODE IS DYNAMIC
003700                             RECORD KEY IS XC-CLAIM-ID
003800                             FILE STATUS IS WS-MASTER-STATUS.
003900     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
004000                             ORGANIZATION IS INDEXED
004100                             ACCESS MODE IS DYNAMIC
004200                             RECORD KEY IS EMP-ID
004300                             FILE STATUS IS WS-EMP-STATUS.
004400     SELECT EXPENSE-CATEGORY ASSIGN TO "EXPCAT"
004500                             ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT BADGE-MASTER     ASSIGN TO "BADGMAST"
004700                             ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS WS-BDAT-STATUS.
005100     SELECT EXPENSE-TRANS    ASSIGN TO "EXPTRAN"
005200                             ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT EXPENSE-TRANS-REJECT ASSIGN TO "EXPMREJ"
005400                             ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT EXPENSE-FEED     ASSIGN TO "EXPCLMFD"
005600                             ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  EXPENSE-CLAIMS.
006100     COPY EXPCLAIM.
006200
006300 FD  EMPLOYEE-MASTER.
006400     COPY EMPREC.
006500
006600 FD  EXPENSE-CATEGORY
006700     RECORDING MODE IS F.
006800     COPY EXPCAT.
006900
007000 FD  BADGE-MASTER
007100     RECORDING MODE IS F.
007200     COPY BADGMAST.
007300
007400 FD  BUS-DATE-FILE
007500     RECORDING MODE IS F.
007600     COPY BUSDATE.
007700
007800 FD  EXPENSE-TRANS
007900     RECORDING MODE IS F.
008000     COPY EXPTRAN.
008100
008200 FD  EXPENSE-TRANS-REJECT
008300     RECORDING MODE IS F.
008400 01  EXPENSE-REJ-LINE            PIC X(80).
008500
008600 FD  EXPENSE-FEED
008700     RECORDING MODE IS F.
008800 01  EXPENSE-FEED-RECORD         PIC X(30).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-MASTER-STATUS            PIC X(02).
009200     88  WS-MASTER-OK                    VALUE "00".
009300 01  WS-EMP-STATUS               PIC X(02).
009400     88  WS-EMP-OK                       VALUE "00".
009500 01  WS-BDAT-STATUS              PIC X(02).
009600     88  WS-BDAT-OK                      VALUE "00".
009700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
009800 01  WS-DU-FUNCTION              PIC X(01).
009900 01  WS-DU-DATE-2                PIC 9(08).
010000 01  WS-DU-DAYS                  PIC S9(05).
010100 01  WS-DU-VALID-SW              PIC X(01).
010200     88  WS-DU-VALID                     VALUE 'Y'.
010300
010400 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "EXPCLAIM".
010500 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
010600 01  WS-AUTH-SW                  PIC X(01)   VALUE 'N'.
010700     88  WS-AUTHORIZED                   VALUE 'Y'.
010800
010900     COPY FILEHDTR.
011000     COPY ADJTRANS.
011100
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011400         88  WS-EOF                          VALUE 'Y'.
011500     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
011600         88  WS-TRAN-VALID                   VALUE 'Y'.
011700         88  WS-TRAN-INVALID                 VALUE 'N'.
011800     05  WS-CAT-EOF-SW           PIC X(01)   VALUE 'N'.
011900         88  WS-CAT-EOF                      VALUE 'Y'.
012000     05  WS-BADGE-EOF-SW         PIC X(01)   VALUE 'N'.
012100         88  WS-BADGE-EOF                    VALUE 'Y'.
012200
012300 77  WS-TRAN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012400 77  WS-SUBMIT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012500 77  WS-APPROVE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
012600 77  WS-HELD-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012700 77  WS-DECLINE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
012800 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012900 77  WS-NO-BADGE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013000 77  WS-DETAIL-COUNT             PIC 9(07)   COMP    VALUE ZERO.
013100 77  WS-AMOUNT-HASH              PIC 9(11)V9(02)     VALUE ZERO.
013200 77  WS-REMAINING                PIC 9(05)V9(02)     VALUE ZERO.
013300 77  WS-PIECE                    PIC 9(03)V9(02)     VALUE ZERO.
013400 77  WS-FEED-BADGE-ID            PIC X(06)   VALUE SPACES.
013500
013600 77  WS-CAT-MAX                  PIC 9(03)   COMP    VALUE 100.
013700 77  WS-CAT-COUNT                PIC 9(03)   COMP    VALUE ZERO.
013800 77  WS-CAT-SUB                  PIC 9(03)   COMP.
013900 77  WS-CAT-HIT                  PIC 9(03)   COMP    VALUE ZERO.
014000 01  WS-CAT-TABLE.
014100     05  WS-CAT-ENTRY            OCCURS 100 TIMES.
014200         10  WS-CT-CAT-CODE      PIC X(04).
014300         10  WS-CT-CLAIM-LIMIT   PIC 9(05)V9(02).
014400         10  WS-CT-CEILING       PIC 9(05)V9(02).
014500         10  WS-CT-ACTIVE-FLAG   PIC X(01).
014600
014700 77  WS-BADGE-MAX                PIC 9(03)   COMP    VALUE 500.
014800 77  WS-BADGE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
014900 77  WS-BADGE-SUB                PIC 9(03)   COMP.
015000 01  WS-BADGE-TABLE.
015100     05  WS-BADGE-ENTRY          OCCURS 500 TIMES.
015200         10  WS-BT-BADGE-ID      PIC X(06).
015300         10  WS-BT-EMP-ID        PIC 9(05).
015400
015500 01  WS-TRANS-REJECT-LINE.
015600     05  WS-TREJ-TRAN-CODE       PIC X(01).
015700     05  FILLER                  PIC X(02)   VALUE SPACES.
015800     05  WS-TREJ-CLAIM-ID        PIC X(08).
015900     05  FILLER                  PIC X(02)   VALUE SPACES.
016000     05  WS-TREJ-EMP-ID          PIC X(05).
016100     05  FILLER                  PIC X(02)   VALUE SPACES.
016200     05  WS-TREJ-USER-ID         PIC X(08).
016300     05  FILLER                  PIC X(02)   VALUE SPACES.
016400     05  WS-TREJ-REASON          PIC X(30).
016500
016600     COPY RUNSTAT.
016700
016800 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
017100     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
017200             UNTIL WS-EOF.
017300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
017400     GO TO 9999-EXIT.
017500
017600******************************************************************
017700*    1000-INITIALIZE - TABLE THE CATEGORIES AND ACTIVE BADGES,
017800*                      OPEN THE MASTERS AND START THE EXPCLMFD
017900*                      FEED ENVELOPE
018000******************************************************************
018100 1000-INITIALIZE.
018200     DISPLAY "EXPCLM - EXPENSE CLAIM INTAKE STARTING".
018300     MOVE "EXPCLM"               TO RSA-PROGRAM-ID.
018400     MOVE 'S'                    TO RSA-FUNCTION.
018500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
018600     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
018700     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
018800     PERFORM 1200-LOAD-BADGE-MASTER THRU 1200-EXIT.
018900     OPEN I-O    EXPENSE-CLAIMS.
019000     OPEN INPUT  EMPLOYEE-MASTER.
019100     OPEN INPUT  EXPENSE-TRANS.
019200     OPEN OUTPUT EXPENSE-TRANS-REJECT.
019300     OPEN OUTPUT EXPENSE-FEED.
019400     MOVE SPACES                 TO FILE-HEADER-RECORD.
019500     MOVE 'HDR'                  TO FH-REC-ID.
019600     MOVE "EXPCLMFD"             TO FH-FILE-ID.
019700     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
019800     MOVE SPACES                 TO EXPENSE-FEED-RECORD.
019900     MOVE FILE-HEADER-RECORD
020000                 TO EXPENSE-FEED-RECORD (1:19).
020100     WRITE EXPENSE-FEED-RECORD.
020200     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500
020600******************************************************************
020700*    1100-LOAD-CATEGORIES - TABLE THE EXPCAT CATEGORY LIMITS AND
020800*                           APPROVAL CEILINGS
020900******************************************************************
021000 1100-LOAD-CATEGORIES.
021100     OPEN INPUT EXPENSE-CATEGORY.
021200     PERFORM 1190-READ-CATEGORY THRU 1190-EXIT.
021300     PERFORM 1150-TABLE-ONE-CATEGORY THRU 1150-EXIT
021400             UNTIL WS-CAT-EOF.
021500     CLOSE EXPENSE-CATEGORY.
021600 1100-EXIT.
021700     EXIT.
021800
021900 1150-TABLE-ONE-CATEGORY.
022000     IF WS-CAT-COUNT LESS THAN WS-CAT-MAX
022100         ADD 1                   TO WS-CAT-COUNT
022200         MOVE EC-CAT-CODE
022300                 TO WS-CT-CAT-CODE (WS-CAT-COUNT)
022400         MOVE EC-CLAIM-LIMIT
022500                 TO WS-CT-CLAIM-LIMIT (WS-CAT-COUNT)
022600         MOVE EC-APPROVAL-CEILING
022700                 TO WS-CT-CEILING (WS-CAT-COUNT)
022800         MOVE EC-ACTIVE-FLAG
022900                 TO WS-CT-ACTIVE-FLAG (WS-CAT-COUNT)
023000     ELSE
023100         DISPLAY "EXPCLM - CATEGORY TABLE FULL, IGNORED: "
023200                 EC-CAT-CODE
023300     END-IF.
023400     PERFORM 1190-READ-CATEGORY THRU 1190-EXIT.
023500 1150-EXIT.
023600     EXIT.
023700
023800 1190-READ-CATEGORY.
023900     READ EXPENSE-CATEGORY
024000         AT END
024100             SET WS-CAT-EOF TO TRUE
024200     END-READ.
024300 1190-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    1200-LOAD-BADGE-MASTER - TABLE THE ACTIVE BADGES; EACH FEED
024800*                             RECORD CARRIES THE EMPLOYEE'S BADGE
024900*                             TO PASS THE ATV2 OWNER CHECK
025000******************************************************************
025100 1200-LOAD-BADGE-MASTER.
025200     OPEN INPUT BADGE-MASTER.
025300     PERFORM 1290-READ-BADGE THRU 1290-EXIT.
025400     PERFORM 1250-TABLE-ONE-BADGE THRU 1250-EXIT
025500             UNTIL WS-BADGE-EOF.
025600     CLOSE BADGE-MASTER.
025700 1200-EXIT.
025800     EXIT.
025900
026000 1250-TABLE-ONE-BADGE.
026100     IF WS-BADGE-COUNT LESS THAN WS-BADGE-MAX
026200      AND NOT BM-REVOKED
026300         ADD 1                   TO WS-BADGE-COUNT
026400         MOVE BM-BADGE-ID
026500                 TO WS-BT-BADGE-ID (WS-BADGE-COUNT)
026600         MOVE BM-EMP-ID
026700                 TO WS-BT-EMP-ID (WS-BADGE-COUNT)
026800     END-IF.
026900     PERFORM 1290-READ-BADGE THRU 1290-EXIT.
027000 1250-EXIT.
027100     EXIT.
027200
027300 1290-READ-BADGE.
027400     READ BADGE-MASTER
027500         AT END
027600             SET WS-BADGE-EOF TO TRUE
027700     END-READ.
027800 1290-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
028300*                             SHARED DATEUTIL FALLBACK
028400******************************************************************
028500 8100-GET-BUSINESS-DATE.
028600     OPEN INPUT BUS-DATE-FILE.
028700     IF WS-BDAT-OK
028800         READ BUS-DATE-FILE
028900             AT END
029000                 CONTINUE
029100             NOT AT END
029200                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
029300                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
029400                 END-IF
029500         END-READ
029600     END-IF.
029700     CLOSE BUS-DATE-FILE.
029800     IF WS-BUSINESS-DATE EQUAL ZERO
029900         MOVE 'C'                TO WS-DU-FUNCTION
030000         CALL "DATEUTIL"         USING WS-DU-FUNCTION
030100                                       WS-BUSINESS-DATE
030200                                       WS-DU-DATE-2
030300                                       WS-DU-DAYS
030400                                       WS-DU-VALID-SW
030500     END-IF.
030600 8100-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN SUBMIT,
031100*                         APPROVE OR REJECT ONE CLAIM
031200******************************************************************
031300 2000-PROCESS-TRANS.
031400     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
031500     IF WS-TRAN-INVALID
031600         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
031700     ELSE
031800         EVALUATE TRUE
031900             WHEN XT-SUBMIT
032000                 PERFORM 2100-SUBMIT-CLAIM  THRU 2100-EXIT
032100             WHEN XT-APPROVE
032200                 PERFORM 2200-APPROVE-CLAIM THRU 2200-EXIT
032300             WHEN XT-REJECT
032400                 PERFORM 2300-REJECT-CLAIM  THRU 2300-EXIT
032500             WHEN OTHER
032600                 MOVE "UNKNOWN TRANSACTION CODE"
032700                                 TO WS-TREJ-REASON
032800                 PERFORM 2900-WRITE-TRANS-REJECT
032900                         THRU 2900-WRJ-EXIT
033000         END-EVALUATE
033100     END-IF.
033200     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
033300 2000-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*    2050-EDIT-TRANSACTION - EVERY TRANSACTION NEEDS A CLAIM
033800*                            NUMBER AND A USER; A SUBMISSION MUST
033900*                            ALSO CARRY AN EMPLOYEE, AN AMOUNT AND
034000*                            A REAL EXPENSE DATE NO LATER THAN
034100*                            TODAY.  A TRANSACTION FAILING HERE IS
034200*                            NOT RECORDED AS A CLAIM
034300******************************************************************
034400 2050-EDIT-TRANSACTION.
034500     SET WS-TRAN-VALID           TO TRUE.
034600     IF XT-CLAIM-ID EQUAL SPACES
034700         SET WS-TRAN-INVALID     TO TRUE
034800         MOVE "CLAIM NUMBER BLANK" TO WS-TREJ-REASON
034900         GO TO 2050-EXIT
035000     END-IF.
035100     IF XT-USER-ID EQUAL SPACES
035200         SET WS-TRAN-INVALID     TO TRUE
035300         MOVE "USER ID BLANK"    TO WS-TREJ-REASON
035400         GO TO 2050-EXIT
035500     END-IF.
035600     IF NOT XT-SUBMIT
035700         GO TO 2050-EXIT
035800     END-IF.
035900     IF XT-EMP-ID NOT NUMERIC
036000      OR XT-EMP-ID EQUAL ZERO
036100         SET WS-TRAN-INVALID     TO TRUE
036200         MOVE "INVALID EMPLOYEE ID" TO WS-TREJ-REASON
036300         GO TO 2050-EXIT
036400     END-IF.
036500     IF XT-AMOUNT NOT NUMERIC
036600      OR XT-AMOUNT EQUAL ZERO
036700         SET WS-TRAN-INVALID     TO TRUE
036800         MOVE "INVALID CLAIM AMOUNT" TO WS-TREJ-REASON
036900         GO TO 2050-EXIT
037000     END-IF.
037100     IF XT-EXPENSE-DATE NOT NUMERIC
037200         SET WS-TRAN-INVALID     TO TRUE
037300         MOVE "INVALID EXPENSE DATE" TO WS-TREJ-REASON
037400         GO TO 2050-EXIT
037500     END-IF.
037600     MOVE 'V'                    TO WS-DU-FUNCTION.
037700     CALL "DATEUTIL"             USING WS-DU-FUNCTION
037800                                       XT-EXPENSE-DATE
037900                                       WS-DU-DATE-2
038000                                       WS-DU-DAYS
038100                                       WS-DU-VALID-SW.
038200     IF NOT WS-DU-VALID
038300         SET WS-TRAN-INVALID     TO TRUE
038400         MOVE "INVALID EXPENSE DATE" TO WS-TREJ-REASON
038500         GO TO 2050-EXIT
038600     END-IF.
038700     IF XT-EXPENSE-DATE GREATER THAN WS-BUSINESS-DATE
038800         SET WS-TRAN-INVALID     TO TRUE
038900         MOVE "EXPENSE DATE IN FUTURE" TO WS-TREJ-REASON
039000     END-IF.
039100 2050-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500*    2100-SUBMIT-CLAIM - RECORD A NEW CLAIM.  ONE FAILING THE
039600*                        EMPLOYEE OR CATEGORY CHECKS IS KEPT AS
039700*                        REJECTED SO THE REGISTER SHOWS IT; ONE
039800*                        ABOVE THE CATEGORY CEILING WAITS FOR
039900*                        APPROVAL; ANY OTHER IS APPROVED AND FED
040000*                        TO PAYROLL TONIGHT
040100******************************************************************
040200 2100-SUBMIT-CLAIM.
040300     MOVE SPACES                 TO EXPENSE-CLAIM-RECORD.
040400     MOVE XT-CLAIM-ID            TO XC-CLAIM-ID.
040500     MOVE XT-EMP-ID              TO XC-EMP-ID.
040600     MOVE XT-CAT-CODE            TO XC-CAT-CODE.
040700     MOVE XT-EXPENSE-DATE        TO XC-EXPENSE-DATE.
040800     MOVE XT-AMOUNT              TO XC-AMOUNT.
040900     MOVE XT-DESCRIPTION         TO XC-DESCRIPTION.
041000     MOVE XT-USER-ID             TO XC-SUBMITTED-BY.
041100     MOVE WS-BUSINESS-DATE       TO XC-SUBMIT-DATE.
041200     MOVE ZERO                   TO XC-APPROVED-DATE
041300                                    XC-PAID-DATE.
041400     PERFORM 2150-CHECK-CLAIM THRU 2150-EXIT.
041500     IF XC-APPROVED
041600         MOVE XT-USER-ID         TO XC-APPROVED-BY
041700         MOVE WS-BUSINESS-DATE   TO XC-APPROVED-DATE
041800     END-IF.
041900     WRITE EXPENSE-CLAIM-RECORD
042000       INVALID KEY
042100         MOVE "DUPLICATE CLAIM NUMBER" TO WS-TREJ-REASON
042200         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
042300         GO TO 2100-EXIT
042400     END-WRITE.
042500     ADD 1                       TO WS-SUBMIT-COUNT.
042600     EVALUATE TRUE
042700         WHEN XC-APPROVED
042800             PERFORM 2500-FEED-CLAIM THRU 2500-EXIT
042900         WHEN XC-SUBMITTED
043000             ADD 1               TO WS-HELD-COUNT
043100         WHEN OTHER
043200             ADD 1               TO WS-DECLINE-COUNT
043300     END-EVALUATE.
043400 2100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    2150-CHECK-CLAIM - SET THE NEW CLAIM'S STATUS FROM EMPMAST
043900*                       AND THE CATEGORY TABLE
044000******************************************************************
044100 2150-CHECK-CLAIM.
044200     SET XC-REJECTED             TO TRUE.
044300     MOVE XT-EMP-ID              TO EMP-ID.
044400     READ EMPLOYEE-MASTER
044500         INVALID KEY
044600             MOVE "EMPLOYEE NOT ON FILE" TO XC-REJECT-REASON
044700             GO TO 2150-EXIT
044800     END-READ.
044900     IF NOT EMP-ACTIVE
045000         MOVE "EMPLOYEE IS TERMINATED" TO XC-REJECT-REASON
045100         GO TO 2150-EXIT
045200     END-IF.
045300     MOVE ZERO                   TO WS-CAT-HIT.
045400     PERFORM 2160-MATCH-CATEGORY THRU 2160-EXIT
045500             VARYING WS-CAT-SUB FROM 1 BY 1
045600             UNTIL WS-CAT-SUB GREATER THAN WS-CAT-COUNT
045700                OR WS-CAT-HIT NOT EQUAL ZERO.
045800     IF WS-CAT-HIT EQUAL ZERO
045900         MOVE "UNKNOWN EXPENSE CATEGORY" TO XC-REJECT-REASON
046000         GO TO 2150-EXIT
046100     END-IF.
046200     IF WS-CT-ACTIVE-FLAG (WS-CAT-HIT) NOT EQUAL 'A'
046300         MOVE "EXPENSE CATEGORY CLOSED" TO XC-REJECT-REASON
046400         GO TO 2150-EXIT
046500     END-IF.
046600     IF XT-AMOUNT GREATER THAN WS-CT-CLAIM-LIMIT (WS-CAT-HIT)
046700         MOVE "OVER CATEGORY CLAIM LIMIT" TO XC-REJECT-REASON
046800         GO TO 2150-EXIT
046900     END-IF.
047000     IF XT-AMOUNT GREATER THAN WS-CT-CEILING (WS-CAT-HIT)
047100         SET XC-SUBMITTED        TO TRUE
047200     ELSE
047300         SET XC-APPROVED         TO TRUE
047400     END-IF.
047500 2150-EXIT.
047600     EXIT.
047700
047800 2160-MATCH-CATEGORY.
047900     IF WS-CT-CAT-CODE (WS-CAT-SUB) EQUAL XT-CAT-CODE
048000         MOVE WS-CAT-SUB         TO WS-CAT-HIT
048100     END-IF.
048200 2160-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    2200-APPROVE-CLAIM - APPROVE A CLAIM AWAITING APPROVAL.  THE
048700*                         APPROVER MUST NOT BE THE USER WHO
048800*                         SUBMITTED IT AND MUST HOLD EXPCLAIM
048900*                         AUTHORITY FOR THE AMOUNT; THE EMPLOYEE
049000*                         MUST STILL BE ACTIVE TO BE PAID
049100******************************************************************
049200 2200-APPROVE-CLAIM.
049300     PERFORM 2250-READ-PENDING-CLAIM THRU 2250-EXIT.
049400     IF WS-TRAN-INVALID
049500         GO TO 2200-EXIT
049600     END-IF.
049700     MOVE XC-EMP-ID              TO EMP-ID.
049800     READ EMPLOYEE-MASTER
049900         INVALID KEY
050000             MOVE "EMPLOYEE NOT ON FILE" TO WS-TREJ-REASON
050100             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
050200             GO TO 2200-EXIT
050300     END-READ.
050400     IF NOT EMP-ACTIVE
050500         MOVE "EMPLOYEE IS TERMINATED" TO WS-TREJ-REASON
050600         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
050700         GO TO 2200-EXIT
050800     END-IF.
050900     SET XC-APPROVED             TO TRUE.
051000     MOVE XT-USER-ID             TO XC-APPROVED-BY.
051100     MOVE WS-BUSINESS-DATE       TO XC-APPROVED-DATE.
051200     REWRITE EXPENSE-CLAIM-RECORD.
051300     PERFORM 2500-FEED-CLAIM THRU 2500-EXIT.
051400 2200-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800*    2250-READ-PENDING-CLAIM - AN APPROVAL OR REJECTION NAMES A
051900*                              CLAIM ON FILE AND AWAITING
052000*                              APPROVAL, FROM A SECOND USER WHOM
052100*                              AUTHCHK AUTHORIZES FOR THE AMOUNT
052200******************************************************************
052300 2250-READ-PENDING-CLAIM.
052400     SET WS-TRAN-VALID           TO TRUE.
052500     MOVE XT-CLAIM-ID            TO XC-CLAIM-ID.
052600     READ EXPENSE-CLAIMS
052700         INVALID KEY
052800             MOVE "CLAIM NOT ON FILE" TO WS-TREJ-REASON
052900             GO TO 2250-REJECT
053000     END-READ.
053100     IF NOT XC-SUBMITTED
053200         MOVE "CLAIM NOT AWAITING APPROVAL" TO WS-TREJ-REASON
053300         GO TO 2250-REJECT
053400     END-IF.
053500     IF XT-USER-ID EQUAL XC-SUBMITTED-BY
053600         MOVE "SUBMITTER CANNOT APPROVE" TO WS-TREJ-REASON
053700         GO TO 2250-REJECT
053800     END-IF.
053900     MOVE XC-AMOUNT              TO WS-AUTH-AMOUNT.
054000     CALL "AUTHCHK"              USING XT-USER-ID
054100                                       WS-AUTH-MASTER-ID
054200                                       WS-AUTH-AMOUNT
054300                                       WS-AUTH-SW.
054400     IF WS-AUTHORIZED
054500         GO TO 2250-EXIT
054600     END-IF.
054700     MOVE "APPROVER NOT AUTHORIZED" TO WS-TREJ-REASON.
054800 2250-REJECT.
054900     SET WS-TRAN-INVALID         TO TRUE.
055000     PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT.
055100 2250-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    2300-REJECT-CLAIM - THE APPROVER TURNS A CLAIM DOWN; THE
055600*                        APPROVED-BY AND DATE FIELDS RECORD WHO
055700*                        DECIDED IT AND WHEN
055800******************************************************************
055900 2300-REJECT-CLAIM.
056000     PERFORM 2250-READ-PENDING-CLAIM THRU 2250-EXIT.
056100     IF WS-TRAN-INVALID
056200         GO TO 2300-EXIT
056300     END-IF.
056400     SET XC-REJECTED             TO TRUE.
056500     MOVE XT-USER-ID             TO XC-APPROVED-BY.
056600     MOVE WS-BUSINESS-DATE       TO XC-APPROVED-DATE.
056700     MOVE XT-REASON              TO XC-REJECT-REASON.
056800     IF XT-REASON EQUAL SPACES
056900         MOVE "DECLINED BY APPROVER" TO XC-REJECT-REASON
057000     END-IF.
057100     REWRITE EXPENSE-CLAIM-RECORD.
057200     ADD 1                       TO WS-DECLINE-COUNT.
057300 2300-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700*    2500-FEED-CLAIM - SEND AN APPROVED CLAIM TO PAYROLL AS
057800*                      SOURCE '10' ADDITIONS UNDER THE EMPLOYEE'S
057900*                      ACTIVE BADGE
058000******************************************************************
058100 2500-FEED-CLAIM.
058200     ADD 1                       TO WS-APPROVE-COUNT.
058300     MOVE SPACES                 TO WS-FEED-BADGE-ID.
058400     PERFORM 2550-MATCH-BADGE THRU 2550-EXIT
058500             VARYING WS-BADGE-SUB FROM 1 BY 1
058600             UNTIL WS-BADGE-SUB GREATER THAN WS-BADGE-COUNT
058700                OR WS-FEED-BADGE-ID NOT EQUAL SPACES.
058800     IF WS-FEED-BADGE-ID EQUAL SPACES
058900         ADD 1                   TO WS-NO-BADGE-COUNT
059000         DISPLAY "EXPCLM - NO ACTIVE BADGE, CLAIM "
059100                 XC-CLAIM-ID " EMPLOYEE " XC-EMP-ID
059200     END-IF.
059300     MOVE XC-AMOUNT              TO WS-REMAINING.
059400     PERFORM 2600-WRITE-FEED-PIECE THRU 2600-EXIT
059500             UNTIL WS-REMAINING EQUAL ZERO.
059600 2500-EXIT.
059700     EXIT.
059800
059900 2550-MATCH-BADGE.
060000     IF WS-BT-EMP-ID (WS-BADGE-SUB) EQUAL XC-EMP-ID
060100         MOVE WS-BT-BADGE-ID (WS-BADGE-SUB) TO WS-FEED-BADGE-ID
060200     END-IF.
060300 2550-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*    2600-WRITE-FEED-PIECE - ONE EXPCLMFD ADDITION OF AT MOST
060800*                            999.99, THE LARGEST AMOUNT AN
060900*                            ADJUSTMENT RECORD CAN CARRY
061000******************************************************************
061100 2600-WRITE-FEED-PIECE.
061200     MOVE 999.99                 TO WS-PIECE.
061300     IF WS-REMAINING LESS THAN WS-PIECE
061400         MOVE WS-REMAINING       TO WS-PIECE
061500     END-IF.
061600     SUBTRACT WS-PIECE           FROM WS-REMAINING.
061700     MOVE SPACES                 TO ADJ-RECORD.
061800     MOVE XC-EMP-ID              TO ADJ-EMP-ID.
061900     SET ADJ-TYPE-ADD            TO TRUE.
062000     MOVE WS-PIECE               TO ADJ-AMOUNT.
062100     MOVE WS-FEED-BADGE-ID       TO ADJ-BADGE-ID.
062200     MOVE SPACES                 TO ADJ-RATE-CODE.
062300     MOVE "10"                   TO ADJ-SOURCE-FEED.
062400     MOVE ZERO                   TO ADJ-ORIG-RUN-DATE.
062500     MOVE SPACES                 TO EXPENSE-FEED-RECORD.
062600     MOVE ADJ-RECORD
062700                 TO EXPENSE-FEED-RECORD (1:30).
062800     WRITE EXPENSE-FEED-RECORD.
062900     ADD 1                       TO WS-DETAIL-COUNT.
063000     ADD WS-PIECE                TO WS-AMOUNT-HASH.
063100 2600-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500*    2900-READ-TRANS - READ THE NEXT EXPENSE CLAIM TRANSACTION
063600******************************************************************
063700 2900-READ-TRANS.
063800     READ EXPENSE-TRANS
063900         AT END
064000             SET WS-EOF TO TRUE
064100         NOT AT END
064200             ADD 1 TO WS-TRAN-COUNT
064300     END-READ.
064400 2900-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
064900******************************************************************
065000 2900-WRITE-TRANS-REJECT.
065100     ADD 1 TO WS-REJECT-COUNT.
065200     MOVE XT-TRAN-CODE           TO WS-TREJ-TRAN-CODE.
065300     MOVE XT-CLAIM-ID            TO WS-TREJ-CLAIM-ID.
065400     MOVE XT-EMP-ID              TO WS-TREJ-EMP-ID.
065500     MOVE XT-USER-ID             TO WS-TREJ-USER-ID.
065600     WRITE EXPENSE-REJ-LINE      FROM WS-TRANS-REJECT-LINE.
065700 2900-WRJ-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    9000-TERMINATE - CLOSE THE FEED ENVELOPE, CLOSE FILES AND
066200*                     REPORT RUN TOTALS
066300******************************************************************
066400 9000-TERMINATE.
066500     MOVE SPACES                 TO FILE-TRAILER-RECORD.
066600     MOVE 'TRL'                  TO FT-REC-ID.
066700     MOVE WS-DETAIL-COUNT        TO FT-REC-COUNT.
066800     MOVE WS-AMOUNT-HASH         TO FT-AMOUNT-HASH.
066900     MOVE FILE-TRAILER-RECORD    TO EXPENSE-FEED-RECORD.
067000     WRITE EXPENSE-FEED-RECORD.
067100     DISPLAY "CLAIMS SUBMITTED      : " WS-SUBMIT-COUNT.
067200     DISPLAY "CLAIMS APPROVED       : " WS-APPROVE-COUNT.
067300     DISPLAY "CLAIMS HELD FOR APPR  : " WS-HELD-COUNT.
067400     DISPLAY "CLAIMS REJECTED       : " WS-DECLINE-COUNT.
067500     DISPLAY "FEED PIECES WRITTEN   : " WS-DETAIL-COUNT.
067600     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
067700     CLOSE EXPENSE-CLAIMS.
067800     CLOSE EMPLOYEE-MASTER.
067900     CLOSE EXPENSE-TRANS.
068000     CLOSE EXPENSE-TRANS-REJECT.
068100     CLOSE EXPENSE-FEED.
068200     IF WS-REJECT-COUNT > ZERO
068300      OR WS-NO-BADGE-COUNT > ZERO
068400         MOVE 4                  TO RETURN-CODE
068500     END-IF.
068600     MOVE 'E'                    TO RSA-FUNCTION.
068700     MOVE WS-TRAN-COUNT          TO RSA-READ-COUNT.
068800     MOVE WS-DETAIL-COUNT        TO RSA-WRITTEN-COUNT.
068900     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
069000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
069100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
069200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
069300 9000-EXIT.
069400     EXIT.
069500
069600 9999-EXIT.
069700     STOP RUN.
