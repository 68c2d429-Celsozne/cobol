000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PARMMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - MAINTENANCE RUN FOR THE
001200*                     PARMMAST CONTROLLED PARAMETER MASTER THAT
001300*                     THE SHARED PARMGET ROUTINE READS, UNDER
001400*                     MAKER-CHECKER APPROVAL IN THE EXPCLM
001500*                     PATTERN.  A 'P' PROPOSES A PARAMETER VALUE
001600*                     FROM AN EFFECTIVE DATE (TODAY OR LATER); THE
001700*                     PROPOSAL WAITS ON THE PARMPEND GENERATION
001800*                     UNTIL AN 'A' FROM A SECOND USER APPLIES
001900*                     IT TO THE MASTER, OR AN 'R' TURNS IT DOWN.
002000*                     BOTH USERS MUST HOLD PARMMAST AUTHORITY ON
002100*                     USERAUTH.  A PROPOSAL STILL UNAPPROVED WHEN
002200*                     ITS EFFECTIVE DATE HAS PASSED LAPSES.  EVERY
002300*                     PROPOSAL, APPROVAL, REJECTION AND LAPSE IS
002400*                     JOURNALED WITH THE VALUE IN FORCE BEFORE AND
002500*                     AFTER TO PARMAUD; MASTER UPDATES ALSO GO
002600*                     THROUGH UPDJRNL.  REJECTS GO TO PARMREJ.
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
003700     SELECT PARM-MASTER      ASSIGN TO "PARMMAST"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS DYNAMIC
004000                             RECORD KEY IS PM-KEY
004100                             FILE STATUS IS WS-MASTER-STATUS.
004200     SELECT PARM-TRANS       ASSIGN TO "PARMTRAN"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL PARM-PENDING-IN ASSIGN TO "PARMPEND"
004500                             ORGANIZATION IS LINE SEQUENTIAL
004600                             FILE STATUS IS WS-PEND-STATUS.
004700     SELECT PARM-PENDING-OUT ASSIGN TO "PARMPNEW"
004800                             ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT PARM-TRANS-REJECT ASSIGN TO "PARMREJ"
005000                             ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT PARM-AUDIT       ASSIGN TO "PARMAUD"
005200                             ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PARM-MASTER.
005700     COPY PARMMAST.
005800
005900 FD  PARM-TRANS
006000     RECORDING MODE IS F.
006100     COPY PARMTRAN.
006200
006300 FD  PARM-PENDING-IN
006400     RECORDING MODE IS F.
006500 01  PARM-PEND-IN-RECORD         PIC X(100).
006600
006700 FD  PARM-PENDING-OUT
006800     RECORDING MODE IS F.
006900 01  PARM-PEND-OUT-RECORD        PIC X(100).
007000
007100 FD  PARM-TRANS-REJECT
007200     RECORDING MODE IS F.
007300 01  PARM-REJ-LINE               PIC X(100).
007400
007500 FD  PARM-AUDIT
007600     RECORDING MODE IS F.
007700 01  PARM-AUDIT-LINE             PIC X(160).
007800
007900 FD  BUS-DATE-FILE
008000     RECORDING MODE IS F.
008100     COPY BUSDATE.
008200
008300 WORKING-STORAGE SECTION.
008400 01  WS-BDAT-STATUS              PIC X(02).
008500     88  WS-BDAT-OK                      VALUE "00".
008600 01  WS-DU-FUNCTION              PIC X(01).
008700 01  WS-DU-DATE-1                PIC 9(08).
008800 01  WS-DU-DATE-2                PIC 9(08).
008900 01  WS-DU-DAYS                  PIC S9(05).
009000 01  WS-DU-VALID-SW              PIC X(01).
009100     88  WS-DU-VALID                     VALUE 'Y'.
009200 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
009300 01  WS-MASTER-STATUS            PIC X(02).
009400     88  WS-MASTER-OK                    VALUE "00".
009500 01  WS-PEND-STATUS              PIC X(02).
009600     88  WS-PEND-OK                      VALUE "00".
009700
009800 01  WS-SWITCHES.
009900     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010000         88  WS-EOF                          VALUE 'Y'.
010100     05  WS-PEND-EOF-SW          PIC X(01)   VALUE 'N'.
010200         88  WS-PEND-EOF                     VALUE 'Y'.
010300     05  WS-ROW-END-SW           PIC X(01)   VALUE 'N'.
010400         88  WS-ROW-END                      VALUE 'Y'.
010500     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
010600         88  WS-TRAN-VALID                   VALUE 'Y'.
010700         88  WS-TRAN-INVALID                 VALUE 'N'.
010800
010900 77  WS-PROPOSE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
011000 77  WS-APPROVE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
011100 77  WS-DECLINE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
011200 77  WS-LAPSE-COUNT              PIC 9(05)   COMP    VALUE ZERO.
011300 77  WS-CARRY-COUNT              PIC 9(05)   COMP    VALUE ZERO.
011400 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011500 77  WS-PD-SUB                   PIC 9(03)   COMP.
011600 77  WS-PD-HIT                   PIC 9(03)   COMP    VALUE ZERO.
011700 77  WS-PD-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
011800
011900******************************************************************
012000*    PROPOSALS AWAITING APPROVAL - LAST NIGHT'S PARMPEND
012100*    GENERATION PLUS TONIGHT'S NEW ONES; WHAT IS NEITHER APPROVED,
012200*    REJECTED NOR LAPSED GOES OUT ON THE NEXT GENERATION
012300******************************************************************
012400 01  WS-PEND-TABLE.
012500     05  WS-PD-ENTRY             OCCURS 500 TIMES.
012600         10  WS-PD-KEY           PIC X(24).
012700         10  WS-PD-VALUE         PIC X(40).
012800         10  WS-PD-PROPOSED-BY   PIC X(08).
012900         10  WS-PD-PROPOSED-DATE PIC 9(08).
013000         10  WS-PD-DONE-SW       PIC X(01).
013100             88  WS-PD-DONE              VALUE 'Y'.
013200
013300 01  WS-TRAN-KEY.
013400     05  WS-TK-PARM-ID           PIC X(08).
013500     05  WS-TK-PARM-QUAL         PIC X(08).
013600     05  WS-TK-EFF-DATE          PIC 9(08).
013700
013800 01  WS-BEFORE-VALUE             PIC X(40).
013900 01  WS-BEFORE-EFF-DATE          PIC 9(08).
014000
014100 01  WS-TRANS-REJECT-LINE.
014200     05  WS-TREJ-TRAN-CODE       PIC X(01).
014300     05  FILLER                  PIC X(02)   VALUE SPACES.
014400     05  WS-TREJ-PARM-ID         PIC X(08).
014500     05  FILLER                  PIC X(01)   VALUE SPACES.
014600     05  WS-TREJ-PARM-QUAL       PIC X(08).
014700     05  FILLER                  PIC X(01)   VALUE SPACES.
014800     05  WS-TREJ-EFF-DATE        PIC X(08).
014900     05  FILLER                  PIC X(02)   VALUE SPACES.
015000     05  WS-TREJ-USER-ID         PIC X(08).
015100     05  FILLER                  PIC X(02)   VALUE SPACES.
015200     05  WS-TREJ-REASON          PIC X(36).
015300
015400 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "PARMMAST".
015500 01  WS-JRN-ACTION               PIC X(01).
015600 01  WS-JRN-BEFORE               PIC X(80).
015700 01  WS-JRN-AFTER                PIC X(80).
015800 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "PARMMAST".
015900 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
016000 01  WS-AUTH-SW                  PIC X(01).
016100     88  WS-AUTHORIZED                   VALUE 'Y'.
016200
016300     COPY PARMAUD.
016400
016500     COPY RUNSTAT.
016600
016700 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
017000     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
017100             UNTIL WS-EOF.
017200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
017300     GO TO 9999-EXIT.
017400
017500******************************************************************
017600*    1000-INITIALIZE - OPEN THE MASTER I-O, TABLE LAST NIGHT'S
017700*                      PROPOSALS AND OPEN THE TRANSACTION FILES
017800******************************************************************
017900 1000-INITIALIZE.
018000     DISPLAY "PARMMNT - PARAMETER MASTER MAINTENANCE STARTING".
018100     MOVE "PARMMNT"              TO RSA-PROGRAM-ID.
018200     MOVE 'S'                    TO RSA-FUNCTION.
018300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
018400     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
018500     MOVE WS-BUSINESS-DATE       TO PA-AUDIT-DATE.
018600     OPEN I-O    PARM-MASTER.
018700     OPEN INPUT  PARM-TRANS.
018800     OPEN OUTPUT PARM-PENDING-OUT.
018900     OPEN OUTPUT PARM-TRANS-REJECT.
019000     OPEN OUTPUT PARM-AUDIT.
019100     PERFORM 1100-LOAD-PENDING   THRU 1100-EXIT.
019200     PERFORM 2900-READ-TRANS     THRU 2900-EXIT.
019300 1000-EXIT.
019400     EXIT.
019500
019600******************************************************************
019700*    1100-LOAD-PENDING - TABLE THE PRIOR GENERATION'S PROPOSALS.
019800*                        ANY BEYOND THE TABLE ARE CARRIED STRAIGHT
019900*                        TO THE NEXT GENERATION UNEXAMINED
020000******************************************************************
020100 1100-LOAD-PENDING.
020200     OPEN INPUT PARM-PENDING-IN.
020300     IF NOT WS-PEND-OK
020400         SET WS-PEND-EOF         TO TRUE
020500     END-IF.
020600     PERFORM 1150-LOAD-ONE-PENDING THRU 1150-EXIT
020700             UNTIL WS-PEND-EOF.
020800     IF WS-PEND-OK
020900         CLOSE PARM-PENDING-IN
021000     END-IF.
021100 1100-EXIT.
021200     EXIT.
021300
021400 1150-LOAD-ONE-PENDING.
021500     READ PARM-PENDING-IN
021600         AT END
021700             SET WS-PEND-EOF     TO TRUE
021800             GO TO 1150-EXIT
021900     END-READ.
022000     IF WS-PD-COUNT NOT LESS THAN 500
022100         DISPLAY "PARMPEND TABLE FULL - PROPOSAL CARRIED "
022200                 "UNEXAMINED"
022300         WRITE PARM-PEND-OUT-RECORD FROM PARM-PEND-IN-RECORD
022400         ADD 1                   TO WS-CARRY-COUNT
022500         MOVE 4                  TO RETURN-CODE
022600         GO TO 1150-EXIT
022700     END-IF.
022800     MOVE PARM-PEND-IN-RECORD    TO PARM-MASTER-RECORD.
022900     ADD 1                       TO WS-PD-COUNT.
023000     MOVE PM-KEY                 TO WS-PD-KEY (WS-PD-COUNT).
023100     MOVE PM-VALUE               TO WS-PD-VALUE (WS-PD-COUNT).
023200     MOVE PM-PROPOSED-BY
023300                          TO WS-PD-PROPOSED-BY (WS-PD-COUNT).
023400     MOVE PM-PROPOSED-DATE
023500                          TO WS-PD-PROPOSED-DATE (WS-PD-COUNT).
023600     MOVE 'N'                    TO WS-PD-DONE-SW (WS-PD-COUNT).
023700 1150-EXIT.
023800     EXIT.
023900
024000******************************************************************
024100*    2000-PROCESS-TRANS - EDIT THE TRANSACTION, THEN PROPOSE,
024200*                         APPROVE OR REJECT ONE PARAMETER CHANGE
024300******************************************************************
024400 2000-PROCESS-TRANS.
024500     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
024600     IF WS-TRAN-INVALID
024700         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
024800     ELSE
024900         EVALUATE TRUE
025000             WHEN PT-PROPOSE
025100                 PERFORM 2100-PROPOSE-CHANGE THRU 2100-EXIT
025200             WHEN PT-APPROVE
025300                 PERFORM 2200-APPROVE-CHANGE THRU 2200-EXIT
025400             WHEN PT-REJECT
025500                 PERFORM 2300-REJECT-CHANGE  THRU 2300-EXIT
025600         END-EVALUATE
025700     END-IF.
025800     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*    2050-EDIT-TRANSACTION - TRANSACTION CODE, KEY, USER, AND FOR
026400*                            A PROPOSAL THE VALUE AND A DATE NOT
026500*                            ALREADY PAST
026600******************************************************************
026700 2050-EDIT-TRANSACTION.
026800     SET WS-TRAN-VALID           TO TRUE.
026900     IF NOT PT-PROPOSE AND NOT PT-APPROVE AND NOT PT-REJECT
027000         SET WS-TRAN-INVALID     TO TRUE
027100         MOVE "UNKNOWN TRANSACTION CODE" TO WS-TREJ-REASON
027200         GO TO 2050-EXIT
027300     END-IF.
027400     IF PT-PARM-ID EQUAL SPACES
027500         SET WS-TRAN-INVALID     TO TRUE
027600         MOVE "PARAMETER ID MISSING" TO WS-TREJ-REASON
027700         GO TO 2050-EXIT
027800     END-IF.
027900     IF PT-USER-ID EQUAL SPACES
028000         SET WS-TRAN-INVALID     TO TRUE
028100         MOVE "USER ID MISSING"  TO WS-TREJ-REASON
028200         GO TO 2050-EXIT
028300     END-IF.
028400     MOVE 'N'                    TO WS-DU-VALID-SW.
028500     IF PT-EFF-DATE NUMERIC AND PT-EFF-DATE GREATER THAN ZERO
028600         MOVE PT-EFF-DATE        TO WS-DU-DATE-1
028700         MOVE 'V'                TO WS-DU-FUNCTION
028800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
028900                                       WS-DU-DATE-1
029000                                       WS-DU-DATE-2
029100                                       WS-DU-DAYS
029200                                       WS-DU-VALID-SW
029300     END-IF.
029400     IF NOT WS-DU-VALID
029500         SET WS-TRAN-INVALID     TO TRUE
029600         MOVE "INVALID EFFECTIVE DATE" TO WS-TREJ-REASON
029700         GO TO 2050-EXIT
029800     END-IF.
029900     MOVE PT-PARM-ID             TO WS-TK-PARM-ID.
030000     MOVE PT-PARM-QUAL           TO WS-TK-PARM-QUAL.
030100     MOVE PT-EFF-DATE            TO WS-TK-EFF-DATE.
030200     IF NOT PT-PROPOSE
030300         GO TO 2050-EXIT
030400     END-IF.
030500     IF PT-VALUE EQUAL SPACES
030600         SET WS-TRAN-INVALID     TO TRUE
030700         MOVE "PARAMETER VALUE MISSING" TO WS-TREJ-REASON
030800         GO TO 2050-EXIT
030900     END-IF.
031000     IF PT-EFF-DATE LESS THAN WS-BUSINESS-DATE
031100         SET WS-TRAN-INVALID     TO TRUE
031200         MOVE "EFFECTIVE DATE ALREADY PAST" TO WS-TREJ-REASON
031300         GO TO 2050-EXIT
031400     END-IF.
031500     CALL "AUTHCHK"              USING PT-USER-ID
031600                                       WS-AUTH-MASTER-ID
031700                                       WS-AUTH-AMOUNT
031800                                       WS-AUTH-SW.
031900     IF NOT WS-AUTHORIZED
032000         SET WS-TRAN-INVALID     TO TRUE
032100         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
032200     END-IF.
032300 2050-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700*    2100-PROPOSE-CHANGE - TABLE A NEW PROPOSAL.  ONE KEY MAY HAVE
032800*                          ONLY ONE PROPOSAL WAITING, AND A VALUE
032900*                          ALREADY IN FORCE IS NOT A CHANGE
033000******************************************************************
033100 2100-PROPOSE-CHANGE.
033200     PERFORM 2500-FIND-PENDING   THRU 2500-EXIT.
033300     IF WS-PD-HIT GREATER THAN ZERO
033400         MOVE "CHANGE ALREADY PENDING" TO WS-TREJ-REASON
033500         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
033600         GO TO 2100-EXIT
033700     END-IF.
033800     IF WS-PD-COUNT NOT LESS THAN 500
033900         MOVE "PENDING TABLE FULL" TO WS-TREJ-REASON
034000         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
034100         GO TO 2100-EXIT
034200     END-IF.
034300     PERFORM 2400-FIND-VALUE-IN-FORCE THRU 2400-EXIT.
034400     IF PT-VALUE EQUAL WS-BEFORE-VALUE
034500         MOVE "VALUE ALREADY IN FORCE" TO WS-TREJ-REASON
034600         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
034700         GO TO 2100-EXIT
034800     END-IF.
034900     ADD 1                       TO WS-PD-COUNT.
035000     MOVE WS-TRAN-KEY            TO WS-PD-KEY (WS-PD-COUNT).
035100     MOVE PT-VALUE               TO WS-PD-VALUE (WS-PD-COUNT).
035200     MOVE PT-USER-ID
035300                          TO WS-PD-PROPOSED-BY (WS-PD-COUNT).
035400     MOVE WS-BUSINESS-DATE
035500                          TO WS-PD-PROPOSED-DATE (WS-PD-COUNT).
035600     MOVE 'N'                    TO WS-PD-DONE-SW (WS-PD-COUNT).
035700     ADD 1                       TO WS-PROPOSE-COUNT.
035800     MOVE WS-PD-COUNT            TO WS-PD-HIT.
035900     MOVE SPACES                 TO PA-APPROVED-BY
036000                                    PA-REASON.
036100     MOVE WS-PD-VALUE (WS-PD-HIT) TO PA-AFTER-VALUE.
036200     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
036300 2100-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    2200-APPROVE-CHANGE - APPLY A WAITING PROPOSAL TO THE MASTER.
036800*                          A ROW ALREADY ON FILE FOR THE SAME DATE
036900*                          IS CORRECTED IN PLACE; OTHERWISE A NEW
037000*                          ROW IS ADDED
037100******************************************************************
037200 2200-APPROVE-CHANGE.
037300     PERFORM 2250-CHECK-APPROVER THRU 2250-EXIT.
037400     IF WS-TRAN-INVALID
037500         GO TO 2200-EXIT
037600     END-IF.
037700     IF PT-EFF-DATE LESS THAN WS-BUSINESS-DATE
037800         MOVE "EFFECTIVE DATE ALREADY PAST" TO WS-TREJ-REASON
037900         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
038000         GO TO 2200-EXIT
038100     END-IF.
038200     PERFORM 2400-FIND-VALUE-IN-FORCE THRU 2400-EXIT.
038300     MOVE WS-TRAN-KEY            TO PM-KEY.
038400     READ PARM-MASTER
038500         INVALID KEY
038600             MOVE SPACES         TO WS-JRN-BEFORE
038700             MOVE 'W'            TO WS-JRN-ACTION
038800         NOT INVALID KEY
038900             MOVE PARM-MASTER-RECORD TO WS-JRN-BEFORE
039000             MOVE 'R'            TO WS-JRN-ACTION
039100     END-READ.
039200     MOVE SPACES                 TO PARM-MASTER-RECORD.
039300     MOVE WS-TRAN-KEY            TO PM-KEY.
039400     SET PM-ACTIVE               TO TRUE.
039500     MOVE WS-PD-VALUE (WS-PD-HIT) TO PM-VALUE.
039600     MOVE WS-PD-PROPOSED-BY (WS-PD-HIT) TO PM-PROPOSED-BY.
039700     MOVE WS-PD-PROPOSED-DATE (WS-PD-HIT) TO PM-PROPOSED-DATE.
039800     MOVE PT-USER-ID             TO PM-APPROVED-BY.
039900     MOVE WS-BUSINESS-DATE       TO PM-APPROVED-DATE.
040000     IF WS-JRN-ACTION EQUAL 'W'
040100         WRITE PARM-MASTER-RECORD
040200     ELSE
040300         REWRITE PARM-MASTER-RECORD
040400     END-IF.
040500     IF NOT WS-MASTER-OK
040600         MOVE "MASTER UPDATE FAILED" TO WS-TREJ-REASON
040700         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
040800         GO TO 2200-EXIT
040900     END-IF.
041000     SET WS-PD-DONE (WS-PD-HIT)  TO TRUE.
041100     ADD 1                       TO WS-APPROVE-COUNT.
041200     MOVE PARM-MASTER-RECORD     TO WS-JRN-AFTER.
041300     CALL "UPDJRNL"              USING WS-JRN-FILE-ID
041400                                       WS-JRN-ACTION
041500                                       WS-BUSINESS-DATE
041600                                       WS-JRN-BEFORE
041700                                       WS-JRN-AFTER.
041800     MOVE PT-USER-ID             TO PA-APPROVED-BY.
041900     MOVE SPACES                 TO PA-REASON.
042000     MOVE PM-VALUE               TO PA-AFTER-VALUE.
042100     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
042200 2200-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    2250-CHECK-APPROVER - AN APPROVAL OR REJECTION NAMES A
042700*                          PROPOSAL STILL WAITING, AND COMES
042800*                          FROM A SECOND USER WHOM AUTHCHK
042900*                          AUTHORIZES FOR PARMMAST
043000******************************************************************
043100 2250-CHECK-APPROVER.
043200     PERFORM 2500-FIND-PENDING   THRU 2500-EXIT.
043300     IF WS-PD-HIT EQUAL ZERO
043400         SET WS-TRAN-INVALID     TO TRUE
043500         MOVE "NO CHANGE PENDING FOR KEY" TO WS-TREJ-REASON
043600         GO TO 2250-REJECT
043700     END-IF.
043800     IF PT-USER-ID EQUAL WS-PD-PROPOSED-BY (WS-PD-HIT)
043900         SET WS-TRAN-INVALID     TO TRUE
044000         MOVE "PROPOSER CANNOT APPROVE" TO WS-TREJ-REASON
044100         GO TO 2250-REJECT
044200     END-IF.
044300     CALL "AUTHCHK"              USING PT-USER-ID
044400                                       WS-AUTH-MASTER-ID
044500                                       WS-AUTH-AMOUNT
044600                                       WS-AUTH-SW.
044700     IF WS-AUTHORIZED
044800         GO TO 2250-EXIT
044900     END-IF.
045000     SET WS-TRAN-INVALID         TO TRUE.
045100     MOVE "APPROVER NOT AUTHORIZED" TO WS-TREJ-REASON.
045200 2250-REJECT.
045300     PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT.
045400 2250-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800*    2300-REJECT-CHANGE - THE APPROVER TURNS A PROPOSAL DOWN; IT
045900*                         LEAVES THE PENDING FILE AND THE MASTER
046000*                         IS UNTOUCHED
046100******************************************************************
046200 2300-REJECT-CHANGE.
046300     PERFORM 2250-CHECK-APPROVER THRU 2250-EXIT.
046400     IF WS-TRAN-INVALID
046500         GO TO 2300-EXIT
046600     END-IF.
046700     PERFORM 2400-FIND-VALUE-IN-FORCE THRU 2400-EXIT.
046800     SET WS-PD-DONE (WS-PD-HIT)  TO TRUE.
046900     ADD 1                       TO WS-DECLINE-COUNT.
047000     MOVE PT-USER-ID             TO PA-APPROVED-BY.
047100     MOVE PT-REASON              TO PA-REASON.
047200     IF PT-REASON EQUAL SPACES
047300         MOVE "DECLINED BY APPROVER" TO PA-REASON
047400     END-IF.
047500     MOVE WS-PD-VALUE (WS-PD-HIT) TO PA-AFTER-VALUE.
047600     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
047700 2300-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100*    2400-FIND-VALUE-IN-FORCE - THE VALUE THE MASTER HOLDS FOR
048200*                               THE KEY'S PARAMETER AS OF ITS
048300*                               EFFECTIVE DATE (SPACES FOR NONE) -
048400*                               THE BEFORE VALUE FOR THE JOURNAL
048500******************************************************************
048600 2400-FIND-VALUE-IN-FORCE.
048700     MOVE SPACES                 TO WS-BEFORE-VALUE.
048800     MOVE ZERO                   TO WS-BEFORE-EFF-DATE.
048900     MOVE WS-TK-PARM-ID          TO PM-PARM-ID.
049000     MOVE WS-TK-PARM-QUAL        TO PM-PARM-QUAL.
049100     MOVE ZERO                   TO PM-EFF-DATE.
049200     START PARM-MASTER KEY IS NOT LESS THAN PM-KEY
049300         INVALID KEY
049400             GO TO 2400-EXIT
049500     END-START.
049600     MOVE 'N'                    TO WS-ROW-END-SW.
049700     PERFORM 2450-READ-NEXT-ROW  THRU 2450-EXIT
049800             UNTIL WS-ROW-END.
049900 2400-EXIT.
050000     EXIT.
050100
050200 2450-READ-NEXT-ROW.
050300     READ PARM-MASTER NEXT RECORD
050400         AT END
050500             SET WS-ROW-END      TO TRUE
050600             GO TO 2450-EXIT
050700     END-READ.
050800     IF PM-PARM-ID NOT EQUAL WS-TK-PARM-ID
050900      OR PM-PARM-QUAL NOT EQUAL WS-TK-PARM-QUAL
051000      OR PM-EFF-DATE GREATER THAN WS-TK-EFF-DATE
051100         SET WS-ROW-END          TO TRUE
051200         GO TO 2450-EXIT
051300     END-IF.
051400     IF PM-ACTIVE
051500         MOVE PM-VALUE           TO WS-BEFORE-VALUE
051600         MOVE PM-EFF-DATE        TO WS-BEFORE-EFF-DATE
051700     END-IF.
051800 2450-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    2500-FIND-PENDING - THE WAITING PROPOSAL FOR THE KEY, IF ANY
052300******************************************************************
052400 2500-FIND-PENDING.
052500     MOVE ZERO                   TO WS-PD-HIT.
052600     PERFORM 2550-CHECK-ONE-PENDING THRU 2550-EXIT
052700             VARYING WS-PD-SUB FROM 1 BY 1
052800             UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT
052900                OR WS-PD-HIT GREATER THAN ZERO.
053000 2500-EXIT.
053100     EXIT.
053200
053300 2550-CHECK-ONE-PENDING.
053400     IF WS-PD-KEY (WS-PD-SUB) EQUAL WS-TRAN-KEY
053500      AND NOT WS-PD-DONE (WS-PD-SUB)
053600         MOVE WS-PD-SUB          TO WS-PD-HIT
053700     END-IF.
053800 2550-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    2600-WRITE-AUDIT-RECORD - JOURNAL THE VALUE BEFORE AND AFTER;
054300*                              THE CALLER HAS SET THE AFTER VALUE,
054400*                              APPROVER AND REASON
054500******************************************************************
054600 2600-WRITE-AUDIT-RECORD.
054700     MOVE WS-TK-PARM-ID          TO PA-PARM-ID.
054800     MOVE WS-TK-PARM-QUAL        TO PA-PARM-QUAL.
054900     MOVE WS-TK-EFF-DATE         TO PA-EFF-DATE.
055000     MOVE PT-TRAN-CODE           TO PA-TRAN-CODE.
055100     MOVE WS-BEFORE-VALUE        TO PA-BEFORE-VALUE.
055200     MOVE WS-PD-PROPOSED-BY (WS-PD-HIT) TO PA-PROPOSED-BY.
055300     WRITE PARM-AUDIT-LINE       FROM PARM-AUDIT-RECORD.
055400 2600-EXIT.
055500     EXIT.
055600
055700 2900-READ-TRANS.
055800     READ PARM-TRANS
055900         AT END
056000             SET WS-EOF TO TRUE
056100     END-READ.
056200 2900-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600*    2900-WRITE-TRANS-REJECT - LOG A TRANSACTION THAT FAILED
056700******************************************************************
056800 2900-WRITE-TRANS-REJECT.
056900     ADD 1 TO WS-REJECT-COUNT.
057000     MOVE PT-TRAN-CODE           TO WS-TREJ-TRAN-CODE.
057100     MOVE PT-PARM-ID             TO WS-TREJ-PARM-ID.
057200     MOVE PT-PARM-QUAL           TO WS-TREJ-PARM-QUAL.
057300     MOVE PT-EFF-DATE            TO WS-TREJ-EFF-DATE.
057400     MOVE PT-USER-ID             TO WS-TREJ-USER-ID.
057500     WRITE PARM-REJ-LINE         FROM WS-TRANS-REJECT-LINE.
057600 2900-WRJ-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000*    8000-WRITE-PENDING - CARRY EACH PROPOSAL STILL WAITING TO
058100*                         THE NEXT GENERATION; ONE WHOSE EFFECTIVE
058200*                         DATE HAS PASSED UNAPPROVED LAPSES
058300******************************************************************
058400 8000-WRITE-PENDING.
058500     PERFORM 8050-WRITE-ONE-PENDING THRU 8050-EXIT
058600             VARYING WS-PD-SUB FROM 1 BY 1
058700             UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT.
058800 8000-EXIT.
058900     EXIT.
059000
059100 8050-WRITE-ONE-PENDING.
059200     IF WS-PD-DONE (WS-PD-SUB)
059300         GO TO 8050-EXIT
059400     END-IF.
059500     MOVE WS-PD-KEY (WS-PD-SUB)  TO WS-TRAN-KEY.
059600     IF WS-TK-EFF-DATE LESS THAN WS-BUSINESS-DATE
059700         MOVE WS-PD-SUB          TO WS-PD-HIT
059800         PERFORM 2400-FIND-VALUE-IN-FORCE THRU 2400-EXIT
059900         MOVE 'X'                TO PT-TRAN-CODE
060000         MOVE SPACES             TO PA-APPROVED-BY
060100         MOVE "LAPSED UNAPPROVED" TO PA-REASON
060200         MOVE WS-PD-VALUE (WS-PD-SUB) TO PA-AFTER-VALUE
060300         PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
060400         ADD 1                   TO WS-LAPSE-COUNT
060500         GO TO 8050-EXIT
060600     END-IF.
060700     MOVE SPACES                 TO PARM-MASTER-RECORD.
060800     MOVE WS-PD-KEY (WS-PD-SUB)  TO PM-KEY.
060900     SET PM-PENDING              TO TRUE.
061000     MOVE WS-PD-VALUE (WS-PD-SUB) TO PM-VALUE.
061100     MOVE WS-PD-PROPOSED-BY (WS-PD-SUB) TO PM-PROPOSED-BY.
061200     MOVE WS-PD-PROPOSED-DATE (WS-PD-SUB) TO PM-PROPOSED-DATE.
061300     MOVE ZERO                   TO PM-APPROVED-DATE.
061400     WRITE PARM-PEND-OUT-RECORD  FROM PARM-MASTER-RECORD.
061500     ADD 1                       TO WS-CARRY-COUNT.
061600 8050-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
062100*                             FROM THE CALCHK BUSDATE CARD; FALL
062200*                             BACK TO THE MACHINE DATE WHEN THE
062300*                             CARD IS ABSENT
062400******************************************************************
062500 8100-GET-BUSINESS-DATE.
062600     OPEN INPUT BUS-DATE-FILE.
062700     IF WS-BDAT-OK
062800         READ BUS-DATE-FILE
062900             AT END
063000                 CONTINUE
063100             NOT AT END
063200                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
063300                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
063400                 END-IF
063500         END-READ
063600     END-IF.
063700     CLOSE BUS-DATE-FILE.
063800     IF WS-BUSINESS-DATE EQUAL ZERO
063900         MOVE 'C'                TO WS-DU-FUNCTION
064000         CALL "DATEUTIL"         USING WS-DU-FUNCTION
064100                                       WS-BUSINESS-DATE
064200                                       WS-DU-DATE-2
064300                                       WS-DU-DAYS
064400                                       WS-DU-VALID-SW
064500     END-IF.
064600 8100-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000*    9000-TERMINATE - WRITE THE NEXT PENDING GENERATION, CLOSE
065100*                     FILES AND REPORT RUN TOTALS
065200******************************************************************
065300 9000-TERMINATE.
065400     PERFORM 8000-WRITE-PENDING  THRU 8000-EXIT.
065500     DISPLAY "CHANGES PROPOSED      : " WS-PROPOSE-COUNT.
065600     DISPLAY "CHANGES APPROVED      : " WS-APPROVE-COUNT.
065700     DISPLAY "CHANGES DECLINED      : " WS-DECLINE-COUNT.
065800     DISPLAY "PROPOSALS LAPSED      : " WS-LAPSE-COUNT.
065900     DISPLAY "PROPOSALS STILL WAITING: " WS-CARRY-COUNT.
066000     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
066100     CLOSE PARM-MASTER.
066200     CLOSE PARM-TRANS.
066300     CLOSE PARM-PENDING-OUT.
066400     CLOSE PARM-TRANS-REJECT.
066500     CLOSE PARM-AUDIT.
066600     IF WS-REJECT-COUNT > ZERO OR WS-LAPSE-COUNT > ZERO
066700         MOVE 4              TO RETURN-CODE
066800     END-IF.
066900     MOVE 'E'                    TO RSA-FUNCTION.
067000     COMPUTE RSA-WRITTEN-COUNT = WS-PROPOSE-COUNT
067100                               + WS-APPROVE-COUNT
067200                               + WS-DECLINE-COUNT.
067300     COMPUTE RSA-READ-COUNT = RSA-WRITTEN-COUNT + WS-REJECT-COUNT.
067400     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
067500     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
067600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
067700     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
067800 9000-EXIT.
067900     EXIT.
068000
068100 9999-EXIT.
068200     STOP RUN.
