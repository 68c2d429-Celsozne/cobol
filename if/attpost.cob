000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 ATTPOST.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ATTENDANCE POSTING.  EACH
001200*                     ATTTRAN DAILY OR WEEKLY ATTENDANCE RECORD IS
001300*                     EDITED (STUDENT ON STUMAST, SUBJECT ACTIVE
001400*                     ON SUBJREF, PERIOD DATE VALID AND NOT IN
001500*                     THE FUTURE, CLASSES ATTENDED NO MORE THAN
001600*                     CLASSES HELD) AND ADDED TO THE STUDENT'S
001700*                     ATTMAST ENTRY FOR THE TERMPARM TERM, WHOSE
001800*                     ATTENDANCE PERCENTAGE IS RECOMPUTED.  A
001900*                     PERIOD NO LATER THAN THE LAST ONE POSTED IS
002000*                     REFUSED SO A RE-SENT REGISTER CANNOT COUNT
002100*                     TWICE.  EVERY POSTING IS LISTED ON THE
002200*                     ATTREG REGISTER; REJECTS GO TO ATTREJ AND
002300*                     END THE STEP RC 4.
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
003400     SELECT OPTIONAL TERM-PARM ASSIGN TO "TERMPARM"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-TERM-STATUS.
003700     SELECT ATTEND-TRANS     ASSIGN TO "ATTTRAN"
003800                             ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
004000                             ORGANIZATION IS INDEXED
004100                             ACCESS MODE IS RANDOM
004200                             RECORD KEY IS SM-STUDENT-ID
004300                             FILE STATUS IS WS-STU-STATUS.
004400     SELECT SUBJECT-REF      ASSIGN TO "SUBJREF"
004500                             ORGANIZATION IS INDEXED
004600                             ACCESS MODE IS RANDOM
004700                             RECORD KEY IS SB-SUBJECT-CODE
004800                             FILE STATUS IS WS-SUBJ-STATUS.
004900     SELECT OPTIONAL ATTEND-MASTER ASSIGN TO "ATTMAST"
005000                             ORGANIZATION IS INDEXED
005100                             ACCESS MODE IS RANDOM
005200                             RECORD KEY IS AM-ATTEND-KEY
005300                             FILE STATUS IS WS-ATT-STATUS.
005400     SELECT ATTEND-REJECT    ASSIGN TO "ATTREJ"
005500                             ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT ATTEND-REGISTER  ASSIGN TO "ATTREG"
005700                             ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BUS-DATE-FILE
006200     RECORDING MODE IS F.
006300     COPY BUSDATE.
006400
006500 FD  TERM-PARM
006600     RECORDING MODE IS F.
006700 01  TERM-PARM-RECORD.
006800     05  TP-TERM-CODE            PIC X(05).
006900
007000 FD  ATTEND-TRANS
007100     RECORDING MODE IS F.
007200     COPY ATTTRAN.
007300
007400 FD  STUDENT-MASTER.
007500     COPY STUMAST.
007600
007700 FD  SUBJECT-REF.
007800     COPY SUBJREF.
007900
008000 FD  ATTEND-MASTER.
008100     COPY ATTMAST.
008200
008300 FD  ATTEND-REJECT
008400     RECORDING MODE IS F.
008500 01  ATTEND-REJ-LINE             PIC X(80).
008600
008700 FD  ATTEND-REGISTER
008800     RECORDING MODE IS F.
008900 01  ATTEND-REGISTER-LINE        PIC X(80).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-BDAT-STATUS              PIC X(02).
009300     88  WS-BDAT-OK                      VALUE "00".
009400 01  WS-TERM-STATUS              PIC X(02).
009500     88  WS-TERM-OK                      VALUE "00".
009600 01  WS-STU-STATUS               PIC X(02).
009700     88  WS-STU-OK                       VALUE "00".
009800 01  WS-SUBJ-STATUS              PIC X(02).
009900     88  WS-SUBJ-OK                      VALUE "00".
010000 01  WS-ATT-STATUS               PIC X(02).
010100     88  WS-ATT-USABLE                   VALUE "00", "05".
010200 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010300 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
010400 01  WS-DU-FUNCTION              PIC X(01).
010500 01  WS-DU-DATE-2                PIC 9(08).
010600 01  WS-DU-DAYS                  PIC S9(05).
010700 01  WS-DU-VALID-SW              PIC X(01).
010800     88  WS-DU-VALID                     VALUE 'Y'.
010900
011000 01  WS-SWITCHES.
011100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011200         88  WS-EOF                          VALUE 'Y'.
011300     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
011400         88  WS-FILE-ERROR                   VALUE 'Y'.
011500     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
011600         88  WS-TRAN-VALID                   VALUE 'Y'.
011700         88  WS-TRAN-INVALID                 VALUE 'N'.
011800     05  WS-ENTRY-FOUND-SW       PIC X(01)   VALUE 'N'.
011900         88  WS-ENTRY-FOUND                  VALUE 'Y'.
012000
012100 77  WS-TRAN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012200 77  WS-POSTED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012300 77  WS-OPENED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012400 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012500
012600 01  WS-REJECT-LINE.
012700     05  WS-REJ-STUDENT-ID       PIC X(05).
012800     05  FILLER                  PIC X(02)   VALUE SPACES.
012900     05  WS-REJ-SUBJECT          PIC X(03).
013000     05  FILLER                  PIC X(02)   VALUE SPACES.
013100     05  WS-REJ-PERIOD           PIC X(08).
013200     05  FILLER                  PIC X(02)   VALUE SPACES.
013300     05  WS-REJ-HELD             PIC X(03).
013400     05  FILLER                  PIC X(01)   VALUE SPACE.
013500     05  WS-REJ-ATTENDED         PIC X(03).
013600     05  FILLER                  PIC X(02)   VALUE SPACES.
013700     05  WS-REJ-REASON           PIC X(30).
013800
013900 01  WS-RPT-HEADING-1.
014000     05  FILLER                  PIC X(30)   VALUE
014100         "ATTENDANCE POSTING REGISTER".
014200     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
014300     05  WS-H1-DATE              PIC 9(08).
014400     05  FILLER                  PIC X(08)   VALUE "  TERM: ".
014500     05  WS-H1-TERM              PIC X(05).
014600 01  WS-RPT-HEADING-2.
014700     05  FILLER                  PIC X(40)   VALUE
014800         "STUDENT NAME                 SUBJ PERIOD".
014900     05  FILLER                  PIC X(38)   VALUE
015000         "   HELD ATTD T-HELD T-ATD    PCT".
015100
015200 01  WS-RPT-DETAIL-LINE.
015300     05  WS-RD-STUDENT-ID        PIC 9(05).
015400     05  FILLER                  PIC X(03)   VALUE SPACES.
015500     05  WS-RD-STUDENT-NAME      PIC X(20).
015600     05  FILLER                  PIC X(01)   VALUE SPACE.
015700     05  WS-RD-SUBJECT           PIC X(03).
015800     05  FILLER                  PIC X(02)   VALUE SPACES.
015900     05  WS-RD-PERIOD            PIC 9(08).
016000     05  FILLER                  PIC X(02)   VALUE SPACES.
016100     05  WS-RD-HELD              PIC ZZ9.
016200     05  FILLER                  PIC X(02)   VALUE SPACES.
016300     05  WS-RD-ATTENDED          PIC ZZ9.
016400     05  FILLER                  PIC X(02)   VALUE SPACES.
016500     05  WS-RD-TERM-HELD         PIC ZZZZ9.
016600     05  FILLER                  PIC X(01)   VALUE SPACE.
016700     05  WS-RD-TERM-ATTENDED     PIC ZZZZ9.
016800     05  FILLER                  PIC X(01)   VALUE SPACE.
016900     05  WS-RD-PCT               PIC ZZ9.99.
017000
017100 01  WS-TOTAL-LINE.
017200     05  WS-TL-LABEL             PIC X(24).
017300     05  WS-TL-COUNT             PIC ZZZZ9.
017400
017500     COPY RUNSTAT.
017600
017700 PROCEDURE DIVISION.
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
018000     PERFORM 2000-POST-ONE-RECORD    THRU 2000-EXIT
018100             UNTIL WS-EOF.
018200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
018300     GO TO 9999-EXIT.
018400
018500******************************************************************
018600*    1000-INITIALIZE - OPEN THE MASTERS, THE INTAKE AND THE
018700*                      OUTPUTS, AND PRIME THE READ
018800******************************************************************
018900 1000-INITIALIZE.
019000     DISPLAY "ATTPOST - ATTENDANCE POSTING STARTING".
019100     MOVE "ATTPOST"              TO RSA-PROGRAM-ID.
019200     MOVE 'S'                    TO RSA-FUNCTION.
019300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
019400     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
019500     PERFORM 1300-READ-TERM-PARM THRU 1300-EXIT.
019600     OPEN INPUT  STUDENT-MASTER.
019700     IF NOT WS-STU-OK
019800         DISPLAY "STUMAST OPEN FAILED - STATUS " WS-STU-STATUS
019900         SET WS-FILE-ERROR       TO TRUE
020000     END-IF.
020100     OPEN INPUT  SUBJECT-REF.
020200     IF NOT WS-SUBJ-OK
020300         DISPLAY "SUBJREF OPEN FAILED - STATUS " WS-SUBJ-STATUS
020400         SET WS-FILE-ERROR       TO TRUE
020500     END-IF.
020600     OPEN I-O    ATTEND-MASTER.
020700     IF NOT WS-ATT-USABLE
020800         DISPLAY "ATTMAST OPEN FAILED - STATUS " WS-ATT-STATUS
020900         SET WS-FILE-ERROR       TO TRUE
021000     END-IF.
021100     OPEN INPUT  ATTEND-TRANS.
021200     OPEN OUTPUT ATTEND-REJECT.
021300     OPEN OUTPUT ATTEND-REGISTER.
021400     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
021500     MOVE WS-TERM-CODE           TO WS-H1-TERM.
021600     WRITE ATTEND-REGISTER-LINE  FROM WS-RPT-HEADING-1.
021700     WRITE ATTEND-REGISTER-LINE  FROM WS-RPT-HEADING-2.
021800     WRITE ATTEND-REGISTER-LINE  FROM SPACES.
021900     IF WS-FILE-ERROR
022000         SET WS-EOF              TO TRUE
022100     ELSE
022200         PERFORM 2900-READ-ATTENDANCE THRU 2900-EXIT
022300     END-IF.
022400 1000-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
022900*                             SHARED DATEUTIL FALLBACK
023000******************************************************************
023100 8100-GET-BUSINESS-DATE.
023200     OPEN INPUT BUS-DATE-FILE.
023300     IF WS-BDAT-OK
023400         READ BUS-DATE-FILE
023500             AT END
023600                 CONTINUE
023700             NOT AT END
023800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
023900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
024000                 END-IF
024100         END-READ
024200     END-IF.
024300     CLOSE BUS-DATE-FILE.
024400     IF WS-BUSINESS-DATE EQUAL ZERO
024500         MOVE 'C'                TO WS-DU-FUNCTION
024600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
024700                                       WS-BUSINESS-DATE
024800                                       WS-DU-DATE-2
024900                                       WS-DU-DAYS
025000                                       WS-DU-VALID-SW
025100     END-IF.
025200 8100-EXIT.
025300     EXIT.
025400
025500******************************************************************
025600*    1300-READ-TERM-PARM - THE TERM BEING TAUGHT; WITH NO CARD
025700*                         THE BUSINESS YEAR PLUS '1' STANDS IN
025800******************************************************************
025900 1300-READ-TERM-PARM.
026000     OPEN INPUT TERM-PARM.
026100     IF WS-TERM-OK
026200         READ TERM-PARM
026300             AT END
026400                 CONTINUE
026500             NOT AT END
026600                 IF TP-TERM-CODE NOT EQUAL SPACES
026700                     MOVE TP-TERM-CODE TO WS-TERM-CODE
026800                 END-IF
026900         END-READ
027000     END-IF.
027100     CLOSE TERM-PARM.
027200     IF WS-TERM-CODE EQUAL SPACES
027300         MOVE WS-BUSINESS-DATE (1:4) TO WS-TERM-CODE (1:4)
027400         MOVE '1'                TO WS-TERM-CODE (5:1)
027500     END-IF.
027600     DISPLAY "ATTENDANCE TERM    : " WS-TERM-CODE.
027700 1300-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100*    2000-POST-ONE-RECORD - EDIT THE ATTENDANCE RECORD AND ADD IT
028200*                           TO THE STUDENT'S TERM ENTRY FOR THE
028300*                           SUBJECT
028400******************************************************************
028500 2000-POST-ONE-RECORD.
028600     ADD 1                       TO WS-TRAN-COUNT.
028700     PERFORM 2100-EDIT-ATTENDANCE THRU 2100-EXIT.
028800     IF WS-TRAN-INVALID
028900         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
029000         GO TO 2000-READ-NEXT
029100     END-IF.
029200     MOVE AT-STUDENT-ID          TO AM-STUDENT-ID.
029300     MOVE WS-TERM-CODE           TO AM-TERM-CODE.
029400     MOVE AT-SUBJECT-CODE        TO AM-SUBJECT-CODE.
029500     READ ATTEND-MASTER
029600         INVALID KEY
029700             MOVE 'N'            TO WS-ENTRY-FOUND-SW
029800         NOT INVALID KEY
029900             SET WS-ENTRY-FOUND  TO TRUE
030000     END-READ.
030100     IF NOT WS-ENTRY-FOUND
030200         MOVE AT-STUDENT-ID      TO AM-STUDENT-ID
030300         MOVE WS-TERM-CODE       TO AM-TERM-CODE
030400         MOVE AT-SUBJECT-CODE    TO AM-SUBJECT-CODE
030500         MOVE ZERO               TO AM-CLASSES-HELD
030600                                    AM-CLASSES-ATTENDED
030700                                    AM-ATTEND-PCT
030800                                    AM-LAST-PERIOD-DATE
030900                                    AM-ELIG-CHECK-DATE
031000         MOVE SPACE              TO AM-ELIG-SW
031100     END-IF.
031200     IF AT-PERIOD-DATE NOT GREATER THAN AM-LAST-PERIOD-DATE
031300         MOVE "PERIOD ALREADY POSTED" TO WS-REJ-REASON
031400         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
031500         GO TO 2000-READ-NEXT
031600     END-IF.
031700     ADD AT-CLASSES-HELD         TO AM-CLASSES-HELD.
031800     ADD AT-CLASSES-ATTENDED     TO AM-CLASSES-ATTENDED.
031900     MOVE AT-PERIOD-DATE         TO AM-LAST-PERIOD-DATE.
032000     IF AM-CLASSES-HELD > ZERO
032100         COMPUTE AM-ATTEND-PCT ROUNDED =
032200                 AM-CLASSES-ATTENDED * 100 / AM-CLASSES-HELD
032300     END-IF.
032400     IF WS-ENTRY-FOUND
032500         REWRITE ATTEND-MASTER-RECORD
032600     ELSE
032700         WRITE ATTEND-MASTER-RECORD
032800         ADD 1                   TO WS-OPENED-COUNT
032900     END-IF.
033000     ADD 1                       TO WS-POSTED-COUNT.
033100     MOVE AT-STUDENT-ID          TO WS-RD-STUDENT-ID.
033200     MOVE SM-STUDENT-NAME        TO WS-RD-STUDENT-NAME.
033300     MOVE AT-SUBJECT-CODE        TO WS-RD-SUBJECT.
033400     MOVE AT-PERIOD-DATE         TO WS-RD-PERIOD.
033500     MOVE AT-CLASSES-HELD        TO WS-RD-HELD.
033600     MOVE AT-CLASSES-ATTENDED    TO WS-RD-ATTENDED.
033700     MOVE AM-CLASSES-HELD        TO WS-RD-TERM-HELD.
033800     MOVE AM-CLASSES-ATTENDED    TO WS-RD-TERM-ATTENDED.
033900     MOVE AM-ATTEND-PCT          TO WS-RD-PCT.
034000     WRITE ATTEND-REGISTER-LINE  FROM WS-RPT-DETAIL-LINE.
034100 2000-READ-NEXT.
034200     PERFORM 2900-READ-ATTENDANCE THRU 2900-EXIT.
034300 2000-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700*    2100-EDIT-ATTENDANCE - A STUDENT ON FILE, AN ACTIVE SUBJECT,
034800*                           A REAL PERIOD NO LATER THAN TODAY AND
034900*                           NO MORE CLASSES ATTENDED THAN HELD
035000******************************************************************
035100 2100-EDIT-ATTENDANCE.
035200     SET WS-TRAN-VALID           TO TRUE.
035300     IF AT-STUDENT-ID NOT NUMERIC
035400         SET WS-TRAN-INVALID     TO TRUE
035500         MOVE "INVALID STUDENT ID" TO WS-REJ-REASON
035600         GO TO 2100-EXIT
035700     END-IF.
035800     IF AT-CLASSES-HELD NOT NUMERIC
035900      OR AT-CLASSES-HELD EQUAL ZERO
036000         SET WS-TRAN-INVALID     TO TRUE
036100         MOVE "INVALID CLASSES HELD" TO WS-REJ-REASON
036200         GO TO 2100-EXIT
036300     END-IF.
036400     IF AT-CLASSES-ATTENDED NOT NUMERIC
036500         SET WS-TRAN-INVALID     TO TRUE
036600         MOVE "INVALID CLASSES ATTENDED" TO WS-REJ-REASON
036700         GO TO 2100-EXIT
036800     END-IF.
036900     IF AT-CLASSES-ATTENDED GREATER THAN AT-CLASSES-HELD
037000         SET WS-TRAN-INVALID     TO TRUE
037100         MOVE "ATTENDED MORE THAN HELD" TO WS-REJ-REASON
037200         GO TO 2100-EXIT
037300     END-IF.
037400     MOVE 'N'                    TO WS-DU-VALID-SW.
037500     IF AT-PERIOD-DATE NUMERIC
037600         MOVE 'V'                TO WS-DU-FUNCTION
037700         CALL "DATEUTIL"         USING WS-DU-FUNCTION
037800                                       AT-PERIOD-DATE
037900                                       WS-DU-DATE-2
038000                                       WS-DU-DAYS
038100                                       WS-DU-VALID-SW
038200     END-IF.
038300     IF NOT WS-DU-VALID
038400         SET WS-TRAN-INVALID     TO TRUE
038500         MOVE "INVALID PERIOD DATE" TO WS-REJ-REASON
038600         GO TO 2100-EXIT
038700     END-IF.
038800     IF AT-PERIOD-DATE GREATER THAN WS-BUSINESS-DATE
038900         SET WS-TRAN-INVALID     TO TRUE
039000         MOVE "PERIOD DATE IN FUTURE" TO WS-REJ-REASON
039100         GO TO 2100-EXIT
039200     END-IF.
039300     MOVE AT-SUBJECT-CODE        TO SB-SUBJECT-CODE.
039400     READ SUBJECT-REF
039500         INVALID KEY
039600             SET WS-TRAN-INVALID TO TRUE
039700             MOVE "SUBJECT NOT ON REFERENCE" TO WS-REJ-REASON
039800             GO TO 2100-EXIT
039900     END-READ.
040000     IF SB-INACTIVE
040100         SET WS-TRAN-INVALID     TO TRUE
040200         MOVE "SUBJECT INACTIVE" TO WS-REJ-REASON
040300         GO TO 2100-EXIT
040400     END-IF.
040500     MOVE AT-STUDENT-ID          TO SM-STUDENT-ID.
040600     READ STUDENT-MASTER
040700         INVALID KEY
040800             SET WS-TRAN-INVALID TO TRUE
040900             MOVE "STUDENT NOT ON MASTER" TO WS-REJ-REASON
041000     END-READ.
041100 2100-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500*    2800-WRITE-REJECT - LOG AN ATTENDANCE RECORD THAT FAILED ITS
041600*                        EDITS
041700******************************************************************
041800 2800-WRITE-REJECT.
041900     ADD 1                       TO WS-REJECT-COUNT.
042000     MOVE AT-STUDENT-ID          TO WS-REJ-STUDENT-ID.
042100     MOVE AT-SUBJECT-CODE        TO WS-REJ-SUBJECT.
042200     MOVE AT-PERIOD-DATE         TO WS-REJ-PERIOD.
042300     MOVE AT-CLASSES-HELD-X      TO WS-REJ-HELD.
042400     MOVE AT-CLASSES-ATTENDED-X  TO WS-REJ-ATTENDED.
042500     WRITE ATTEND-REJ-LINE       FROM WS-REJECT-LINE.
042600 2800-EXIT.
042700     EXIT.
042800
042900 2900-READ-ATTENDANCE.
043000     READ ATTEND-TRANS
043100         AT END
043200             SET WS-EOF TO TRUE
043300     END-READ.
043400 2900-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    9000-TERMINATE - REGISTER TOTALS, CLOSE FILES AND REPORT
043900*                     RUN TOTALS
044000******************************************************************
044100 9000-TERMINATE.
044200     WRITE ATTEND-REGISTER-LINE  FROM SPACES.
044300     MOVE "RECORDS POSTED        : " TO WS-TL-LABEL.
044400     MOVE WS-POSTED-COUNT        TO WS-TL-COUNT.
044500     WRITE ATTEND-REGISTER-LINE  FROM WS-TOTAL-LINE.
044600     MOVE "TERM ENTRIES OPENED   : " TO WS-TL-LABEL.
044700     MOVE WS-OPENED-COUNT        TO WS-TL-COUNT.
044800     WRITE ATTEND-REGISTER-LINE  FROM WS-TOTAL-LINE.
044900     MOVE "RECORDS REJECTED      : " TO WS-TL-LABEL.
045000     MOVE WS-REJECT-COUNT        TO WS-TL-COUNT.
045100     WRITE ATTEND-REGISTER-LINE  FROM WS-TOTAL-LINE.
045200     DISPLAY "ATTENDANCE RECORDS READ: " WS-TRAN-COUNT.
045300     DISPLAY "  POSTED              : " WS-POSTED-COUNT.
045400     DISPLAY "  TERM ENTRIES OPENED : " WS-OPENED-COUNT.
045500     DISPLAY "  REJECTED            : " WS-REJECT-COUNT.
045600     CLOSE STUDENT-MASTER.
045700     CLOSE SUBJECT-REF.
045800     CLOSE ATTEND-MASTER.
045900     CLOSE ATTEND-TRANS.
046000     CLOSE ATTEND-REJECT.
046100     CLOSE ATTEND-REGISTER.
046200     IF WS-REJECT-COUNT > ZERO
046300         MOVE 4                  TO RETURN-CODE
046400     END-IF.
046500     IF WS-FILE-ERROR
046600         MOVE 8                  TO RETURN-CODE
046700     END-IF.
046800     MOVE 'E'                    TO RSA-FUNCTION.
046900     MOVE WS-TRAN-COUNT          TO RSA-READ-COUNT.
047000     MOVE WS-POSTED-COUNT        TO RSA-WRITTEN-COUNT.
047100     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
047200     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
047300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
047400     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
047500 9000-EXIT.
047600     EXIT.
047700
047800 9999-EXIT.
047900     STOP RUN.
