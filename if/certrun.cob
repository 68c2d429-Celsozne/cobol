000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CERTRUN.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               STUDENT RECORDS SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - GRADUATION CERTIFICATE
001200*                     RUN.  EVERY STUDENT PROMOTE HAS SET TO
001300*                     GRADUATED WHO HAS NO LIVE CERTIFICATE ON THE
001400*                     CERTREG REGISTER IS GIVEN THE NEXT SERIAL
001500*                     FROM THE REGISTER'S CONTROL RECORD, AND THE
001600*                     CERTIFICATE PRINTS WITH THE CUMULATIVE
001700*                     AVERAGE ACROSS EVERY RSLTMAST TERM (AS
001800*                     TRNSCRPT WORKS IT) AND ITS RESULT CLASS.  A
001900*                     SECOND ISSUE TO THE SAME STUDENT IS REFUSED
002000*                     AND COUNTED.  CERTREQ REISSUE REQUESTS
002100*                     SUPERSEDE THE LIVE CERTIFICATE WITH A NEW
002200*                     SERIAL, EACH RECORD CARRYING THE OTHER'S
002300*                     SERIAL.  CERTLOG LISTS EVERY ISSUE, REISSUE
002400*                     AND REJECTED REQUEST.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.            IBM-370.
002900 OBJECT-COMPUTER.            IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003300                             ORGANIZATION IS LINE SEQUENTIAL
003400                             FILE STATUS IS WS-BDAT-STATUS.
003500     SELECT OPTIONAL TERM-PARM ASSIGN TO "TERMPARM"
003600                             ORGANIZATION IS LINE SEQUENTIAL
003700                             FILE STATUS IS WS-TERM-STATUS.
003800     SELECT OPTIONAL CERT-REQUESTS ASSIGN TO "CERTREQ"
003900                             ORGANIZATION IS LINE SEQUENTIAL
004000                             FILE STATUS IS WS-REQ-STATUS.
004100     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
004200                             ORGANIZATION IS INDEXED
004300                             ACCESS MODE IS DYNAMIC
004400                             RECORD KEY IS SM-STUDENT-ID
004500                             FILE STATUS IS WS-STU-STATUS.
004600     SELECT RESULT-MASTER    ASSIGN TO "RSLTMAST"
004700                             ORGANIZATION IS INDEXED
004800                             ACCESS MODE IS DYNAMIC
004900                             RECORD KEY IS RM-RESULT-KEY
005000                             FILE STATUS IS WS-RSLT-STATUS.
005100     SELECT CERT-REGISTER    ASSIGN TO "CERTREG"
005200                             ORGANIZATION IS INDEXED
005300                             ACCESS MODE IS DYNAMIC
005400                             RECORD KEY IS CG-SERIAL
005500                             ALTERNATE RECORD KEY IS CG-STUDENT-ID
005600                                 WITH DUPLICATES
005700                             FILE STATUS IS WS-CERT-STATUS.
005800     SELECT CERT-PRINT       ASSIGN TO "CERTPRT"
005900                             ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT CERT-LOG         ASSIGN TO "CERTLOG"
006100                             ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  BUS-DATE-FILE
006600     RECORDING MODE IS F.
006700     COPY BUSDATE.
006800
006900 FD  TERM-PARM
007000     RECORDING MODE IS F.
007100 01  TERM-PARM-RECORD.
007200     05  TP-TERM-CODE            PIC X(05).
007300
007400 FD  CERT-REQUESTS
007500     RECORDING MODE IS F.
007600     COPY CERTREQ.
007700
007800 FD  STUDENT-MASTER.
007900     COPY STUMAST.
008000
008100 FD  RESULT-MASTER.
008200     COPY RSLTMAST.
008300
008400 FD  CERT-REGISTER.
008500     COPY CERTREG.
008600
008700 FD  CERT-PRINT
008800     RECORDING MODE IS F.
008900 01  CERT-PRINT-LINE             PIC X(80).
009000
009100 FD  CERT-LOG
009200     RECORDING MODE IS F.
009300 01  CERT-LOG-LINE               PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-BDAT-STATUS              PIC X(02).
009700     88  WS-BDAT-OK                      VALUE "00".
009800 01  WS-TERM-STATUS              PIC X(02).
009900     88  WS-TERM-OK                      VALUE "00".
010000 01  WS-REQ-STATUS               PIC X(02).
010100     88  WS-REQ-OK                       VALUE "00".
010200 01  WS-STU-STATUS               PIC X(02).
010300     88  WS-STU-OK                       VALUE "00".
010400 01  WS-RSLT-STATUS              PIC X(02).
010500     88  WS-RSLT-OK                      VALUE "00".
010600 01  WS-CERT-STATUS              PIC X(02).
010700     88  WS-CERT-OK                      VALUE "00".
010800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010900 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
011000 01  WS-DU-FUNCTION              PIC X(01).
011100 01  WS-DU-DATE-2                PIC 9(08).
011200 01  WS-DU-DAYS                  PIC S9(05).
011300 01  WS-DU-VALID-SW              PIC X(01).
011400
011500 01  WS-SWITCHES.
011600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011700         88  WS-EOF                          VALUE 'Y'.
011800     05  WS-REQ-EOF-SW           PIC X(01)   VALUE 'N'.
011900         88  WS-REQ-EOF                      VALUE 'Y'.
012000     05  WS-SCAN-EOF-SW          PIC X(01)   VALUE 'N'.
012100         88  WS-SCAN-EOF                     VALUE 'Y'.
012200     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
012300         88  WS-FILE-ERROR                   VALUE 'Y'.
012400     05  WS-LIVE-FOUND-SW        PIC X(01)   VALUE 'N'.
012500         88  WS-LIVE-FOUND                   VALUE 'Y'.
012600     05  WS-CONTROL-SW           PIC X(01)   VALUE 'N'.
012700         88  WS-CONTROL-FOUND                VALUE 'Y'.
012800
012900 77  WS-GRADUATE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013000 77  WS-ISSUED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
013100 77  WS-DUPLICATE-COUNT          PIC 9(05)   COMP    VALUE ZERO.
013200 77  WS-REQUEST-COUNT            PIC 9(05)   COMP    VALUE ZERO.
013300 77  WS-REISSUED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013400 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
013500 77  WS-PRINTED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
013600
013700 01  WS-FIND-STUDENT             PIC 9(05).
013800 01  WS-NEW-SERIAL               PIC 9(07).
013900 01  WS-OLD-SERIAL               PIC 9(07).
014000 01  WS-OLD-TERM                 PIC X(05).
014100 01  WS-OLD-AVERAGE              PIC 9(03).
014200 01  WS-OLD-CLASS                PIC X(15).
014300 01  WS-CUM-TOTAL                PIC 9(07)   COMP    VALUE ZERO.
014400 01  WS-CUM-SUBJ-COUNT           PIC 9(03)   COMP    VALUE ZERO.
014500 01  WS-RESULT-CLASS             PIC X(15).
014600 01  WS-REJ-REASON               PIC X(30).
014700
014800*    THE SAME GRADE BANDS IF4 AND REMARK APPLY, HERE TO THE
014900*    CUMULATIVE AVERAGE
015000 01  WS-CUM-AVERAGE              PIC 9(03)           VALUE ZERO.
015100     88  WS-DISTINCTION                  VALUES ARE 075 THRU 100.
015200     88  WS-FIRST-CLASS                  VALUES ARE 060 THRU 074.
015300     88  WS-SECOND-CLASS                 VALUES ARE 050 THRU 059.
015400
015500 01  WS-CERT-LINE-1.
015600     05  FILLER                  PIC X(46)   VALUE
015700         "NATIONAL INSTITUTE - CERTIFICATE OF GRADUATION".
015800 01  WS-CERT-LINE-2.
015900     05  FILLER                  PIC X(20)   VALUE
016000         "CERTIFICATE SERIAL: ".
016100     05  WS-CL2-SERIAL           PIC 9(07).
016200 01  WS-CERT-LINE-3.
016300     05  FILLER                  PIC X(23)   VALUE
016400         "THIS IS TO CERTIFY THAT".
016500 01  WS-CERT-LINE-4.
016600     05  FILLER                  PIC X(04)   VALUE SPACES.
016700     05  WS-CL4-STUDENT-NAME     PIC X(20).
016800 01  WS-CERT-LINE-5.
016900     05  FILLER                  PIC X(15)   VALUE
017000         "STUDENT NUMBER ".
017100     05  WS-CL5-STUDENT-ID       PIC 9(05).
017200     05  FILLER                  PIC X(33)   VALUE
017300         ", HAVING COMPLETED THE FINAL YEAR".
017400 01  WS-CERT-LINE-6.
017500     05  FILLER                  PIC X(43)   VALUE
017600         "OF STUDY, HAS BEEN AWARDED THE RESULT CLASS".
017700 01  WS-CERT-LINE-7.
017800     05  FILLER                  PIC X(04)   VALUE SPACES.
017900     05  WS-CL7-CLASS            PIC X(15).
018000 01  WS-CERT-LINE-8.
018100     05  FILLER                  PIC X(20)   VALUE
018200         "CUMULATIVE AVERAGE: ".
018300     05  WS-CL8-AVERAGE          PIC ZZ9.
018400 01  WS-CERT-LINE-9.
018500     05  FILLER                  PIC X(06)   VALUE "TERM: ".
018600     05  WS-CL9-TERM             PIC X(05).
018700     05  FILLER                  PIC X(18)   VALUE
018800         "   DATE OF ISSUE: ".
018900     05  WS-CL9-DATE             PIC 9(08).
019000 01  WS-CERT-LINE-10.
019100     05  FILLER                  PIC X(27)   VALUE
019200         "DUPLICATE - REPLACES SERIAL".
019300     05  FILLER                  PIC X(01)   VALUE SPACE.
019400     05  WS-CL10-SERIAL          PIC 9(07).
019500     05  FILLER                  PIC X(02)   VALUE " (".
019600     05  WS-CL10-REASON          PIC X(20).
019700     05  FILLER                  PIC X(01)   VALUE ")".
019800
019900 01  WS-LOG-HEADING-1.
020000     05  FILLER                  PIC X(30)   VALUE
020100         "GRADUATION CERTIFICATE LOG".
020200     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
020300     05  WS-H1-DATE              PIC 9(08).
020400     05  FILLER                  PIC X(08)   VALUE "  TERM: ".
020500     05  WS-H1-TERM              PIC X(05).
020600 01  WS-LOG-HEADING-2.
020700     05  FILLER                  PIC X(48)   VALUE
020800         "SERIAL   ACTION    STUDENT NAME".
020900     05  FILLER                  PIC X(22)   VALUE
021000         "RESULT CLASS    LINKED".
021100
021200 01  WS-LOG-DETAIL-LINE.
021300     05  WS-LD-SERIAL            PIC 9(07).
021400     05  FILLER                  PIC X(02)   VALUE SPACES.
021500     05  WS-LD-ACTION            PIC X(09).
021600     05  FILLER                  PIC X(01)   VALUE SPACE.
021700     05  WS-LD-STUDENT-ID        PIC 9(05).
021800     05  FILLER                  PIC X(03)   VALUE SPACES.
021900     05  WS-LD-STUDENT-NAME      PIC X(20).
022000     05  FILLER                  PIC X(01)   VALUE SPACE.
022100     05  WS-LD-CLASS             PIC X(15).
022200     05  FILLER                  PIC X(01)   VALUE SPACE.
022300     05  WS-LD-LINKED            PIC Z(07).
022400
022500 01  WS-LOG-REJECT-LINE.
022600     05  FILLER                  PIC X(09)   VALUE SPACES.
022700     05  FILLER                  PIC X(10)   VALUE "REJECTED  ".
022800     05  WS-LR-STUDENT-ID        PIC X(05).
022900     05  FILLER                  PIC X(03)   VALUE SPACES.
023000     05  WS-LR-REASON            PIC X(30).
023100
023200 01  WS-TOTAL-LINE.
023300     05  WS-TL-LABEL             PIC X(24).
023400     05  WS-TL-COUNT             PIC ZZZZ9.
023500
023600     COPY RUNSTAT.
023700
023800 PROCEDURE DIVISION.
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
024100     PERFORM 2000-CERTIFY-ONE-STUDENT THRU 2000-EXIT
024200             UNTIL WS-EOF.
024300     IF NOT WS-FILE-ERROR
024400         PERFORM 4000-PROCESS-REISSUES THRU 4000-EXIT
024500     END-IF.
024600     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
024700     GO TO 9999-EXIT.
024800
024900******************************************************************
025000*    1000-INITIALIZE - BUSINESS DATE AND TERM, OPEN THE MASTERS,
025100*                      THE REGISTER AND THE PRINTS
025200******************************************************************
025300 1000-INITIALIZE.
025400     DISPLAY "CERTRUN - GRADUATION CERTIFICATE RUN STARTING".
025500     MOVE "CERTRUN"              TO RSA-PROGRAM-ID.
025600     MOVE 'S'                    TO RSA-FUNCTION.
025700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
025800     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
025900     PERFORM 1300-READ-TERM-PARM THRU 1300-EXIT.
026000     OPEN INPUT  STUDENT-MASTER.
026100     IF NOT WS-STU-OK
026200         DISPLAY "STUMAST OPEN FAILED - STATUS " WS-STU-STATUS
026300         SET WS-FILE-ERROR       TO TRUE
026400     END-IF.
026500     OPEN INPUT  RESULT-MASTER.
026600     IF NOT WS-RSLT-OK
026700         DISPLAY "RSLTMAST OPEN FAILED - STATUS " WS-RSLT-STATUS
026800         SET WS-FILE-ERROR       TO TRUE
026900     END-IF.
027000     OPEN I-O    CERT-REGISTER.
027100     IF NOT WS-CERT-OK
027200         DISPLAY "CERTREG OPEN FAILED - STATUS " WS-CERT-STATUS
027300         SET WS-FILE-ERROR       TO TRUE
027400     END-IF.
027500     OPEN OUTPUT CERT-PRINT.
027600     OPEN OUTPUT CERT-LOG.
027700     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
027800     MOVE WS-TERM-CODE           TO WS-H1-TERM.
027900     WRITE CERT-LOG-LINE         FROM WS-LOG-HEADING-1.
028000     WRITE CERT-LOG-LINE         FROM SPACES.
028100     WRITE CERT-LOG-LINE         FROM WS-LOG-HEADING-2.
028200     IF WS-FILE-ERROR
028300         SET WS-EOF              TO TRUE
028400     ELSE
028500         PERFORM 2900-READ-STUDENT THRU 2900-EXIT
028600     END-IF.
028700 1000-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
029200*                             SHARED DATEUTIL FALLBACK
029300******************************************************************
029400 8100-GET-BUSINESS-DATE.
029500     OPEN INPUT BUS-DATE-FILE.
029600     IF WS-BDAT-OK
029700         READ BUS-DATE-FILE
029800             AT END
029900                 CONTINUE
030000             NOT AT END
030100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
030200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
030300                 END-IF
030400         END-READ
030500     END-IF.
030600     CLOSE BUS-DATE-FILE.
030700     IF WS-BUSINESS-DATE EQUAL ZERO
030800         MOVE 'C'                TO WS-DU-FUNCTION
030900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
031000                                       WS-BUSINESS-DATE
031100                                       WS-DU-DATE-2
031200                                       WS-DU-DAYS
031300                                       WS-DU-VALID-SW
031400     END-IF.
031500 8100-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900*    1300-READ-TERM-PARM - THE GRADUATING TERM STAMPED ON EACH
032000*                         CERTIFICATE; WITH NO CARD THE BUSINESS
032100*                         YEAR PLUS '1' STANDS IN
032200******************************************************************
032300 1300-READ-TERM-PARM.
032400     OPEN INPUT TERM-PARM.
032500     IF WS-TERM-OK
032600         READ TERM-PARM
032700             AT END
032800                 CONTINUE
032900             NOT AT END
033000                 IF TP-TERM-CODE NOT EQUAL SPACES
033100                     MOVE TP-TERM-CODE TO WS-TERM-CODE
033200                 END-IF
033300         END-READ
033400     END-IF.
033500     CLOSE TERM-PARM.
033600     IF WS-TERM-CODE EQUAL SPACES
033700         MOVE WS-BUSINESS-DATE (1:4) TO WS-TERM-CODE (1:4)
033800         MOVE '1'                TO WS-TERM-CODE (5:1)
033900     END-IF.
034000     DISPLAY "GRADUATING TERM    : " WS-TERM-CODE.
034100 1300-EXIT.
034200     EXIT.
034300
034400******************************************************************
034500*    2000-CERTIFY-ONE-STUDENT - A GRADUATED STUDENT WITH NO LIVE
034600*                               CERTIFICATE GETS ONE; ONE WHO
034700*                               ALREADY HOLDS ONE IS NOT ISSUED
034800*                               ANOTHER
034900******************************************************************
035000 2000-CERTIFY-ONE-STUDENT.
035100     IF NOT SM-GRADUATED
035200         GO TO 2000-READ-NEXT
035300     END-IF.
035400     ADD 1                       TO WS-GRADUATE-COUNT.
035500     MOVE SM-STUDENT-ID          TO WS-FIND-STUDENT.
035600     PERFORM 2100-FIND-LIVE-CERT THRU 2100-EXIT.
035700     IF WS-LIVE-FOUND
035800         ADD 1                   TO WS-DUPLICATE-COUNT
035900         GO TO 2000-READ-NEXT
036000     END-IF.
036100     PERFORM 2200-CUMULATIVE-RESULT THRU 2200-EXIT.
036200     IF WS-CUM-SUBJ-COUNT EQUAL ZERO
036300         MOVE "NO RESULTS ON FILE" TO WS-REJ-REASON
036400         MOVE SM-STUDENT-ID      TO WS-LR-STUDENT-ID
036500         PERFORM 3900-LOG-REJECT THRU 3900-EXIT
036600         GO TO 2000-READ-NEXT
036700     END-IF.
036800     PERFORM 3600-NEXT-SERIAL    THRU 3600-EXIT.
036900     MOVE SPACES                 TO CERT-REG-RECORD.
037000     MOVE WS-NEW-SERIAL          TO CG-SERIAL.
037100     MOVE SM-STUDENT-ID          TO CG-STUDENT-ID.
037200     MOVE SM-STUDENT-NAME        TO CG-STUDENT-NAME.
037300     MOVE WS-TERM-CODE           TO CG-TERM-CODE.
037400     MOVE WS-CUM-AVERAGE         TO CG-CUM-AVERAGE.
037500     MOVE WS-RESULT-CLASS        TO CG-RESULT-CLASS.
037600     MOVE WS-BUSINESS-DATE       TO CG-ISSUE-DATE
037700                                    CG-STATUS-DATE.
037800     SET CG-ISSUED               TO TRUE.
037900     MOVE ZERO                   TO CG-LINKED-SERIAL.
038000     WRITE CERT-REG-RECORD
038100         INVALID KEY
038200             DISPLAY "CERTREG WRITE FAILED - SERIAL " CG-SERIAL
038300             SET WS-FILE-ERROR   TO TRUE
038400             SET WS-EOF          TO TRUE
038500             GO TO 2000-EXIT
038600     END-WRITE.
038700     ADD 1                       TO WS-ISSUED-COUNT.
038800     MOVE "ISSUED"               TO WS-LD-ACTION.
038900     PERFORM 3700-PRINT-CERTIFICATE THRU 3700-EXIT.
039000     PERFORM 3800-LOG-CERTIFICATE THRU 3800-EXIT.
039100 2000-READ-NEXT.
039200     PERFORM 2900-READ-STUDENT THRU 2900-EXIT.
039300 2000-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    2100-FIND-LIVE-CERT - WALK THE STUDENT'S CERTIFICATES ON THE
039800*                          ALTERNATE KEY; A LIVE ONE (ISSUED OR
039900*                          REISSUED) IS LEFT IN THE RECORD AREA
040000******************************************************************
040100 2100-FIND-LIVE-CERT.
040200     MOVE 'N'                    TO WS-LIVE-FOUND-SW
040300                                    WS-SCAN-EOF-SW.
040400     MOVE WS-FIND-STUDENT        TO CG-STUDENT-ID.
040500     START CERT-REGISTER KEY IS EQUAL TO CG-STUDENT-ID
040600         INVALID KEY
040700             SET WS-SCAN-EOF     TO TRUE
040800     END-START.
040900     PERFORM 2150-CHECK-ONE-CERT THRU 2150-EXIT
041000             UNTIL WS-SCAN-EOF OR WS-LIVE-FOUND.
041100 2100-EXIT.
041200     EXIT.
041300
041400 2150-CHECK-ONE-CERT.
041500     READ CERT-REGISTER NEXT RECORD
041600         AT END
041700             SET WS-SCAN-EOF     TO TRUE
041800             GO TO 2150-EXIT
041900     END-READ.
042000     IF CG-STUDENT-ID NOT EQUAL WS-FIND-STUDENT
042100         SET WS-SCAN-EOF         TO TRUE
042200         GO TO 2150-EXIT
042300     END-IF.
042400     IF CG-LIVE
042500         SET WS-LIVE-FOUND       TO TRUE
042600     END-IF.
042700 2150-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    2200-CUMULATIVE-RESULT - THE AVERAGE OF EVERY RESULT ON FILE
043200*                             FOR THE STUDENT, EVERY TERM, AS THE
043300*                             TRANSCRIPT SHOWS IT, AND ITS CLASS
043400******************************************************************
043500 2200-CUMULATIVE-RESULT.
043600     MOVE ZERO                   TO WS-CUM-TOTAL
043700                                    WS-CUM-SUBJ-COUNT
043800                                    WS-CUM-AVERAGE.
043900     MOVE 'N'                    TO WS-SCAN-EOF-SW.
044000     MOVE SM-STUDENT-ID          TO RM-STUDENT-ID.
044100     MOVE LOW-VALUES             TO RM-TERM-CODE
044200                                    RM-SUBJECT-CODE.
044300     START RESULT-MASTER KEY NOT LESS THAN RM-RESULT-KEY
044400         INVALID KEY
044500             SET WS-SCAN-EOF     TO TRUE
044600     END-START.
044700     PERFORM 2250-TAKE-ONE-RESULT THRU 2250-EXIT
044800             UNTIL WS-SCAN-EOF.
044900     IF WS-CUM-SUBJ-COUNT > ZERO
045000         COMPUTE WS-CUM-AVERAGE ROUNDED =
045100                 WS-CUM-TOTAL / WS-CUM-SUBJ-COUNT
045200     END-IF.
045300     EVALUATE TRUE
045400         WHEN WS-DISTINCTION
045500             MOVE "DISTINCTION"  TO WS-RESULT-CLASS
045600         WHEN WS-FIRST-CLASS
045700             MOVE "FIRST CLASS"  TO WS-RESULT-CLASS
045800         WHEN WS-SECOND-CLASS
045900             MOVE "SECOND CLASS" TO WS-RESULT-CLASS
046000         WHEN OTHER
046100             MOVE "PASS"         TO WS-RESULT-CLASS
046200     END-EVALUATE.
046300 2200-EXIT.
046400     EXIT.
046500
046600 2250-TAKE-ONE-RESULT.
046700     READ RESULT-MASTER NEXT RECORD
046800         AT END
046900             SET WS-SCAN-EOF     TO TRUE
047000             GO TO 2250-EXIT
047100     END-READ.
047200     IF RM-STUDENT-ID NOT EQUAL SM-STUDENT-ID
047300         SET WS-SCAN-EOF         TO TRUE
047400         GO TO 2250-EXIT
047500     END-IF.
047600     ADD RM-MARKS                TO WS-CUM-TOTAL.
047700     ADD 1                       TO WS-CUM-SUBJ-COUNT.
047800 2250-EXIT.
047900     EXIT.
048000
048100 2900-READ-STUDENT.
048200     READ STUDENT-MASTER NEXT RECORD
048300         AT END
048400             SET WS-EOF TO TRUE
048500     END-READ.
048600 2900-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000*    3600-NEXT-SERIAL - TAKE THE NEXT CERTIFICATE SERIAL FROM THE
049100*                       CERTREG CONTROL RECORD AND ADVANCE IT
049200******************************************************************
049300 3600-NEXT-SERIAL.
049400     MOVE 'N'                    TO WS-CONTROL-SW.
049500     MOVE ZERO                   TO CG-SERIAL.
049600     READ CERT-REGISTER KEY IS CG-SERIAL
049700         INVALID KEY
049800             CONTINUE
049900         NOT INVALID KEY
050000             SET WS-CONTROL-FOUND TO TRUE
050100     END-READ.
050200     IF NOT WS-CONTROL-FOUND
050300         MOVE SPACES             TO CERT-REG-CONTROL-RECORD
050400         MOVE ZERO               TO CGC-SERIAL
050500                                    CGC-STUDENT-ID
050600                                    CGC-LAST-ISSUE-DATE
050700         MOVE 1                  TO CGC-NEXT-SERIAL
050800     END-IF.
050900     MOVE CGC-NEXT-SERIAL        TO WS-NEW-SERIAL.
051000     ADD 1                       TO CGC-NEXT-SERIAL.
051100     MOVE WS-BUSINESS-DATE       TO CGC-LAST-ISSUE-DATE.
051200     IF WS-CONTROL-FOUND
051300         REWRITE CERT-REG-CONTROL-RECORD
051400     ELSE
051500         WRITE CERT-REG-CONTROL-RECORD
051600     END-IF.
051700 3600-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100*    3700-PRINT-CERTIFICATE - ONE PAGE PER CERTIFICATE FROM THE
052200*                             REGISTER RECORD JUST WRITTEN; A
052300*                             REISSUE NAMES THE SERIAL IT REPLACES
052400******************************************************************
052500 3700-PRINT-CERTIFICATE.
052600     ADD 1                       TO WS-PRINTED-COUNT.
052700     IF WS-PRINTED-COUNT > 1
052800         WRITE CERT-PRINT-LINE   FROM SPACES
052900             AFTER ADVANCING PAGE
053000     END-IF.
053100     MOVE CG-SERIAL              TO WS-CL2-SERIAL.
053200     MOVE CG-STUDENT-NAME        TO WS-CL4-STUDENT-NAME.
053300     MOVE CG-STUDENT-ID          TO WS-CL5-STUDENT-ID.
053400     MOVE CG-RESULT-CLASS        TO WS-CL7-CLASS.
053500     MOVE CG-CUM-AVERAGE         TO WS-CL8-AVERAGE.
053600     MOVE CG-TERM-CODE           TO WS-CL9-TERM.
053700     MOVE CG-ISSUE-DATE          TO WS-CL9-DATE.
053800     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-1.
053900     WRITE CERT-PRINT-LINE       FROM SPACES.
054000     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-2.
054100     WRITE CERT-PRINT-LINE       FROM SPACES.
054200     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-3.
054300     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-4.
054400     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-5.
054500     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-6.
054600     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-7.
054700     WRITE CERT-PRINT-LINE       FROM SPACES.
054800     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-8.
054900     WRITE CERT-PRINT-LINE       FROM WS-CERT-LINE-9.
055000     IF CG-REISSUED
055100         MOVE CG-LINKED-SERIAL   TO WS-CL10-SERIAL
055200         MOVE CG-REASON          TO WS-CL10-REASON
055300         WRITE CERT-PRINT-LINE   FROM SPACES
055400         WRITE CERT-PRINT-LINE   FROM WS-CERT-LINE-10
055500     END-IF.
055600 3700-EXIT.
055700     EXIT.
055800
055900 3800-LOG-CERTIFICATE.
056000     MOVE CG-SERIAL              TO WS-LD-SERIAL.
056100     MOVE CG-STUDENT-ID          TO WS-LD-STUDENT-ID.
056200     MOVE CG-STUDENT-NAME        TO WS-LD-STUDENT-NAME.
056300     MOVE CG-RESULT-CLASS        TO WS-LD-CLASS.
056400     MOVE CG-LINKED-SERIAL       TO WS-LD-LINKED.
056500     WRITE CERT-LOG-LINE         FROM WS-LOG-DETAIL-LINE.
056600 3800-EXIT.
056700     EXIT.
056800
056900 3900-LOG-REJECT.
057000     ADD 1                       TO WS-REJECT-COUNT.
057100     MOVE WS-REJ-REASON          TO WS-LR-REASON.
057200     WRITE CERT-LOG-LINE         FROM WS-LOG-REJECT-LINE.
057300 3900-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700*    4000-PROCESS-REISSUES - THE CERTREQ REQUESTS, WHEN SUPPLIED
057800******************************************************************
057900 4000-PROCESS-REISSUES.
058000     OPEN INPUT CERT-REQUESTS.
058100     IF NOT WS-REQ-OK
058200         CLOSE CERT-REQUESTS
058300         GO TO 4000-EXIT
058400     END-IF.
058500     PERFORM 4900-READ-REQUEST   THRU 4900-EXIT.
058600     PERFORM 4100-REISSUE-ONE    THRU 4100-EXIT
058700             UNTIL WS-REQ-EOF.
058800     CLOSE CERT-REQUESTS.
058900 4000-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300*    4100-REISSUE-ONE - SUPERSEDE THE STUDENT'S LIVE CERTIFICATE
059400*                       AND ISSUE ITS REPLACEMENT UNDER A NEW
059500*                       SERIAL, SAME RESULT, CURRENT NAME
059600******************************************************************
059700 4100-REISSUE-ONE.
059800     ADD 1                       TO WS-REQUEST-COUNT.
059900     MOVE CQ-STUDENT-ID          TO WS-LR-STUDENT-ID.
060000     IF CQ-STUDENT-ID NOT NUMERIC
060100         MOVE "STUDENT ID NOT NUMERIC" TO WS-REJ-REASON
060200         PERFORM 3900-LOG-REJECT THRU 3900-EXIT
060300         GO TO 4100-READ-NEXT
060400     END-IF.
060500     IF CQ-REASON EQUAL SPACES
060600         MOVE "REISSUE REASON BLANK" TO WS-REJ-REASON
060700         PERFORM 3900-LOG-REJECT THRU 3900-EXIT
060800         GO TO 4100-READ-NEXT
060900     END-IF.
061000     MOVE CQ-STUDENT-ID          TO SM-STUDENT-ID.
061100     READ STUDENT-MASTER KEY IS SM-STUDENT-ID
061200         INVALID KEY
061300             MOVE "STUDENT NOT ON MASTER" TO WS-REJ-REASON
061400             PERFORM 3900-LOG-REJECT THRU 3900-EXIT
061500             GO TO 4100-READ-NEXT
061600     END-READ.
061700     MOVE CQ-STUDENT-ID          TO WS-FIND-STUDENT.
061800     PERFORM 2100-FIND-LIVE-CERT THRU 2100-EXIT.
061900     IF NOT WS-LIVE-FOUND
062000         MOVE "NO LIVE CERTIFICATE" TO WS-REJ-REASON
062100         PERFORM 3900-LOG-REJECT THRU 3900-EXIT
062200         GO TO 4100-READ-NEXT
062300     END-IF.
062400     MOVE CG-SERIAL              TO WS-OLD-SERIAL.
062500     MOVE CG-TERM-CODE           TO WS-OLD-TERM.
062600     MOVE CG-CUM-AVERAGE         TO WS-OLD-AVERAGE.
062700     MOVE CG-RESULT-CLASS        TO WS-OLD-CLASS.
062800     PERFORM 3600-NEXT-SERIAL    THRU 3600-EXIT.
062900     MOVE WS-OLD-SERIAL          TO CG-SERIAL.
063000     READ CERT-REGISTER KEY IS CG-SERIAL
063100         INVALID KEY
063200             DISPLAY "CERTREG REREAD FAILED - SERIAL " CG-SERIAL
063300             SET WS-FILE-ERROR   TO TRUE
063400             SET WS-REQ-EOF      TO TRUE
063500             GO TO 4100-EXIT
063600     END-READ.
063700     SET CG-SUPERSEDED           TO TRUE.
063800     MOVE WS-BUSINESS-DATE       TO CG-STATUS-DATE.
063900     MOVE WS-NEW-SERIAL          TO CG-LINKED-SERIAL.
064000     REWRITE CERT-REG-RECORD.
064100     MOVE SPACES                 TO CERT-REG-RECORD.
064200     MOVE WS-NEW-SERIAL          TO CG-SERIAL.
064300     MOVE SM-STUDENT-ID          TO CG-STUDENT-ID.
064400     MOVE SM-STUDENT-NAME        TO CG-STUDENT-NAME.
064500     MOVE WS-OLD-TERM            TO CG-TERM-CODE.
064600     MOVE WS-OLD-AVERAGE         TO CG-CUM-AVERAGE.
064700     MOVE WS-OLD-CLASS           TO CG-RESULT-CLASS.
064800     MOVE WS-BUSINESS-DATE       TO CG-ISSUE-DATE
064900                                    CG-STATUS-DATE.
065000     SET CG-REISSUED             TO TRUE.
065100     MOVE WS-OLD-SERIAL          TO CG-LINKED-SERIAL.
065200     MOVE CQ-REASON              TO CG-REASON.
065300     WRITE CERT-REG-RECORD
065400         INVALID KEY
065500             DISPLAY "CERTREG WRITE FAILED - SERIAL " CG-SERIAL
065600             SET WS-FILE-ERROR   TO TRUE
065700             SET WS-REQ-EOF      TO TRUE
065800             GO TO 4100-EXIT
065900     END-WRITE.
066000     ADD 1                       TO WS-REISSUED-COUNT.
066100     MOVE "REISSUED"             TO WS-LD-ACTION.
066200     PERFORM 3700-PRINT-CERTIFICATE THRU 3700-EXIT.
066300     PERFORM 3800-LOG-CERTIFICATE THRU 3800-EXIT.
066400 4100-READ-NEXT.
066500     PERFORM 4900-READ-REQUEST   THRU 4900-EXIT.
066600 4100-EXIT.
066700     EXIT.
066800
066900 4900-READ-REQUEST.
067000     READ CERT-REQUESTS
067100         AT END
067200             SET WS-REQ-EOF TO TRUE
067300     END-READ.
067400 4900-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800*    9000-TERMINATE - LOG TOTALS, CLOSE FILES AND REPORT RUN
067900*                     TOTALS
068000******************************************************************
068100 9000-TERMINATE.
068200     WRITE CERT-LOG-LINE         FROM SPACES.
068300     MOVE "GRADUATED STUDENTS    : " TO WS-TL-LABEL.
068400     MOVE WS-GRADUATE-COUNT      TO WS-TL-COUNT.
068500     WRITE CERT-LOG-LINE         FROM WS-TOTAL-LINE.
068600     MOVE "CERTIFICATES ISSUED   : " TO WS-TL-LABEL.
068700     MOVE WS-ISSUED-COUNT        TO WS-TL-COUNT.
068800     WRITE CERT-LOG-LINE         FROM WS-TOTAL-LINE.
068900     MOVE "ALREADY CERTIFIED     : " TO WS-TL-LABEL.
069000     MOVE WS-DUPLICATE-COUNT     TO WS-TL-COUNT.
069100     WRITE CERT-LOG-LINE         FROM WS-TOTAL-LINE.
069200     MOVE "REISSUE REQUESTS      : " TO WS-TL-LABEL.
069300     MOVE WS-REQUEST-COUNT       TO WS-TL-COUNT.
069400     WRITE CERT-LOG-LINE         FROM WS-TOTAL-LINE.
069500     MOVE "CERTIFICATES REISSUED : " TO WS-TL-LABEL.
069600     MOVE WS-REISSUED-COUNT      TO WS-TL-COUNT.
069700     WRITE CERT-LOG-LINE         FROM WS-TOTAL-LINE.
069800     MOVE "REJECTED              : " TO WS-TL-LABEL.
069900     MOVE WS-REJECT-COUNT        TO WS-TL-COUNT.
070000     WRITE CERT-LOG-LINE         FROM WS-TOTAL-LINE.
070100     DISPLAY "GRADUATED STUDENTS    : " WS-GRADUATE-COUNT.
070200     DISPLAY "  CERTIFICATES ISSUED : " WS-ISSUED-COUNT.
070300     DISPLAY "  ALREADY CERTIFIED   : " WS-DUPLICATE-COUNT.
070400     DISPLAY "REISSUE REQUESTS      : " WS-REQUEST-COUNT.
070500     DISPLAY "  REISSUED            : " WS-REISSUED-COUNT.
070600     DISPLAY "REJECTED              : " WS-REJECT-COUNT.
070700     CLOSE STUDENT-MASTER.
070800     CLOSE RESULT-MASTER.
070900     CLOSE CERT-REGISTER.
071000     CLOSE CERT-PRINT.
071100     CLOSE CERT-LOG.
071200     IF WS-REJECT-COUNT > ZERO
071300         MOVE 4                  TO RETURN-CODE
071400     END-IF.
071500     IF WS-FILE-ERROR
071600         MOVE 8                  TO RETURN-CODE
071700     END-IF.
071800     MOVE 'E'                    TO RSA-FUNCTION.
071900     COMPUTE RSA-READ-COUNT = WS-GRADUATE-COUNT
072000                            + WS-REQUEST-COUNT.
072100     COMPUTE RSA-WRITTEN-COUNT = WS-ISSUED-COUNT
072200                               + WS-REISSUED-COUNT.
072300     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
072400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
072500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
072600     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
072700 9000-EXIT.
072800     EXIT.
072900
073000 9999-EXIT.
073100     STOP RUN.
