000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 RPTRPRT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - ON-DEMAND REPRINT OF AN
001200*                     ARCHIVED REPORT.  EACH RPRTREQ CARD NAMES A
001250*                     REPORT ID, BUSINESS DATE, OPTIONAL PAGE
001300*                     RANGE AND THE REQUESTER; THE PAGES ARE
001350*                     COPIED FROM THE RPTARCH ARCHIVE BEHIND A
001400*                     "REPRINT" BANNER SO THE COPY CANNOT BE TAKEN
001450*                     FOR THE ORIGINAL, AND EVERY REQUEST -
001500*                     REPRINTED OR REFUSED - IS LOGGED ON RPRTLOG
001550*                     WITH WHO ASKED AND WHY.  RC 4 WHEN ANY
001600*                     REQUEST IS REFUSED.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.            IBM-370.
002400 OBJECT-COMPUTER.            IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
002800                             ORGANIZATION IS LINE SEQUENTIAL
002900                             FILE STATUS IS WS-BDAT-STATUS.
003000     SELECT REPRINT-REQUESTS ASSIGN TO "RPRTREQ"
003100                             ORGANIZATION IS LINE SEQUENTIAL
003200                             FILE STATUS IS WS-REQ-STATUS.
003300     SELECT REPORT-ARCHIVE   ASSIGN TO "RPTARCH"
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS DYNAMIC
003600                             RECORD KEY IS RA-KEY
003700                             FILE STATUS IS WS-ARCH-STATUS.
003800     SELECT REPORT-INDEX     ASSIGN TO "RPTINDX"
003900                             ORGANIZATION IS INDEXED
004000                             ACCESS MODE IS RANDOM
004100                             RECORD KEY IS RI-KEY
004200                             FILE STATUS IS WS-INDX-STATUS.
004300     SELECT REPRINT-STREAM   ASSIGN TO "RPRTOUT"
004400                             ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT REPRINT-LOG      ASSIGN TO "RPRTLOG"
004600                             ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BUS-DATE-FILE
005100     RECORDING MODE IS F.
005200     COPY BUSDATE.
005300
005400 FD  REPRINT-REQUESTS
005500     RECORDING MODE IS F.
005600     COPY RPRTREQ.
005700
005800 FD  REPORT-ARCHIVE.
005900     COPY RPTARCH.
006000
006100 FD  REPORT-INDEX.
006200     COPY RPTINDX.
006300
006400 FD  REPRINT-STREAM
006500     RECORDING MODE IS F.
006600 01  REPRINT-LINE                PIC X(132).
006700
006800 FD  REPRINT-LOG
006900     RECORDING MODE IS F.
007000 01  REPRINT-LOG-LINE            PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-BDAT-STATUS              PIC X(02).
007400     88  WS-BDAT-OK                      VALUE "00".
007500 01  WS-REQ-STATUS               PIC X(02).
007600     88  WS-REQ-OK                       VALUE "00".
007700 01  WS-ARCH-STATUS              PIC X(02).
007800     88  WS-ARCH-OK                      VALUE "00".
007900 01  WS-INDX-STATUS              PIC X(02).
008000     88  WS-INDX-OK                      VALUE "00".
008100
008200 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
008300 01  WS-RUN-TIME                 PIC 9(08).
008400
008500 01  WS-SWITCHES.
008600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008700         88  WS-EOF                          VALUE 'Y'.
008800     05  WS-PAGES-END-SW         PIC X(01)   VALUE 'N'.
008900         88  WS-PAGES-END                    VALUE 'Y'.
009000     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
009100         88  WS-FILE-ERROR                   VALUE 'Y'.
009200
009300*    AN ARCHIVE PAGE IS 60 PRINT LINES, AS IN THE RPTBNDL BUNDLE
009400 77  WS-PAGE-LINES               PIC 9(02)   COMP    VALUE 60.
009500 77  WS-FROM-PAGE                PIC 9(05)   COMP.
009600 77  WS-TO-PAGE                  PIC 9(05)   COMP.
009700 77  WS-LINES-PRINTED            PIC 9(07)   COMP.
009800 77  WS-REQUEST-COUNT            PIC 9(05)   COMP    VALUE ZERO.
009900 77  WS-REPRINT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
010000 77  WS-REFUSED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
010100
010200 01  WS-BANNER-EDGE.
010300     05  FILLER                  PIC X(60)   VALUE ALL "*".
010400
010500 01  WS-BANNER-REPRINT.
010600     05  FILLER                  PIC X(60)   VALUE
010700         "*  R E P R I N T  -  NOT THE ORIGINAL REPORT".
010800
010900 01  WS-BANNER-TITLE.
011000     05  FILLER                  PIC X(15)   VALUE
011100         "*  REPORT....: ".
011200     05  WS-BN-REPORT-ID         PIC X(08).
011300     05  FILLER                  PIC X(02)   VALUE SPACES.
011400     05  WS-BN-TITLE             PIC X(30).
011500
011600 01  WS-BANNER-DATE.
011700     05  FILLER                  PIC X(15)   VALUE
011800         "*  BUS. DATE.: ".
011900     05  WS-BN-DATE              PIC 9(08).
012000
012100 01  WS-BANNER-PAGES.
012200     05  FILLER                  PIC X(15)   VALUE
012300         "*  PAGES.....: ".
012400     05  WS-BN-FROM-PAGE         PIC ZZZZ9.
012500     05  FILLER                  PIC X(04)   VALUE " TO ".
012600     05  WS-BN-TO-PAGE           PIC ZZZZ9.
012700     05  FILLER                  PIC X(04)   VALUE " OF ".
012800     05  WS-BN-PAGE-COUNT        PIC ZZZZ9.
012900
013000 01  WS-BANNER-REQUESTER.
013100     05  FILLER                  PIC X(15)   VALUE
013200         "*  REQUESTED.: ".
013300     05  WS-BN-REQUESTED-BY      PIC X(08).
013400     05  FILLER                  PIC X(02)   VALUE SPACES.
013500     05  WS-BN-REASON            PIC X(30).
013600
013700 01  WS-BANNER-REPRINTED.
013800     05  FILLER                  PIC X(15)   VALUE
013900         "*  REPRINTED.: ".
014000     05  WS-BN-REPRINT-DATE      PIC 9(08).
014100
014200 01  WS-REPRINT-TRAILER.
014300     05  FILLER                  PIC X(22)   VALUE
014400         "*** END OF REPRINT OF ".
014500     05  WS-RT-REPORT-ID         PIC X(08).
014600     05  FILLER                  PIC X(01)   VALUE SPACES.
014700     05  WS-RT-DATE              PIC 9(08).
014800     05  FILLER                  PIC X(04)   VALUE " ***".
014900
015000 01  WS-LOG-HEADING.
015100     05  FILLER                  PIC X(10)   VALUE "RUN DATE".
015200     05  FILLER                  PIC X(09)   VALUE "TIME".
015300     05  FILLER                  PIC X(10)   VALUE "REQUESTER".
015400     05  FILLER                  PIC X(10)   VALUE "REPORT".
015500     05  FILLER                  PIC X(10)   VALUE "BUS DATE".
015600     05  FILLER                  PIC X(13)   VALUE "  PAGES".
015700     05  FILLER                  PIC X(09)   VALUE "    LINES".
015800     05  FILLER                  PIC X(30)   VALUE "DISPOSITION".
015900     05  FILLER                  PIC X(06)   VALUE "REASON".
016000
016100 01  WS-LOG-DETAIL.
016200     05  WS-LG-RUN-DATE          PIC 9(08).
016300     05  FILLER                  PIC X(02)   VALUE SPACES.
016400     05  WS-LG-RUN-TIME          PIC 9(06).
016500     05  FILLER                  PIC X(03)   VALUE SPACES.
016600     05  WS-LG-REQUESTED-BY      PIC X(08).
016700     05  FILLER                  PIC X(02)   VALUE SPACES.
016800     05  WS-LG-REPORT-ID         PIC X(08).
016900     05  FILLER                  PIC X(02)   VALUE SPACES.
017000     05  WS-LG-BUS-DATE          PIC X(08).
017100     05  FILLER                  PIC X(02)   VALUE SPACES.
017200     05  WS-LG-FROM-PAGE         PIC ZZZZ9.
017300     05  FILLER                  PIC X(01)   VALUE "-".
017400     05  WS-LG-TO-PAGE           PIC ZZZZ9.
017500     05  FILLER                  PIC X(02)   VALUE SPACES.
017600     05  WS-LG-LINES             PIC ZZZZZZ9.
017700     05  FILLER                  PIC X(02)   VALUE SPACES.
017800     05  WS-LG-DISPOSITION       PIC X(28).
017900     05  FILLER                  PIC X(02)   VALUE SPACES.
018000     05  WS-LG-REASON            PIC X(30).
018100
018200     COPY RUNSTAT.
018300
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
018700     PERFORM 2000-PROCESS-REQUEST    THRU 2000-EXIT
018800             UNTIL WS-EOF.
018900     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
019000     GO TO 9999-EXIT.
019100
019200******************************************************************
019300*    1000-INITIALIZE - BUSINESS DATE, OPEN THE ARCHIVE, THE INDEX,
019400*                      THE REQUESTS, THE REPRINT AND THE LOG
019500******************************************************************
019600 1000-INITIALIZE.
019700     DISPLAY "RPTRPRT - ARCHIVED REPORT REPRINT STARTING".
019800     MOVE "RPTRPRT"              TO RSA-PROGRAM-ID.
019900     MOVE 'S'                    TO RSA-FUNCTION.
020000     CALL "RUNSTAT"              USING RUN-STAT-AREA.
020100     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
020200     ACCEPT WS-RUN-TIME          FROM TIME.
020300     OPEN INPUT  REPORT-ARCHIVE.
020400     IF NOT WS-ARCH-OK
020500         DISPLAY "RPTARCH OPEN FAILED - STATUS " WS-ARCH-STATUS
020600         SET WS-FILE-ERROR       TO TRUE
020700     END-IF.
020800     OPEN INPUT  REPORT-INDEX.
020900     IF NOT WS-INDX-OK
021000         DISPLAY "RPTINDX OPEN FAILED - STATUS " WS-INDX-STATUS
021100         SET WS-FILE-ERROR       TO TRUE
021200     END-IF.
021300     OPEN INPUT  REPRINT-REQUESTS.
021400     IF NOT WS-REQ-OK
021500         DISPLAY "RPRTREQ OPEN FAILED - STATUS " WS-REQ-STATUS
021600         SET WS-FILE-ERROR       TO TRUE
021700     END-IF.
021800     OPEN OUTPUT REPRINT-STREAM.
021900     OPEN OUTPUT REPRINT-LOG.
022000     WRITE REPRINT-LOG-LINE      FROM WS-LOG-HEADING.
022100     IF WS-FILE-ERROR
022200         SET WS-EOF              TO TRUE
022300     ELSE
022400         PERFORM 2900-READ-REQUEST THRU 2900-EXIT
022500     END-IF.
022600 1000-EXIT.
022700     EXIT.
022800
022900******************************************************************
023000*    2000-PROCESS-REQUEST - EDIT ONE REQUEST AGAINST THE INDEX,
023100*                           SETTLE THE PAGE RANGE AND REPRINT IT;
023200*                           A REFUSAL IS LOGGED WITH ITS REASON
023300******************************************************************
023400 2000-PROCESS-REQUEST.
023500     ADD 1                       TO WS-REQUEST-COUNT.
023600     MOVE ZERO                   TO WS-FROM-PAGE
023700                                    WS-TO-PAGE
023800                                    WS-LINES-PRINTED.
023900     IF RQ-REQUESTED-BY EQUAL SPACES
024000         MOVE "REFUSED - NO REQUESTER" TO WS-LG-DISPOSITION
024100         GO TO 2000-REFUSE
024200     END-IF.
024300     IF RQ-REPORT-ID EQUAL SPACES
024400      OR RQ-BUS-DATE NOT NUMERIC
024500         MOVE "REFUSED - REPORT/DATE BAD" TO WS-LG-DISPOSITION
024600         GO TO 2000-REFUSE
024700     END-IF.
024800     MOVE RQ-REPORT-ID           TO RI-REPORT-ID.
024900     MOVE RQ-BUS-DATE            TO RI-BUS-DATE.
025000     READ REPORT-INDEX
025100         INVALID KEY
025200             MOVE "REFUSED - NOT ON ARCHIVE" TO WS-LG-DISPOSITION
025300             GO TO 2000-REFUSE
025400     END-READ.
025500     IF RI-LINE-COUNT EQUAL ZERO
025600         MOVE "REFUSED - ARCHIVED EMPTY" TO WS-LG-DISPOSITION
025700         GO TO 2000-REFUSE
025800     END-IF.
025900     MOVE 1                      TO WS-FROM-PAGE.
026000     MOVE RI-PAGE-COUNT          TO WS-TO-PAGE.
026100     IF RQ-FROM-PAGE NUMERIC
026200      AND RQ-FROM-PAGE GREATER THAN ZERO
026300         MOVE RQ-FROM-PAGE       TO WS-FROM-PAGE
026400     END-IF.
026500     IF RQ-TO-PAGE NUMERIC
026600      AND RQ-TO-PAGE GREATER THAN ZERO
026700         MOVE RQ-TO-PAGE         TO WS-TO-PAGE
026800     END-IF.
026900     IF WS-FROM-PAGE GREATER THAN WS-TO-PAGE
027000      OR WS-FROM-PAGE GREATER THAN RI-PAGE-COUNT
027100         MOVE "REFUSED - PAGE RANGE" TO WS-LG-DISPOSITION
027200         GO TO 2000-REFUSE
027300     END-IF.
027400     IF WS-TO-PAGE GREATER THAN RI-PAGE-COUNT
027500         MOVE RI-PAGE-COUNT      TO WS-TO-PAGE
027600     END-IF.
027700     PERFORM 3000-REPRINT-PAGES THRU 3000-EXIT.
027800     IF WS-FILE-ERROR
027900         MOVE "FAILED - ARCHIVE READ" TO WS-LG-DISPOSITION
028000         GO TO 2000-REFUSE
028100     END-IF.
028200     ADD 1                       TO WS-REPRINT-COUNT.
028300     MOVE "REPRINTED"            TO WS-LG-DISPOSITION.
028400     PERFORM 2800-WRITE-LOG THRU 2800-EXIT.
028500     GO TO 2000-READ-NEXT.
028600 2000-REFUSE.
028700     ADD 1                       TO WS-REFUSED-COUNT.
028800     DISPLAY "REQUEST " RQ-REPORT-ID " " RQ-BUS-DATE " "
028900             WS-LG-DISPOSITION.
029000     PERFORM 2800-WRITE-LOG THRU 2800-EXIT.
029100 2000-READ-NEXT.
029200     IF WS-FILE-ERROR
029300         SET WS-EOF              TO TRUE
029400     ELSE
029500         PERFORM 2900-READ-REQUEST THRU 2900-EXIT
029600     END-IF.
029700 2000-EXIT.
029800     EXIT.
029900
030000 2800-WRITE-LOG.
030100     MOVE WS-BUSINESS-DATE       TO WS-LG-RUN-DATE.
030200     MOVE WS-RUN-TIME (1:6)      TO WS-LG-RUN-TIME.
030300     MOVE RQ-REQUESTED-BY        TO WS-LG-REQUESTED-BY.
030400     MOVE RQ-REPORT-ID           TO WS-LG-REPORT-ID.
030500     MOVE RQ-BUS-DATE            TO WS-LG-BUS-DATE.
030600     MOVE WS-FROM-PAGE           TO WS-LG-FROM-PAGE.
030700     MOVE WS-TO-PAGE             TO WS-LG-TO-PAGE.
030800     MOVE WS-LINES-PRINTED       TO WS-LG-LINES.
030900     MOVE RQ-REASON              TO WS-LG-REASON.
031000     WRITE REPRINT-LOG-LINE      FROM WS-LOG-DETAIL.
031100 2800-EXIT.
031200     EXIT.
031300
031400 2900-READ-REQUEST.
031500     READ REPRINT-REQUESTS
031600         AT END
031700             SET WS-EOF TO TRUE
031800     END-READ.
031900 2900-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300*    3000-REPRINT-PAGES - THE REPRINT BANNER, THEN THE ARCHIVED
032400*                         LINES OF THE PAGE RANGE FROM THE FIRST
032500*                         LINE OF THE FROM-PAGE, THEN THE TRAILER
032600******************************************************************
032700 3000-REPRINT-PAGES.
032800     PERFORM 3100-WRITE-BANNER THRU 3100-EXIT.
032900     MOVE RQ-REPORT-ID           TO RA-REPORT-ID.
033000     MOVE RQ-BUS-DATE            TO RA-BUS-DATE.
033100     COMPUTE RA-LINE-NO = (WS-FROM-PAGE - 1) * WS-PAGE-LINES + 1.
033200     MOVE 'N'                    TO WS-PAGES-END-SW.
033300     START REPORT-ARCHIVE KEY IS NOT LESS THAN RA-KEY
033400         INVALID KEY
033500             DISPLAY "RPTARCH START FAILED - STATUS "
033600                     WS-ARCH-STATUS
033700             SET WS-FILE-ERROR   TO TRUE
033800             GO TO 3000-EXIT
033900     END-START.
034000     PERFORM 3200-COPY-ONE-LINE THRU 3200-EXIT
034100             UNTIL WS-PAGES-END.
034200     MOVE RQ-REPORT-ID           TO WS-RT-REPORT-ID.
034300     MOVE RQ-BUS-DATE            TO WS-RT-DATE.
034400     WRITE REPRINT-LINE          FROM WS-REPRINT-TRAILER.
034500 3000-EXIT.
034600     EXIT.
034700
034800 3100-WRITE-BANNER.
034900     MOVE RQ-REPORT-ID           TO WS-BN-REPORT-ID.
035000     MOVE RI-REPORT-TITLE        TO WS-BN-TITLE.
035100     MOVE RQ-BUS-DATE            TO WS-BN-DATE.
035200     MOVE WS-FROM-PAGE           TO WS-BN-FROM-PAGE.
035300     MOVE WS-TO-PAGE             TO WS-BN-TO-PAGE.
035400     MOVE RI-PAGE-COUNT          TO WS-BN-PAGE-COUNT.
035500     MOVE RQ-REQUESTED-BY        TO WS-BN-REQUESTED-BY.
035600     MOVE RQ-REASON              TO WS-BN-REASON.
035700     MOVE WS-BUSINESS-DATE       TO WS-BN-REPRINT-DATE.
035800     WRITE REPRINT-LINE          FROM WS-BANNER-EDGE.
035900     WRITE REPRINT-LINE          FROM WS-BANNER-REPRINT.
036000     WRITE REPRINT-LINE          FROM WS-BANNER-EDGE.
036100     WRITE REPRINT-LINE          FROM WS-BANNER-TITLE.
036200     WRITE REPRINT-LINE          FROM WS-BANNER-DATE.
036300     WRITE REPRINT-LINE          FROM WS-BANNER-PAGES.
036400     WRITE REPRINT-LINE          FROM WS-BANNER-REQUESTER.
036500     WRITE REPRINT-LINE          FROM WS-BANNER-REPRINTED.
036600     WRITE REPRINT-LINE          FROM WS-BANNER-EDGE.
036700 3100-EXIT.
036800     EXIT.
036900
037000 3200-COPY-ONE-LINE.
037100     READ REPORT-ARCHIVE NEXT RECORD
037200         AT END
037300             SET WS-PAGES-END    TO TRUE
037400             GO TO 3200-EXIT
037500     END-READ.
037600     IF RA-REPORT-ID NOT EQUAL RQ-REPORT-ID
037700      OR RA-BUS-DATE NOT EQUAL RQ-BUS-DATE
037800      OR RA-PAGE-NO GREATER THAN WS-TO-PAGE
037900         SET WS-PAGES-END        TO TRUE
038000         GO TO 3200-EXIT
038100     END-IF.
038200     WRITE REPRINT-LINE          FROM RA-LINE.
038300     ADD 1                       TO WS-LINES-PRINTED.
038400 3200-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*    8100-GET-BUSINESS-DATE - FROM THE CALCHK BUSDATE CARD;
038900*                             MACHINE DATE ONLY AS FALLBACK
039000******************************************************************
039100 8100-GET-BUSINESS-DATE.
039200     OPEN INPUT BUS-DATE-FILE.
039300     IF WS-BDAT-OK
039400         READ BUS-DATE-FILE
039500             AT END
039600                 CONTINUE
039700             NOT AT END
039800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
039900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
040000                 END-IF
040100         END-READ
040200     END-IF.
040300     CLOSE BUS-DATE-FILE.
040400     IF WS-BUSINESS-DATE EQUAL ZERO
040500         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
040600     END-IF.
040700 8100-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
041200******************************************************************
041300 9000-TERMINATE.
041400     DISPLAY "REPRINT REQUESTS   : " WS-REQUEST-COUNT.
041500     DISPLAY "  REPRINTED        : " WS-REPRINT-COUNT.
041600     DISPLAY "  REFUSED          : " WS-REFUSED-COUNT.
041700     CLOSE REPRINT-REQUESTS.
041800     CLOSE REPORT-ARCHIVE.
041900     CLOSE REPORT-INDEX.
042000     CLOSE REPRINT-STREAM.
042100     CLOSE REPRINT-LOG.
042200     IF WS-REFUSED-COUNT GREATER THAN ZERO
042300         MOVE 4                  TO RETURN-CODE
042400     END-IF.
042500     IF WS-FILE-ERROR
042600         MOVE 8                  TO RETURN-CODE
042700     END-IF.
042800     MOVE 'E'                    TO RSA-FUNCTION.
042900     MOVE WS-REQUEST-COUNT       TO RSA-READ-COUNT.
043000     MOVE WS-REPRINT-COUNT       TO RSA-WRITTEN-COUNT.
043100     MOVE WS-REFUSED-COUNT       TO RSA-REJECT-COUNT.
043200     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
043300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
043400     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
043500 9000-EXIT.
043600     EXIT.
043700
043800 9999-EXIT.
043900     STOP RUN.
