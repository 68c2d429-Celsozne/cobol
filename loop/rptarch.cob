000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 RPTARCH.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - NIGHTLY REPORT ARCHIVE.
001200*                     RUNS AFTER RPTBNDL AND STORES EACH OF THE
001300*                     NIGHT'S REPORTS (THE BUNDLED REPORTS AND THE
001400*                     TAXREM REMITTANCE REPORT) LINE BY LINE ON
001500*                     THE RPTARCH ARCHIVE UNDER REPORT ID AND
001600*                     BUSINESS DATE, WITH AN RPTINDX INDEX RECORD
001700*                     OF ITS PAGE AND LINE COUNTS, SO THAT RPTRPRT
001800*                     CAN REPRINT ANY PAST RUN.  A RERUN OF THE
001900*                     NIGHT REPLACES THE DAY'S COPY.  A REPORT NOT
002000*                     PRESENT IS LISTED AND SKIPPED; AN ARCHIVE
002100*                     WRITE FAILURE STOPS THE RUN WITH RC 8.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-370.
002600 OBJECT-COMPUTER.            IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003000                             ORGANIZATION IS LINE SEQUENTIAL
003100                             FILE STATUS IS WS-BDAT-STATUS.
003200     SELECT REPORT-ARCHIVE   ASSIGN TO "RPTARCH"
003300                             ORGANIZATION IS INDEXED
003400                             ACCESS MODE IS DYNAMIC
003500                             RECORD KEY IS RA-KEY
003600                             FILE STATUS IS WS-ARCH-STATUS.
003700     SELECT REPORT-INDEX     ASSIGN TO "RPTINDX"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS RANDOM
004000                             RECORD KEY IS RI-KEY
004100                             FILE STATUS IS WS-INDX-STATUS.
004200     SELECT OPTIONAL RPT-EMPRPT ASSIGN TO "EMPRPT"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-RPT-STATUS.
004500     SELECT OPTIONAL RPT-ADJRPT ASSIGN TO "ADJRPT"
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS WS-RPT-STATUS.
004800     SELECT OPTIONAL RPT-PAYREG ASSIGN TO "PAYREG"
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS WS-RPT-STATUS.
005100     SELECT OPTIONAL RPT-DEDREG ASSIGN TO "DEDREG"
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS IS WS-RPT-STATUS.
005400     SELECT OPTIONAL RPT-IF4RPT ASSIGN TO "IF4RPT"
005500                             ORGANIZATION IS LINE SEQUENTIAL
005600                             FILE STATUS IS WS-RPT-STATUS.
005700     SELECT OPTIONAL RPT-IF5RPT ASSIGN TO "IF5RPT"
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS IS WS-RPT-STATUS.
006000     SELECT OPTIONAL RPT-TAXRPT ASSIGN TO "TAXRPT"
006100                             ORGANIZATION IS LINE SEQUENTIAL
006200                             FILE STATUS IS WS-RPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BUS-DATE-FILE
006700     RECORDING MODE IS F.
006800     COPY BUSDATE.
006900
007000 FD  REPORT-ARCHIVE.
007100     COPY RPTARCH.
007200
007300 FD  REPORT-INDEX.
007400     COPY RPTINDX.
007500
007600 FD  RPT-EMPRPT
007700     RECORDING MODE IS F.
007800 01  EMPRPT-LINE                 PIC X(132).
007900
008000 FD  RPT-ADJRPT
008100     RECORDING MODE IS F.
008200 01  ADJRPT-LINE                 PIC X(132).
008300
008400 FD  RPT-PAYREG
008500     RECORDING MODE IS F.
008600 01  PAYREG-LINE                 PIC X(132).
008700
008800 FD  RPT-DEDREG
008900     RECORDING MODE IS F.
009000 01  DEDREG-LINE                 PIC X(132).
009100
009200 FD  RPT-IF4RPT
009300     RECORDING MODE IS F.
009400 01  IF4RPT-LINE                 PIC X(132).
009500
009600 FD  RPT-IF5RPT
009700     RECORDING MODE IS F.
009800 01  IF5RPT-LINE                 PIC X(132).
009900
010000 FD  RPT-TAXRPT
010100     RECORDING MODE IS F.
010200 01  TAXRPT-LINE                 PIC X(100).
010300
010400 WORKING-STORAGE SECTION.
010500 01  WS-BDAT-STATUS              PIC X(02).
010600     88  WS-BDAT-OK                      VALUE "00".
010700 01  WS-ARCH-STATUS              PIC X(02).
010800     88  WS-ARCH-OK                      VALUE "00".
010900     88  WS-ARCH-DUPLICATE               VALUE "22".
011000 01  WS-INDX-STATUS              PIC X(02).
011100     88  WS-INDX-OK                      VALUE "00".
011200 01  WS-RPT-STATUS               PIC X(02).
011300     88  WS-RPT-OK                       VALUE "00".
011400
011500 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
011600
011700 01  WS-SWITCHES.
011800     05  WS-RPT-EOF-SW           PIC X(01)   VALUE 'N'.
011900         88  WS-RPT-EOF                      VALUE 'Y'.
012000     05  WS-RPT-PRESENT-SW       PIC X(01)   VALUE 'N'.
012100         88  WS-RPT-PRESENT                  VALUE 'Y'.
012200     05  WS-ON-INDEX-SW          PIC X(01)   VALUE 'N'.
012300         88  WS-ON-INDEX                     VALUE 'Y'.
012400     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
012500         88  WS-FILE-ERROR                   VALUE 'Y'.
012600
012700*    THE REPORTS ARCHIVED EACH NIGHT, IN ARCHIVE ORDER
012800 01  WS-ARCHIVE-LIST.
012900     05  FILLER                  PIC X(38)   VALUE
013000         "EMPRPT  EMPLOYEE ROSTER".
013100     05  FILLER                  PIC X(38)   VALUE
013200         "ADJRPT  PAYROLL ADJUSTMENT REPORT".
013300     05  FILLER                  PIC X(38)   VALUE
013400         "PAYREG  PAYROLL REGISTER".
013500     05  FILLER                  PIC X(38)   VALUE
013600         "DEDREG  DEDUCTION REGISTER".
013700     05  FILLER                  PIC X(38)   VALUE
013800         "IF4RPT  STUDENT RESULT REPORT".
013900     05  FILLER                  PIC X(38)   VALUE
014000         "IF5RPT  TRANSACTION CLASSIFICATION".
014100     05  FILLER                  PIC X(38)   VALUE
014200         "TAXRPT  WITHHOLDING REMITTANCE REPORT".
014300 01  WS-ARCHIVE-TABLE            REDEFINES WS-ARCHIVE-LIST.
014400     05  WS-ARCHIVE-ENTRY        OCCURS 7 TIMES.
014500         10  WS-AR-REPORT-ID     PIC X(08).
014600         10  WS-AR-TITLE         PIC X(30).
014700 77  WS-ARCHIVE-COUNT            PIC 9(02)   COMP    VALUE 7.
014800 77  WS-AR-SUB                   PIC 9(02)   COMP.
014900
015000 01  WS-REPORT-ID                PIC X(08).
015100 01  WS-REPORT-LINE              PIC X(132).
015200
015300*    AN ARCHIVE PAGE IS 60 PRINT LINES, AS IN THE RPTBNDL BUNDLE
015400 77  WS-PAGE-LINES               PIC 9(02)   COMP    VALUE 60.
015500 77  WS-LINE-NO                  PIC 9(07)   COMP.
015600 77  WS-OLD-LINE-COUNT           PIC 9(07)   COMP.
015700 77  WS-OLD-ARCHIVE-COUNT        PIC 9(02)   COMP.
015800 77  WS-PURGE-NO                 PIC 9(07)   COMP.
015900 77  WS-FIRST-PURGE-NO           PIC 9(07)   COMP.
016000 77  WS-ARCHIVED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
016100 77  WS-REPLACED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
016200 77  WS-SKIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016300 77  WS-TOTAL-LINES              PIC 9(07)   COMP    VALUE ZERO.
016400
016500     COPY RUNSTAT.
016600
016700 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
017000     IF NOT WS-FILE-ERROR
017100         PERFORM 2000-ARCHIVE-ONE-REPORT THRU 2000-EXIT
017200                 VARYING WS-AR-SUB FROM 1 BY 1
017300                 UNTIL WS-AR-SUB GREATER THAN WS-ARCHIVE-COUNT
017400                    OR WS-FILE-ERROR
017500     END-IF.
017600     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
017700     GO TO 9999-EXIT.
017800
017900******************************************************************
018000*    1000-INITIALIZE - BUSINESS DATE, OPEN THE ARCHIVE AND INDEX
018100******************************************************************
018200 1000-INITIALIZE.
018300     DISPLAY "RPTARCH - NIGHTLY REPORT ARCHIVE STARTING".
018400     MOVE "RPTARCH"              TO RSA-PROGRAM-ID.
018500     MOVE 'S'                    TO RSA-FUNCTION.
018600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
018700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
018800     DISPLAY "BUSINESS DATE      : " WS-BUSINESS-DATE.
018900     OPEN I-O    REPORT-ARCHIVE.
019000     IF NOT WS-ARCH-OK
019100         DISPLAY "RPTARCH OPEN FAILED - STATUS " WS-ARCH-STATUS
019200         SET WS-FILE-ERROR       TO TRUE
019300     END-IF.
019400     OPEN I-O    REPORT-INDEX.
019500     IF NOT WS-INDX-OK
019600         DISPLAY "RPTINDX OPEN FAILED - STATUS " WS-INDX-STATUS
019700         SET WS-FILE-ERROR       TO TRUE
019800     END-IF.
019900 1000-EXIT.
020000     EXIT.
020100
020200******************************************************************
020300*    2000-ARCHIVE-ONE-REPORT - COPY ONE REPORT FILE TO THE ARCHIVE
020400*                              AND INDEX IT; A DAY ALREADY ON THE
020500*                              INDEX IS OVERWRITTEN LINE FOR LINE
020600*                              AND ANY LINES BEYOND THE NEW COPY
020700*                              ARE REMOVED
020800******************************************************************
020900 2000-ARCHIVE-ONE-REPORT.
021000     MOVE WS-AR-REPORT-ID (WS-AR-SUB) TO WS-REPORT-ID.
021100     PERFORM 7700-OPEN-REPORT THRU 7700-EXIT.
021200     IF NOT WS-RPT-PRESENT
021300         DISPLAY "REPORT NOT PRESENT : " WS-REPORT-ID
021400         ADD 1                   TO WS-SKIPPED-COUNT
021500         GO TO 2000-EXIT
021600     END-IF.
021700     PERFORM 2100-CHECK-INDEX THRU 2100-EXIT.
021800     MOVE ZERO                   TO WS-LINE-NO.
021900     MOVE 'N'                    TO WS-RPT-EOF-SW.
022000     PERFORM 7800-READ-REPORT THRU 7800-EXIT.
022100     PERFORM 2200-STORE-ONE-LINE THRU 2200-EXIT
022200             UNTIL WS-RPT-EOF
022300                OR WS-FILE-ERROR.
022400     PERFORM 7900-CLOSE-REPORT THRU 7900-EXIT.
022500     IF WS-FILE-ERROR
022600         GO TO 2000-EXIT
022700     END-IF.
022800     IF WS-ON-INDEX
022900      AND WS-OLD-LINE-COUNT GREATER THAN WS-LINE-NO
023000         COMPUTE WS-FIRST-PURGE-NO = WS-LINE-NO + 1
023100         PERFORM 2300-PURGE-OLD-LINE THRU 2300-EXIT
023200                 VARYING WS-PURGE-NO FROM WS-FIRST-PURGE-NO BY 1
023300                 UNTIL WS-PURGE-NO GREATER THAN WS-OLD-LINE-COUNT
023400                    OR WS-FILE-ERROR
023500     END-IF.
023600     PERFORM 2400-WRITE-INDEX THRU 2400-EXIT.
023700 2000-EXIT.
023800     EXIT.
023900
024000 2100-CHECK-INDEX.
024100     MOVE 'N'                    TO WS-ON-INDEX-SW.
024200     MOVE ZERO                   TO WS-OLD-LINE-COUNT
024300                                    WS-OLD-ARCHIVE-COUNT.
024400     MOVE WS-REPORT-ID           TO RI-REPORT-ID.
024500     MOVE WS-BUSINESS-DATE       TO RI-BUS-DATE.
024600     READ REPORT-INDEX
024700         INVALID KEY
024800             GO TO 2100-EXIT
024900     END-READ.
025000     SET WS-ON-INDEX             TO TRUE.
025100     MOVE RI-LINE-COUNT          TO WS-OLD-LINE-COUNT.
025200     MOVE RI-ARCHIVE-COUNT       TO WS-OLD-ARCHIVE-COUNT.
025300     DISPLAY "ALREADY ARCHIVED   : " WS-REPORT-ID " - REPLACED".
025400 2100-EXIT.
025500     EXIT.
025600
025700 2200-STORE-ONE-LINE.
025800     ADD 1                       TO WS-LINE-NO.
025900     MOVE WS-REPORT-ID           TO RA-REPORT-ID.
026000     MOVE WS-BUSINESS-DATE       TO RA-BUS-DATE.
026100     MOVE WS-LINE-NO             TO RA-LINE-NO.
026200     COMPUTE RA-PAGE-NO = (WS-LINE-NO - 1) / WS-PAGE-LINES + 1.
026300     MOVE WS-REPORT-LINE         TO RA-LINE.
026400     WRITE RPT-ARCHIVE-RECORD.
026500     IF WS-ARCH-DUPLICATE
026600         REWRITE RPT-ARCHIVE-RECORD
026700     END-IF.
026800     IF NOT WS-ARCH-OK
026900         DISPLAY "RPTARCH WRITE FAILED - " WS-REPORT-ID
027000                 " LINE " WS-LINE-NO " STATUS " WS-ARCH-STATUS
027100         SET WS-FILE-ERROR       TO TRUE
027200         GO TO 2200-EXIT
027300     END-IF.
027400     PERFORM 7800-READ-REPORT THRU 7800-EXIT.
027500 2200-EXIT.
027600     EXIT.
027700
027800 2300-PURGE-OLD-LINE.
027900     MOVE WS-REPORT-ID           TO RA-REPORT-ID.
028000     MOVE WS-BUSINESS-DATE       TO RA-BUS-DATE.
028100     MOVE WS-PURGE-NO            TO RA-LINE-NO.
028200     DELETE REPORT-ARCHIVE
028300         INVALID KEY
028400             CONTINUE
028500     END-DELETE.
028600 2300-EXIT.
028700     EXIT.
028800
028900 2400-WRITE-INDEX.
029000     MOVE SPACES                 TO RPT-INDEX-RECORD.
029100     MOVE WS-REPORT-ID           TO RI-REPORT-ID.
029200     MOVE WS-BUSINESS-DATE       TO RI-BUS-DATE.
029300     MOVE WS-AR-TITLE (WS-AR-SUB) TO RI-REPORT-TITLE.
029400     MOVE WS-LINE-NO             TO RI-LINE-COUNT.
029500     COMPUTE RI-PAGE-COUNT =
029600             (WS-LINE-NO + WS-PAGE-LINES - 1) / WS-PAGE-LINES.
029700     COMPUTE RI-ARCHIVE-COUNT = WS-OLD-ARCHIVE-COUNT + 1.
029800     IF WS-ON-INDEX
029900         REWRITE RPT-INDEX-RECORD
030000         ADD 1                   TO WS-REPLACED-COUNT
030100     ELSE
030200         WRITE RPT-INDEX-RECORD
030300     END-IF.
030400     IF NOT WS-INDX-OK
030500         DISPLAY "RPTINDX WRITE FAILED - " WS-REPORT-ID
030600                 " STATUS " WS-INDX-STATUS
030700         SET WS-FILE-ERROR       TO TRUE
030800         GO TO 2400-EXIT
030900     END-IF.
031000     ADD 1                       TO WS-ARCHIVED-COUNT.
031100     ADD WS-LINE-NO              TO WS-TOTAL-LINES.
031200     DISPLAY "ARCHIVED           : " WS-REPORT-ID
031300             " PAGES " RI-PAGE-COUNT " LINES " RI-LINE-COUNT.
031400 2400-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800*    7700-OPEN-REPORT - ROUTE THE REPORT ID TO ITS FILE
031900******************************************************************
032000 7700-OPEN-REPORT.
032100     MOVE 'N'                    TO WS-RPT-PRESENT-SW.
032200     EVALUATE WS-REPORT-ID
032300         WHEN "EMPRPT"
032400             OPEN INPUT RPT-EMPRPT
032500         WHEN "ADJRPT"
032600             OPEN INPUT RPT-ADJRPT
032700         WHEN "PAYREG"
032800             OPEN INPUT RPT-PAYREG
032900         WHEN "DEDREG"
033000             OPEN INPUT RPT-DEDREG
033100         WHEN "IF4RPT"
033200             OPEN INPUT RPT-IF4RPT
033300         WHEN "IF5RPT"
033400             OPEN INPUT RPT-IF5RPT
033500         WHEN "TAXRPT"
033600             OPEN INPUT RPT-TAXRPT
033700     END-EVALUATE.
033800     IF WS-RPT-OK
033900         SET WS-RPT-PRESENT      TO TRUE
034000     ELSE
034100         PERFORM 7900-CLOSE-REPORT THRU 7900-EXIT
034200     END-IF.
034300 7700-EXIT.
034400     EXIT.
034500
034600 7800-READ-REPORT.
034700     EVALUATE WS-REPORT-ID
034800         WHEN "EMPRPT"
034900             READ RPT-EMPRPT
035000                 AT END SET WS-RPT-EOF TO TRUE
035100                 NOT AT END MOVE EMPRPT-LINE TO WS-REPORT-LINE
035200             END-READ
035300         WHEN "ADJRPT"
035400             READ RPT-ADJRPT
035500                 AT END SET WS-RPT-EOF TO TRUE
035600                 NOT AT END MOVE ADJRPT-LINE TO WS-REPORT-LINE
035700             END-READ
035800         WHEN "PAYREG"
035900             READ RPT-PAYREG
036000                 AT END SET WS-RPT-EOF TO TRUE
036100                 NOT AT END MOVE PAYREG-LINE TO WS-REPORT-LINE
036200             END-READ
036300         WHEN "DEDREG"
036400             READ RPT-DEDREG
036500                 AT END SET WS-RPT-EOF TO TRUE
036600                 NOT AT END MOVE DEDREG-LINE TO WS-REPORT-LINE
036700             END-READ
036800         WHEN "IF4RPT"
036900             READ RPT-IF4RPT
037000                 AT END SET WS-RPT-EOF TO TRUE
037100                 NOT AT END MOVE IF4RPT-LINE TO WS-REPORT-LINE
037200             END-READ
037300         WHEN "IF5RPT"
037400             READ RPT-IF5RPT
037500                 AT END SET WS-RPT-EOF TO TRUE
037600                 NOT AT END MOVE IF5RPT-LINE TO WS-REPORT-LINE
037700             END-READ
037800         WHEN "TAXRPT"
037900             READ RPT-TAXRPT
038000                 AT END SET WS-RPT-EOF TO TRUE
038100                 NOT AT END MOVE TAXRPT-LINE TO WS-REPORT-LINE
038200             END-READ
038300         WHEN OTHER
038400             SET WS-RPT-EOF TO TRUE
038500     END-EVALUATE.
038600 7800-EXIT.
038700     EXIT.
038800
038900 7900-CLOSE-REPORT.
039000     EVALUATE WS-REPORT-ID
039100         WHEN "EMPRPT"
039200             CLOSE RPT-EMPRPT
039300         WHEN "ADJRPT"
039400             CLOSE RPT-ADJRPT
039500         WHEN "PAYREG"
039600             CLOSE RPT-PAYREG
039700         WHEN "DEDREG"
039800             CLOSE RPT-DEDREG
039900         WHEN "IF4RPT"
040000             CLOSE RPT-IF4RPT
040100         WHEN "IF5RPT"
040200             CLOSE RPT-IF5RPT
040300         WHEN "TAXRPT"
040400             CLOSE RPT-TAXRPT
040500         WHEN OTHER
040600             CONTINUE
040700     END-EVALUATE.
040800 7900-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200*    8100-GET-BUSINESS-DATE - FROM THE CALCHK BUSDATE CARD;
041300*                             MACHINE DATE ONLY AS FALLBACK
041400******************************************************************
041500 8100-GET-BUSINESS-DATE.
041600     OPEN INPUT BUS-DATE-FILE.
041700     IF WS-BDAT-OK
041800         READ BUS-DATE-FILE
041900             AT END
042000                 CONTINUE
042100             NOT AT END
042200                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
042300                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
042400                 END-IF
042500         END-READ
042600     END-IF.
042700     CLOSE BUS-DATE-FILE.
042800     IF WS-BUSINESS-DATE EQUAL ZERO
042900         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
043000     END-IF.
043100 8100-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
043600******************************************************************
043700 9000-TERMINATE.
043800     DISPLAY "REPORTS ARCHIVED   : " WS-ARCHIVED-COUNT.
043900     DISPLAY "  REPLACING A RUN  : " WS-REPLACED-COUNT.
044000     DISPLAY "REPORTS SKIPPED    : " WS-SKIPPED-COUNT.
044100     DISPLAY "LINES ARCHIVED     : " WS-TOTAL-LINES.
044200     CLOSE REPORT-ARCHIVE.
044300     CLOSE REPORT-INDEX.
044400     IF WS-FILE-ERROR
044500         MOVE 8                  TO RETURN-CODE
044600     END-IF.
044700     MOVE 'E'                    TO RSA-FUNCTION.
044800     MOVE WS-ARCHIVE-COUNT       TO RSA-READ-COUNT.
044900     MOVE WS-ARCHIVED-COUNT      TO RSA-WRITTEN-COUNT.
045000     MOVE WS-SKIPPED-COUNT       TO RSA-REJECT-COUNT.
045100     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
045200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
045300     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
045400 9000-EXIT.
045500     EXIT.
045600
045700 9999-EXIT.
045800     STOP RUN.
