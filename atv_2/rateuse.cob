000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 RATEUSE.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - RATE-CODE USAGE REPORT
001200*                     FROM THE ADJHIST ADJUSTMENT-HISTORY MASTER.
001300*                     A MONTHPRM PARAMETER CARD (YYYYMM) SELECTS
001400*                     ONE MONTH; A BLANK OR MISSING CARD REPORTS
001500*                     THE WHOLE FILE.  ONE REPORT LINE PER RATE
001600*                     CODE APPLIED: ADJUSTMENT COUNT, THE NET BASE
001700*                     AMOUNT, THE RATE-BASED AMOUNT THE CODE
001800*                     PRODUCED, THE TOTAL MOVED AND HOW MANY WERE
001900*                     LATER REVERSED.  A REVERSED ADJUSTMENT IS
002000*                     COUNTED BUT MOVES NOTHING.  HISTORY WITH NO
002100*                     CODE (REVERSALS, PLAIN-AMOUNT FEEDS) IS NOT
002200*                     REPORTED.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-370.
002700 OBJECT-COMPUTER.            IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ADJ-HISTORY      ASSIGN TO "ADJHIST"
003100                             ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT OPTIONAL MONTH-PARM ASSIGN TO "MONTHPRM"
003300                             ORGANIZATION IS LINE SEQUENTIAL
003400                             FILE STATUS IS WS-PARM-STATUS.
003500     SELECT USAGE-RPT        ASSIGN TO "RATEUSRP"
003600                             ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT HIST-SORT        ASSIGN TO "SORTWK".
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ADJ-HISTORY
004200     RECORDING MODE IS F.
004300     COPY ADJHIST.
004400
004500 FD  MONTH-PARM
004600     RECORDING MODE IS F.
004700 01  MONTH-PARM-RECORD.
004800     05  MP-MONTH            PIC 9(06).
004900
005000 FD  USAGE-RPT
005100     RECORDING MODE IS F.
005200 01  USAGE-RPT-LINE          PIC X(80).
005300
005400 SD  HIST-SORT.
005500 01  SORT-RECORD.
005600     05  SH-RATE-CODE        PIC X(02).
005700     05  SH-RUN-DATE         PIC 9(08).
005800     05  SH-TYPE             PIC X(01).
005900         88  SH-TYPE-ADD                     VALUE 'A'.
006000     05  SH-AMOUNT           PIC S9(3)V9(2).
006100     05  SH-RATE-ADJUSTMENT  PIC S9(3)V9(6).
006200     05  SH-REVERSED-SW      PIC X(01).
006300         88  SH-REVERSED                     VALUE 'Y'.
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-PARM-STATUS          PIC X(02).
006700     88  WS-PARM-OK                      VALUE "00".
006800
006900 01  WS-SWITCHES.
007000     05  WS-EOF-SW           PIC X(01)   VALUE 'N'.
007100         88  WS-EOF                      VALUE 'Y'.
007200     05  WS-SORT-EOF-SW      PIC X(01)   VALUE 'N'.
007300         88  WS-SORT-EOF                 VALUE 'Y'.
007400     05  WS-MONTH-ALL-SW     PIC X(01)   VALUE 'Y'.
007500         88  WS-MONTH-ALL                VALUE 'Y'.
007600     05  WS-CODE-STARTED-SW  PIC X(01)   VALUE 'N'.
007700         88  WS-CODE-STARTED             VALUE 'Y'.
007800
007900 77  WS-HIST-COUNT           PIC 9(05)   COMP    VALUE ZERO.
008000 77  WS-SELECT-COUNT         PIC 9(05)   COMP    VALUE ZERO.
008100 77  WS-NO-CODE-COUNT        PIC 9(05)   COMP    VALUE ZERO.
008200 77  WS-CODE-TRANS-COUNT     PIC 9(05)   COMP    VALUE ZERO.
008300 77  WS-CODE-REV-COUNT       PIC 9(05)   COMP    VALUE ZERO.
008400 77  WS-CODE-TOTAL-COUNT     PIC 9(05)   COMP    VALUE ZERO.
008500 77  WS-GRAND-TRANS-COUNT    PIC 9(05)   COMP    VALUE ZERO.
008600 77  WS-GRAND-REV-COUNT      PIC 9(05)   COMP    VALUE ZERO.
008700
008800 01  WS-SELECT-MONTH         PIC 9(06)   VALUE ZERO.
008900 01  WS-PREV-RATE-CODE       PIC X(02).
009000 01  WS-CODE-BASE            PIC S9(5)V9(2)  VALUE ZERO.
009100 01  WS-CODE-RATE-AMT        PIC S9(5)V9(6)  VALUE ZERO.
009200 01  WS-CODE-MOVED           PIC S9(5)V9(2)  VALUE ZERO.
009300 01  WS-GRAND-BASE           PIC S9(5)V9(2)  VALUE ZERO.
009400 01  WS-GRAND-RATE-AMT       PIC S9(5)V9(6)  VALUE ZERO.
009500 01  WS-GRAND-MOVED          PIC S9(5)V9(2)  VALUE ZERO.
009600
009700 01  WS-HEADING-1.
009800     05  FILLER              PIC X(34)   VALUE
009900         "RATE-CODE USAGE REPORT".
010000 01  WS-HEADING-2.
010100     05  FILLER              PIC X(07)   VALUE "MONTH: ".
010200     05  WS-H2-MONTH         PIC X(10).
010300 01  WS-HEADING-3.
010400     05  FILLER              PIC X(04)   VALUE "CODE".
010500     05  FILLER              PIC X(08)   VALUE "   COUNT".
010600     05  FILLER              PIC X(12)   VALUE "    BASE NET".
010700     05  FILLER              PIC X(15)   VALUE "    RATE AMOUNT".
010800     05  FILLER              PIC X(12)   VALUE " TOTAL MOVED".
010900     05  FILLER              PIC X(10)   VALUE "  REVERSED".
011000
011100 01  WS-DETAIL-LINE.
011200     05  WS-DET-RATE-CODE    PIC X(02).
011300     05  FILLER              PIC X(05)   VALUE SPACES.
011400     05  WS-DET-COUNT        PIC ZZZZ9.
011500     05  FILLER              PIC X(03)   VALUE SPACES.
011600     05  WS-DET-BASE         PIC -ZZZZ9.99.
011700     05  FILLER              PIC X(02)   VALUE SPACES.
011800     05  WS-DET-RATE-AMT     PIC -ZZZZ9.999999.
011900     05  FILLER              PIC X(03)   VALUE SPACES.
012000     05  WS-DET-MOVED        PIC -ZZZZ9.99.
012100     05  FILLER              PIC X(05)   VALUE SPACES.
012200     05  WS-DET-REVERSED     PIC ZZZZ9.
012300
012400 01  WS-TOTAL-LINE.
012500     05  FILLER              PIC X(16)   VALUE
012600         "CODES REPORTED: ".
012700     05  WS-TOT-CODES        PIC ZZZZ9.
012800     05  FILLER              PIC X(09)   VALUE "  COUNT: ".
012900     05  WS-TOT-COUNT        PIC ZZZZ9.
013000     05  FILLER              PIC X(12)   VALUE "  REVERSED: ".
013100     05  WS-TOT-REVERSED     PIC ZZZZ9.
013200 01  WS-TOTAL-LINE-2.
013300     05  FILLER              PIC X(11)   VALUE "BASE NET: ".
013400     05  WS-TOT-BASE         PIC -ZZZZ9.99.
013500     05  FILLER              PIC X(15)   VALUE "  RATE AMOUNT: ".
013600     05  WS-TOT-RATE-AMT     PIC -ZZZZ9.999999.
013700     05  FILLER              PIC X(15)   VALUE "  TOTAL MOVED: ".
013800     05  WS-TOT-MOVED        PIC -ZZZZ9.99.
013900
014000 PROCEDURE DIVISION.
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
014300     SORT HIST-SORT
014400         ON ASCENDING KEY SH-RATE-CODE
014500                          SH-RUN-DATE
014600         INPUT PROCEDURE IS 2000-SELECT-HISTORY
014700                       THRU 2000-SEL-EXIT
014800         OUTPUT PROCEDURE IS 3000-SUMMARIZE
014900                        THRU 3000-EXIT.
015000     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
015100     GO TO 9999-EXIT.
015200
015300******************************************************************
015400*    1000-INITIALIZE - OPEN FILES, PICK UP THE MONTH PARAMETER
015500******************************************************************
015600 1000-INITIALIZE.
015700     DISPLAY "RATEUSE - RATE-CODE USAGE REPORT STARTING".
015800     OPEN INPUT  ADJ-HISTORY.
015900     OPEN OUTPUT USAGE-RPT.
016000     PERFORM 1100-READ-MONTH-PARM THRU 1100-EXIT.
016100     IF WS-MONTH-ALL
016200         MOVE "ALL" TO WS-H2-MONTH
016300     ELSE
016400         MOVE WS-SELECT-MONTH TO WS-H2-MONTH
016500     END-IF.
016600     WRITE USAGE-RPT-LINE    FROM WS-HEADING-1.
016700     WRITE USAGE-RPT-LINE    FROM WS-HEADING-2.
016800     WRITE USAGE-RPT-LINE    FROM WS-HEADING-3.
016900 1000-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300*    1100-READ-MONTH-PARM - AN OPTIONAL ONE-CARD PARAMETER FILE
017400*                           NAMES THE MONTH (YYYYMM) TO REPORT
017500******************************************************************
017600 1100-READ-MONTH-PARM.
017700     OPEN INPUT MONTH-PARM.
017800     IF WS-PARM-OK
017900         READ MONTH-PARM
018000             AT END
018100                 CONTINUE
018200             NOT AT END
018300                 IF MP-MONTH NUMERIC AND MP-MONTH > ZERO
018400                     MOVE MP-MONTH   TO WS-SELECT-MONTH
018500                     MOVE 'N'        TO WS-MONTH-ALL-SW
018600                 END-IF
018700         END-READ
018800         CLOSE MONTH-PARM
018900     END-IF.
019000 1100-EXIT.
019100     EXIT.
019200
019300******************************************************************
019400*    2000-SELECT-HISTORY - SORT INPUT PROCEDURE; RELEASE THE
019500*                          SELECTED MONTH'S CODED HISTORY RECORDS
019600******************************************************************
019700 2000-SELECT-HISTORY.
019800     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
019900     PERFORM 2100-FILTER-RECORD THRU 2100-EXIT
020000             UNTIL WS-EOF.
020100 2000-SEL-EXIT.
020200     EXIT.
020300
020400 2100-FILTER-RECORD.
020500     ADD 1                   TO WS-HIST-COUNT.
020600     IF NOT WS-MONTH-ALL
020700        AND AH-RUN-DATE (1:6) NOT EQUAL WS-SELECT-MONTH
020800         GO TO 2100-READ-NEXT
020900     END-IF.
021000     IF AH-RATE-CODE EQUAL SPACES OR LOW-VALUES
021100         ADD 1               TO WS-NO-CODE-COUNT
021200         GO TO 2100-READ-NEXT
021300     END-IF.
021400     ADD 1                   TO WS-SELECT-COUNT.
021500     MOVE AH-RATE-CODE       TO SH-RATE-CODE.
021600     MOVE AH-RUN-DATE        TO SH-RUN-DATE.
021700     MOVE AH-TYPE            TO SH-TYPE.
021800     MOVE AH-AMOUNT          TO SH-AMOUNT.
021900     MOVE AH-RATE-ADJUSTMENT TO SH-RATE-ADJUSTMENT.
022000     MOVE AH-REVERSED-SW     TO SH-REVERSED-SW.
022100     RELEASE SORT-RECORD.
022200 2100-READ-NEXT.
022300     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
022400 2100-EXIT.
022500     EXIT.
022600
022700 2900-READ-HISTORY.
022800     READ ADJ-HISTORY
022900         AT END
023000             SET WS-EOF TO TRUE
023100     END-READ.
023200 2900-EXIT.
023300     EXIT.
023400
023500******************************************************************
023600*    3000-SUMMARIZE - SORT OUTPUT PROCEDURE; ONE USAGE LINE PER
023700*                     RATE CODE AND THE GRAND TOTALS
023800******************************************************************
023900 3000-SUMMARIZE.
024000     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
024100     PERFORM 3100-ACCUMULATE THRU 3100-EXIT
024200             UNTIL WS-SORT-EOF.
024300     IF WS-CODE-STARTED
024400         PERFORM 3200-PRINT-CODE THRU 3200-EXIT
024500     END-IF.
024600     MOVE WS-CODE-TOTAL-COUNT  TO WS-TOT-CODES.
024700     MOVE WS-GRAND-TRANS-COUNT TO WS-TOT-COUNT.
024800     MOVE WS-GRAND-REV-COUNT   TO WS-TOT-REVERSED.
024900     WRITE USAGE-RPT-LINE    FROM WS-TOTAL-LINE.
025000     MOVE WS-GRAND-BASE      TO WS-TOT-BASE.
025100     MOVE WS-GRAND-RATE-AMT  TO WS-TOT-RATE-AMT.
025200     MOVE WS-GRAND-MOVED     TO WS-TOT-MOVED.
025300     WRITE USAGE-RPT-LINE    FROM WS-TOTAL-LINE-2.
025400 3000-EXIT.
025500     EXIT.
025600
025700 3100-ACCUMULATE.
025800     IF NOT WS-CODE-STARTED
025900         SET WS-CODE-STARTED TO TRUE
026000         PERFORM 3150-START-CODE THRU 3150-EXIT
026100     ELSE
026200         IF SH-RATE-CODE NOT EQUAL WS-PREV-RATE-CODE
026300             PERFORM 3200-PRINT-CODE THRU 3200-EXIT
026400             PERFORM 3150-START-CODE THRU 3150-EXIT
026500         END-IF
026600     END-IF.
026700     ADD 1                   TO WS-CODE-TRANS-COUNT.
026800*    A REVERSED ADJUSTMENT WAS BACKED OUT IN FULL - IT IS COUNTED
026900*    BUT MOVED NOTHING
027000     IF SH-REVERSED
027100         ADD 1               TO WS-CODE-REV-COUNT
027200         GO TO 3100-RETURN-NEXT
027300     END-IF.
027400     IF SH-TYPE-ADD
027500         ADD SH-AMOUNT       TO WS-CODE-BASE
027600     ELSE
027700         SUBTRACT SH-AMOUNT  FROM WS-CODE-BASE
027800     END-IF.
027900     ADD SH-RATE-ADJUSTMENT  TO WS-CODE-RATE-AMT.
028000 3100-RETURN-NEXT.
028100     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
028200 3100-EXIT.
028300     EXIT.
028400
028500 3150-START-CODE.
028600     MOVE SH-RATE-CODE       TO WS-PREV-RATE-CODE.
028700     MOVE ZERO               TO WS-CODE-BASE
028800                                WS-CODE-RATE-AMT
028900                                WS-CODE-TRANS-COUNT
029000                                WS-CODE-REV-COUNT.
029100 3150-EXIT.
029200     EXIT.
029300
029400 3200-PRINT-CODE.
029500     ADD 1                   TO WS-CODE-TOTAL-COUNT.
029600     ADD WS-CODE-TRANS-COUNT TO WS-GRAND-TRANS-COUNT.
029700     ADD WS-CODE-REV-COUNT   TO WS-GRAND-REV-COUNT.
029800     ADD WS-CODE-BASE        TO WS-GRAND-BASE.
029900     ADD WS-CODE-RATE-AMT    TO WS-GRAND-RATE-AMT.
030000     COMPUTE WS-CODE-MOVED ROUNDED =
030100             WS-CODE-BASE + WS-CODE-RATE-AMT.
030200     ADD WS-CODE-MOVED       TO WS-GRAND-MOVED.
030300     MOVE WS-PREV-RATE-CODE  TO WS-DET-RATE-CODE.
030400     MOVE WS-CODE-TRANS-COUNT TO WS-DET-COUNT.
030500     MOVE WS-CODE-BASE       TO WS-DET-BASE.
030600     MOVE WS-CODE-RATE-AMT   TO WS-DET-RATE-AMT.
030700     MOVE WS-CODE-MOVED      TO WS-DET-MOVED.
030800     MOVE WS-CODE-REV-COUNT  TO WS-DET-REVERSED.
030900     WRITE USAGE-RPT-LINE    FROM WS-DETAIL-LINE.
031000 3200-EXIT.
031100     EXIT.
031200
031300 3900-RETURN-SORTED.
031400     RETURN HIST-SORT
031500         AT END
031600             SET WS-SORT-EOF TO TRUE
031700     END-RETURN.
031800 3900-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS
032300******************************************************************
032400 9000-TERMINATE.
032500     DISPLAY "HISTORY RECORDS READ : " WS-HIST-COUNT.
032600     DISPLAY "RECORDS SELECTED     : " WS-SELECT-COUNT.
032700     DISPLAY "RECORDS WITH NO CODE : " WS-NO-CODE-COUNT.
032800     DISPLAY "RATE CODES REPORTED  : " WS-CODE-TOTAL-COUNT.
032900     CLOSE ADJ-HISTORY.
033000     CLOSE USAGE-RPT.
033100 9000-EXIT.
033200     EXIT.
033300
033400 9999-EXIT.
033500     STOP RUN.
