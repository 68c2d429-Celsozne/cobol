000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CHQMNT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - CHEQUE STOCK REGISTER
001200*                     MAINTENANCE AND POSITIVE PAY.  RUNS AFTER
001300*                     THE PAY RUNS HAVE NUMBERED THE NIGHT'S
001400*                     CHQLIST CHEQUES ON CHQREG.  CHQTRAN VOIDS,
001500*                     SPOILS, REPRINTS AND BANK PAID NOTICES ARE
001600*                     APPLIED AGAINST OUTSTANDING CHEQUES ONLY; A
001700*                     SPOILED OR REPRINTED CHEQUE IS REPLACED BY
001800*                     ONE ON THE NEXT SERIAL, LISTED ON CHQLIST,
001900*                     AND THE TWO ARE CROSS-LINKED.  EVERY ISSUE
002000*                     AND VOID NOT YET REPORTED GOES TO THE BANK
002100*                     ON THE POSPAY POSITIVE-PAY FILE (SERIAL,
002200*                     AMOUNT, PAYEE) INSIDE THE STANDARD HDR/TRL
002300*                     ENVELOPE WITH A COUNT AND AMOUNT HASH, AND
002400*                     IS MANIFESTED.  CHQRPT SHOWS EACH
002500*                     TRANSACTION'S DISPOSITION AND LISTS THE
002600*                     STALE-DATED CHEQUES STILL UNCASHED AFTER
002700*                     THE STALEPRM NUMBER OF DAYS (180 WHEN NO
002800*                     CARD IS SUPPLIED).
002810*    2026-10-15 JPL   THE STALE-DATING PERIOD NOW COMES FROM THE
002820*                     PARMMAST CONTROLLED PARAMETER MASTER
002830*                     (PARAMETER STALEPRM) AS OF THE BUSINESS
002840*                     DATE THROUGH THE SHARED PARMGET ROUTINE;
002850*                     THE STALEPRM CARD IS READ ONLY WHEN THE
002860*                     MASTER HOLDS NO VALUE.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.            IBM-370.
003300 OBJECT-COMPUTER.            IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-BDAT-STATUS.
003900     SELECT OPTIONAL STALE-PARM ASSIGN TO "STALEPRM"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-PARM-STATUS.
004200     SELECT OPTIONAL CHQ-TRANS ASSIGN TO "CHQTRAN"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-TRAN-STATUS.
004500     SELECT OPTIONAL CHQ-REGISTER ASSIGN TO "CHQREG"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS DYNAMIC
004800                             RECORD KEY IS CR-SERIAL
004900                             FILE STATUS IS WS-REG-STATUS.
005000     SELECT CHEQUE-LIST      ASSIGN TO "CHQLIST"
005100                             ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT POSITIVE-PAY     ASSIGN TO "POSPAY"
005300                             ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CHQ-REPORT       ASSIGN TO "CHQRPT"
005500                             ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  BUS-DATE-FILE
006000     RECORDING MODE IS F.
006100     COPY BUSDATE.
006200
006300 FD  STALE-PARM
006400     RECORDING MODE IS F.
006500 01  STALE-PARM-RECORD.
006600     05  SP-STALE-DAYS           PIC 9(04).
006700
006800 FD  CHQ-TRANS
006900     RECORDING MODE IS F.
007000     COPY CHQTRAN.
007100
007200 FD  CHQ-REGISTER.
007300     COPY CHQREG.
007400
007500 FD  CHEQUE-LIST
007600     RECORDING MODE IS F.
007700 01  CHEQUE-LIST-LINE            PIC X(70).
007800
007900 FD  POSITIVE-PAY
008000     RECORDING MODE IS F.
008100 01  POSITIVE-PAY-LINE           PIC X(60).
008200
008300 FD  CHQ-REPORT
008400     RECORDING MODE IS F.
008500 01  CHQ-REPORT-LINE             PIC X(100).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-BDAT-STATUS              PIC X(02).
008900     88  WS-BDAT-OK                      VALUE "00".
009000 01  WS-PARM-STATUS              PIC X(02).
009100     88  WS-PARM-OK                      VALUE "00".
009200 01  WS-TRAN-STATUS              PIC X(02).
009300     88  WS-TRAN-OK                      VALUE "00".
009400 01  WS-REG-STATUS               PIC X(02).
009500     88  WS-REG-OK                       VALUE "00".
009600     88  WS-REG-USABLE                   VALUE "00", "05".
009700
009800 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
009900 01  WS-DU-FUNCTION              PIC X(01).
010000 01  WS-DU-DATE-2                PIC 9(08).
010100 01  WS-DU-DAYS                  PIC S9(05).
010200 01  WS-DU-VALID-SW              PIC X(01).
010300
010400 01  WS-SWITCHES.
010500     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010600         88  WS-EOF                          VALUE 'Y'.
010700     05  WS-SCAN-EOF-SW          PIC X(01)   VALUE 'N'.
010800         88  WS-SCAN-EOF                     VALUE 'Y'.
010900     05  WS-REG-PRESENT-SW       PIC X(01)   VALUE 'N'.
011000         88  WS-REG-PRESENT                  VALUE 'Y'.
011100     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
011200         88  WS-TRAN-VALID                   VALUE 'Y'.
011300         88  WS-TRAN-INVALID                 VALUE 'N'.
011400     05  WS-CONTROL-SW           PIC X(01)   VALUE 'N'.
011500         88  WS-CONTROL-FOUND                VALUE 'Y'.
011600
011700 77  WS-TRAN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
011800 77  WS-VOID-COUNT               PIC 9(05)   COMP    VALUE ZERO.
011900 77  WS-REPLACE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
012000 77  WS-PAID-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012100 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012200 77  WS-PP-ISSUE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
012300 77  WS-PP-VOID-COUNT            PIC 9(05)   COMP    VALUE ZERO.
012400 77  WS-STALE-COUNT              PIC 9(05)   COMP    VALUE ZERO.
012500
012600*    STALE-DATING - A CHEQUE ISSUED BEFORE THE CUTOFF AND STILL
012700*    OUTSTANDING HAS GONE UNCASHED FOR MORE THAN THE SET DAYS
012800 01  WS-STALE-DAYS               PIC 9(04)   VALUE 180.
012820 01  WS-STALE-CARD.
012840     05  WS-SC-STALE-DAYS        PIC 9(04).
012860     05  FILLER                  PIC X(36).
012900 01  WS-STALE-CUTOFF             PIC 9(08)   VALUE ZERO.
013000 01  WS-STALE-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
013100
013200*    THE CHEQUE BEING REPLACED AND ITS REPLACEMENT
013300 01  WS-OLD-CHEQUE.
013400     05  WS-OLD-SERIAL           PIC 9(08).
013500     05  WS-OLD-EMP-ID           PIC 9(05).
013600     05  WS-OLD-PAYEE-NAME       PIC X(30).
013700     05  WS-OLD-AMOUNT           PIC 9(07)V9(02).
013800 01  WS-NEW-SERIAL               PIC 9(08)   VALUE ZERO.
013900
014000 01  WS-POSPAY-DETAIL-RECORD.
014100     05  WS-PP-REC-TYPE          PIC X(01)   VALUE 'D'.
014200     05  WS-PP-ACTION            PIC X(01).
014300     05  WS-PP-SERIAL            PIC 9(08).
014400     05  WS-PP-AMOUNT            PIC 9(07)V9(02).
014500     05  WS-PP-ISSUE-DATE        PIC 9(08).
014600     05  WS-PP-PAYEE-NAME        PIC X(30).
014700
014800 01  WS-PP-COUNT                 PIC 9(07)   VALUE ZERO.
014900 01  WS-PP-HASH                  PIC 9(11)V9(02) VALUE ZERO.
015000 01  WS-MAN-FILE-ID              PIC X(08).
015100
015200 01  WS-CHEQUE-DETAIL-LINE.
015300     05  FILLER                  PIC X(07)   VALUE "CHEQUE ".
015400     05  WS-CHQ-SERIAL           PIC 9(08).
015500     05  FILLER                  PIC X(01)   VALUE SPACE.
015600     05  WS-CHQ-EMP-ID           PIC 9(05).
015700     05  FILLER                  PIC X(01)   VALUE SPACE.
015800     05  WS-CHQ-EMP-NAME         PIC X(30).
015900     05  FILLER                  PIC X(01)   VALUE SPACE.
016000     05  WS-CHQ-NET-AMOUNT       PIC ZZZZZZ9.99.
016100
016200 01  WS-RPT-HEADING-1.
016300     05  FILLER                  PIC X(12)   VALUE SPACES.
016400     05  FILLER                  PIC X(38)   VALUE
016500         "CHEQUE REGISTER MAINTENANCE".
016600     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
016700     05  WS-RH1-DATE             PIC 9(08).
016800
016900 01  WS-RPT-HEADING-2.
017000     05  FILLER                  PIC X(05)   VALUE "CODE".
017100     05  FILLER                  PIC X(10)   VALUE "SERIAL".
017200     05  FILLER                  PIC X(07)   VALUE "EMP ID".
017300     05  FILLER                  PIC X(22)   VALUE "PAYEE".
017400     05  FILLER                  PIC X(12)   VALUE
017500         "    AMOUNT".
017600     05  FILLER                  PIC X(10)   VALUE "NEW SER.".
017700     05  FILLER                  PIC X(30)   VALUE "DISPOSITION".
017800
017900 01  WS-RPT-DETAIL-LINE.
018000     05  WS-RD-TRAN-CODE         PIC X(01).
018100     05  FILLER                  PIC X(04)   VALUE SPACES.
018200     05  WS-RD-SERIAL            PIC 9(08).
018300     05  FILLER                  PIC X(02)   VALUE SPACES.
018400     05  WS-RD-EMP-ID            PIC 9(05).
018500     05  FILLER                  PIC X(02)   VALUE SPACES.
018600     05  WS-RD-PAYEE-NAME        PIC X(20).
018700     05  FILLER                  PIC X(02)   VALUE SPACES.
018800     05  WS-RD-AMOUNT            PIC ZZZZZZ9.99.
018900     05  FILLER                  PIC X(02)   VALUE SPACES.
019000     05  WS-RD-NEW-SERIAL        PIC X(08).
019100     05  FILLER                  PIC X(02)   VALUE SPACES.
019200     05  WS-RD-DISPOSITION       PIC X(30).
019300
019400 01  WS-RPT-POSPAY-LINE.
019500     05  FILLER                  PIC X(22)   VALUE
019600         "POSITIVE PAY - ISSUES ".
019700     05  WS-RP-ISSUES            PIC ZZZZ9.
019800     05  FILLER                  PIC X(09)   VALUE "  VOIDS ".
019900     05  WS-RP-VOIDS             PIC ZZZZ9.
020000     05  FILLER                  PIC X(15)   VALUE
020100         "  AMOUNT HASH ".
020200     05  WS-RP-HASH              PIC ZZZZZZZZZZ9.99.
020300
020400 01  WS-STALE-HEADING-1.
020500     05  FILLER                  PIC X(40)   VALUE
020600         "STALE-DATED CHEQUES - UNCASHED OVER ".
020700     05  WS-SH1-DAYS             PIC ZZZ9.
020800     05  FILLER                  PIC X(22)   VALUE
020900         " DAYS (ISSUED BEFORE ".
021000     05  WS-SH1-CUTOFF           PIC 9(08).
021100     05  FILLER                  PIC X(01)   VALUE ")".
021200
021300 01  WS-STALE-HEADING-2.
021400     05  FILLER                  PIC X(10)   VALUE "SERIAL".
021500     05  FILLER                  PIC X(07)   VALUE "EMP ID".
021600     05  FILLER                  PIC X(32)   VALUE "PAYEE".
021700     05  FILLER                  PIC X(12)   VALUE
021800         "    AMOUNT".
021900     05  FILLER                  PIC X(10)   VALUE "ISSUED".
022000     05  FILLER                  PIC X(05)   VALUE "  AGE".
022100
022200 01  WS-STALE-DETAIL-LINE.
022300     05  WS-SD-SERIAL            PIC 9(08).
022400     05  FILLER                  PIC X(02)   VALUE SPACES.
022500     05  WS-SD-EMP-ID            PIC 9(05).
022600     05  FILLER                  PIC X(02)   VALUE SPACES.
022700     05  WS-SD-PAYEE-NAME        PIC X(30).
022800     05  FILLER                  PIC X(02)   VALUE SPACES.
022900     05  WS-SD-AMOUNT            PIC ZZZZZZ9.99.
023000     05  FILLER                  PIC X(02)   VALUE SPACES.
023100     05  WS-SD-ISSUE-DATE        PIC 9(08).
023200     05  FILLER                  PIC X(02)   VALUE SPACES.
023300     05  WS-SD-AGE               PIC ZZZZ9.
023400
023500 01  WS-STALE-TOTAL-LINE.
023600     05  FILLER                  PIC X(15)   VALUE
023700         "STALE CHEQUES: ".
023800     05  WS-ST-COUNT             PIC ZZZZ9.
023900     05  FILLER                  PIC X(16)   VALUE
024000         "  TOTAL AMOUNT: ".
024100     05  WS-ST-AMOUNT            PIC ZZZZZZZZZZ9.99.
024200
024300     COPY FILEHDTR.
024400
024500     COPY RUNSTAT.
024530
024560     COPY PARMREQ.
024600
024700 PROCEDURE DIVISION.
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
025000     PERFORM 2000-APPLY-ONE-TRAN     THRU 2000-EXIT
025100             UNTIL WS-EOF.
025200     IF WS-REG-PRESENT
025300         PERFORM 4000-SCAN-REGISTER  THRU 4000-EXIT
025400     END-IF.
025500     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
025600     GO TO 9999-EXIT.
025700
025800******************************************************************
025900*    1000-INITIALIZE - SETTLE THE STALE-DATING CUTOFF, OPEN THE
026000*                      REGISTER AND OUTPUTS, AND START THE
026100*                      POSITIVE-PAY ENVELOPE
026200******************************************************************
026300 1000-INITIALIZE.
026400     DISPLAY "CHQMNT - CHEQUE REGISTER MAINTENANCE STARTING".
026500     MOVE "CHQMNT"               TO RSA-PROGRAM-ID.
026600     MOVE 'S'                    TO RSA-FUNCTION.
026700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
026800     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
026900     PERFORM 1100-READ-STALE-PARM THRU 1100-EXIT.
027000     OPEN OUTPUT CHQ-REPORT.
027100     MOVE WS-BUSINESS-DATE       TO WS-RH1-DATE.
027200     WRITE CHQ-REPORT-LINE       FROM WS-RPT-HEADING-1.
027300     OPEN I-O    CHQ-REGISTER.
027400     IF NOT WS-REG-USABLE
027500         DISPLAY "CHEQUE REGISTER OPEN FAILED - STATUS "
027600                 WS-REG-STATUS
027700         SET WS-EOF              TO TRUE
027800         MOVE 8                  TO RETURN-CODE
027900         GO TO 1000-EXIT
028000     END-IF.
028100     SET WS-REG-PRESENT          TO TRUE.
028200     OPEN OUTPUT CHEQUE-LIST.
028300     OPEN OUTPUT POSITIVE-PAY.
028400     MOVE SPACES                 TO FILE-HEADER-RECORD.
028500     MOVE 'HDR'                  TO FH-REC-ID.
028600     MOVE "POSPAY"               TO FH-FILE-ID.
028700     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
028800     WRITE POSITIVE-PAY-LINE     FROM FILE-HEADER-RECORD.
028900     WRITE CHQ-REPORT-LINE       FROM WS-RPT-HEADING-2.
029000     OPEN INPUT  CHQ-TRANS.
029100     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
029200 1000-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*    1100-READ-STALE-PARM - THE STALE-DATING PERIOD IN FORCE
029700*                           ON THE PARAMETER MASTER, ELSE THE
029750*                           OPTIONAL STALEPRM CARD, ELSE 180
029770*                           DAYS; THE CUTOFF IS THAT MANY DAYS
029800*                           BEFORE THE BUSINESS DATE
030000******************************************************************
030100 1100-READ-STALE-PARM.
030200     MOVE SPACES                 TO WS-STALE-CARD.
030300     MOVE "STALEPRM"             TO PQ-PARM-ID.
030400     MOVE SPACES                 TO PQ-PARM-QUAL.
030500     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
030600     CALL "PARMGET"              USING PARM-REQUEST-AREA.
030700     IF PQ-FOUND
030800         MOVE PQ-VALUE           TO WS-STALE-CARD
030900     ELSE
031000         PERFORM 1110-READ-STALE-CARD THRU 1110-EXIT
031100     END-IF.
031200     IF WS-SC-STALE-DAYS NUMERIC
031300      AND WS-SC-STALE-DAYS > ZERO
031400         MOVE WS-SC-STALE-DAYS   TO WS-STALE-DAYS
031450     END-IF.
031500     MOVE 'S'                    TO WS-DU-FUNCTION.
031600     MOVE WS-STALE-DAYS          TO WS-DU-DAYS.
031700     CALL "DATEUTIL"             USING WS-DU-FUNCTION
031800                                       WS-BUSINESS-DATE
031900                                       WS-STALE-CUTOFF
032000                                       WS-DU-DAYS
032100                                       WS-DU-VALID-SW.
032200 1100-EXIT.
032300     EXIT.
032310
032320 1110-READ-STALE-CARD.
032330     OPEN INPUT STALE-PARM.
032340     IF WS-PARM-OK
032350         READ STALE-PARM INTO WS-STALE-CARD
032360             AT END
032370                 CONTINUE
032380         END-READ
032390     END-IF.
032391     CLOSE STALE-PARM.
032392 1110-EXIT.
032393     EXIT.
032400
032500******************************************************************
032600*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
032700*                             SHARED DATEUTIL FALLBACK
032800******************************************************************
032900 8100-GET-BUSINESS-DATE.
033000     OPEN INPUT BUS-DATE-FILE.
033100     IF WS-BDAT-OK
033200         READ BUS-DATE-FILE
033300             AT END
033400                 CONTINUE
033500             NOT AT END
033600                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
033700                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
033800                 END-IF
033900         END-READ
034000     END-IF.
034100     CLOSE BUS-DATE-FILE.
034200     IF WS-BUSINESS-DATE EQUAL ZERO
034300         MOVE 'C'                TO WS-DU-FUNCTION
034400         CALL "DATEUTIL"         USING WS-DU-FUNCTION
034500                                       WS-BUSINESS-DATE
034600                                       WS-DU-DATE-2
034700                                       WS-DU-DAYS
034800                                       WS-DU-VALID-SW
034900     END-IF.
035000 8100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    2000-APPLY-ONE-TRAN - EDIT ONE CHQTRAN ACTION AGAINST THE
035500*                          REGISTER AND APPLY IT
035600******************************************************************
035700 2000-APPLY-ONE-TRAN.
035800     ADD 1                       TO WS-TRAN-COUNT.
035900     MOVE CT-TRAN-CODE           TO WS-RD-TRAN-CODE.
036000     MOVE CT-SERIAL              TO WS-RD-SERIAL.
036100     MOVE ZERO                   TO WS-RD-EMP-ID
036200                                    WS-RD-AMOUNT.
036300     MOVE SPACES                 TO WS-RD-PAYEE-NAME
036400                                    WS-RD-NEW-SERIAL
036500                                    WS-RD-DISPOSITION.
036600     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
036700     IF WS-TRAN-INVALID
036800         ADD 1                   TO WS-REJECT-COUNT
036900     ELSE
037000         EVALUATE TRUE
037100             WHEN CT-VOID
037200                 PERFORM 2100-VOID-CHEQUE    THRU 2100-EXIT
037300             WHEN CT-REPLACE
037400                 PERFORM 2200-REPLACE-CHEQUE THRU 2200-EXIT
037500             WHEN CT-PAID
037600                 PERFORM 2300-RECORD-PAID    THRU 2300-EXIT
037700         END-EVALUATE
037800     END-IF.
037900     WRITE CHQ-REPORT-LINE       FROM WS-RPT-DETAIL-LINE.
038000     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
038100 2000-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500*    2050-EDIT-TRANSACTION - THE SERIAL MUST BE ON THE REGISTER
038600*                            AND STILL OUTSTANDING; A PAID
038700*                            NOTICE MUST MATCH THE ISSUED AMOUNT
038800******************************************************************
038900 2050-EDIT-TRANSACTION.
039000     SET WS-TRAN-VALID           TO TRUE.
039100     IF NOT CT-VOID AND NOT CT-REPLACE AND NOT CT-PAID
039200         SET WS-TRAN-INVALID     TO TRUE
039300         MOVE "UNKNOWN TRANSACTION CODE" TO WS-RD-DISPOSITION
039400         GO TO 2050-EXIT
039500     END-IF.
039600     IF CT-SERIAL NOT NUMERIC OR CT-SERIAL EQUAL ZERO
039700         SET WS-TRAN-INVALID     TO TRUE
039800         MOVE "SERIAL ZERO OR NOT NUMERIC" TO WS-RD-DISPOSITION
039900         GO TO 2050-EXIT
040000     END-IF.
040100     MOVE CT-SERIAL              TO CR-SERIAL.
040200     READ CHQ-REGISTER
040300         INVALID KEY
040400             SET WS-TRAN-INVALID TO TRUE
040500             MOVE "SERIAL NOT ON REGISTER" TO WS-RD-DISPOSITION
040600     END-READ.
040700     IF WS-TRAN-INVALID
040800         GO TO 2050-EXIT
040900     END-IF.
041000     MOVE CR-EMP-ID              TO WS-RD-EMP-ID.
041100     MOVE CR-PAYEE-NAME          TO WS-RD-PAYEE-NAME.
041200     MOVE CR-AMOUNT              TO WS-RD-AMOUNT.
041300     IF NOT CR-ISSUED
041400         SET WS-TRAN-INVALID     TO TRUE
041500         MOVE "NOT OUTSTANDING - STATUS" TO WS-RD-DISPOSITION
041600         MOVE CR-STATUS          TO WS-RD-DISPOSITION (26:1)
041700         GO TO 2050-EXIT
041800     END-IF.
041900     IF CT-PAID
042000         IF CT-AMOUNT NOT NUMERIC
042100          OR CT-AMOUNT NOT EQUAL CR-AMOUNT
042200             SET WS-TRAN-INVALID TO TRUE
042300             MOVE "PAID AMOUNT DIFFERS FROM ISSUE"
042400                                 TO WS-RD-DISPOSITION
042500         END-IF
042600     END-IF.
042700 2050-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    2100-VOID-CHEQUE - THE PAYMENT IS WITHDRAWN; THE VOID GOES
043200*                       TO THE BANK ON TONIGHT'S POSITIVE PAY
043300******************************************************************
043400 2100-VOID-CHEQUE.
043500     MOVE 'V'                    TO CR-STATUS.
043600     MOVE WS-BUSINESS-DATE       TO CR-STATUS-DATE.
043700     MOVE 'N'                    TO CR-POSPAY-SW.
043800     REWRITE CHQ-REG-RECORD.
043900     ADD 1                       TO WS-VOID-COUNT.
044000     MOVE "VOIDED"               TO WS-RD-DISPOSITION.
044100 2100-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*    2200-REPLACE-CHEQUE - A SPOILED OR REPRINTED CHEQUE IS
044600*                          VOIDED AND A REPLACEMENT FOR THE SAME
044700*                          PAYEE AND AMOUNT IS ISSUED ON THE
044800*                          NEXT SERIAL AND LISTED ON CHQLIST.
044900*                          THE REGISTER IS ALREADY OPEN HERE, SO
045000*                          THE SERIAL IS TAKEN IN PLACE RATHER
045100*                          THAN THROUGH CHQISSUE.
045200******************************************************************
045300 2200-REPLACE-CHEQUE.
045400     MOVE CR-SERIAL              TO WS-OLD-SERIAL.
045500     MOVE CR-EMP-ID              TO WS-OLD-EMP-ID.
045600     MOVE CR-PAYEE-NAME          TO WS-OLD-PAYEE-NAME.
045700     MOVE CR-AMOUNT              TO WS-OLD-AMOUNT.
045800     PERFORM 2250-NEXT-SERIAL THRU 2250-EXIT.
045900     MOVE WS-OLD-SERIAL          TO CR-SERIAL.
046000     READ CHQ-REGISTER
046100         INVALID KEY
046200             CONTINUE
046300     END-READ.
046400     MOVE CT-TRAN-CODE           TO CR-STATUS.
046500     MOVE WS-BUSINESS-DATE       TO CR-STATUS-DATE.
046600     MOVE WS-NEW-SERIAL          TO CR-LINKED-SERIAL.
046700     MOVE 'N'                    TO CR-POSPAY-SW.
046800     REWRITE CHQ-REG-RECORD.
046900     MOVE WS-NEW-SERIAL          TO CR-SERIAL.
047000     MOVE 'I'                    TO CR-STATUS.
047100     MOVE WS-OLD-EMP-ID          TO CR-EMP-ID.
047200     MOVE WS-OLD-PAYEE-NAME      TO CR-PAYEE-NAME.
047300     MOVE WS-OLD-AMOUNT          TO CR-AMOUNT.
047400     MOVE WS-BUSINESS-DATE       TO CR-ISSUE-DATE
047500                                    CR-STATUS-DATE.
047600     MOVE 'R'                    TO CR-SOURCE.
047700     MOVE WS-OLD-SERIAL          TO CR-LINKED-SERIAL.
047800     MOVE 'N'                    TO CR-POSPAY-SW.
047900     WRITE CHQ-REG-RECORD
048000         INVALID KEY
048100             DISPLAY "REPLACEMENT SERIAL " WS-NEW-SERIAL
048200                     " ALREADY ON REGISTER"
048300             MOVE 8              TO RETURN-CODE
048400     END-WRITE.
048500     MOVE WS-NEW-SERIAL          TO WS-CHQ-SERIAL
048600                                    WS-RD-NEW-SERIAL.
048700     MOVE WS-OLD-EMP-ID          TO WS-CHQ-EMP-ID.
048800     MOVE WS-OLD-PAYEE-NAME      TO WS-CHQ-EMP-NAME.
048900     MOVE WS-OLD-AMOUNT          TO WS-CHQ-NET-AMOUNT.
049000     WRITE CHEQUE-LIST-LINE      FROM WS-CHEQUE-DETAIL-LINE.
049100     ADD 1                       TO WS-REPLACE-COUNT.
049200     IF CT-SPOIL
049300         MOVE "SPOILED - REPLACED"  TO WS-RD-DISPOSITION
049400     ELSE
049500         MOVE "REPRINTED - REPLACED" TO WS-RD-DISPOSITION
049600     END-IF.
049700 2200-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*    2250-NEXT-SERIAL - TAKE THE NEXT SERIAL FROM THE REGISTER
050200*                       CONTROL RECORD AND ADVANCE IT
050300******************************************************************
050400 2250-NEXT-SERIAL.
050500     MOVE 'N'                    TO WS-CONTROL-SW.
050600     MOVE ZERO                   TO CR-SERIAL.
050700     READ CHQ-REGISTER
050800         INVALID KEY
050900             CONTINUE
051000         NOT INVALID KEY
051100             SET WS-CONTROL-FOUND TO TRUE
051200     END-READ.
051300     IF NOT WS-CONTROL-FOUND
051400         MOVE SPACES             TO CHQ-REG-CONTROL-RECORD
051500         MOVE ZERO               TO CC-SERIAL
051600         MOVE WS-OLD-SERIAL      TO CC-NEXT-SERIAL
051700         ADD 1                   TO CC-NEXT-SERIAL
051800     END-IF.
051900     MOVE CC-NEXT-SERIAL         TO WS-NEW-SERIAL.
052000     ADD 1                       TO CC-NEXT-SERIAL.
052100     MOVE WS-BUSINESS-DATE       TO CC-LAST-ISSUE-DATE.
052200     IF WS-CONTROL-FOUND
052300         REWRITE CHQ-REG-CONTROL-RECORD
052400     ELSE
052500         WRITE CHQ-REG-CONTROL-RECORD
052600     END-IF.
052700 2250-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    2300-RECORD-PAID - THE BANK HAS CASHED THE CHEQUE; IT
053200*                       LEAVES THE OUTSTANDING AND STALE LISTS
053300******************************************************************
053400 2300-RECORD-PAID.
053500     MOVE 'C'                    TO CR-STATUS.
053600     IF CT-PAID-DATE NUMERIC AND CT-PAID-DATE > ZERO
053700         MOVE CT-PAID-DATE       TO CR-STATUS-DATE
053800     ELSE
053900         MOVE WS-BUSINESS-DATE   TO CR-STATUS-DATE
054000     END-IF.
054100     REWRITE CHQ-REG-RECORD.
054200     ADD 1                       TO WS-PAID-COUNT.
054300     MOVE "PAID"                 TO WS-RD-DISPOSITION.
054400 2300-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800*    2900-READ-TRANS - READ THE NEXT CHEQUE TRANSACTION
054900******************************************************************
055000 2900-READ-TRANS.
055100     READ CHQ-TRANS
055200         AT END
055300             SET WS-EOF TO TRUE
055400     END-READ.
055500 2900-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    4000-SCAN-REGISTER - ONE PASS OF THE REGISTER IN SERIAL
056000*                         ORDER: EVERY ISSUE OR VOID NOT YET
056100*                         REPORTED GOES ON THE POSITIVE PAY, AND
056200*                         EVERY OUTSTANDING CHEQUE ISSUED BEFORE
056300*                         THE CUTOFF IS LISTED AS STALE-DATED
056400******************************************************************
056500 4000-SCAN-REGISTER.
056600     MOVE WS-STALE-DAYS          TO WS-SH1-DAYS.
056700     MOVE WS-STALE-CUTOFF        TO WS-SH1-CUTOFF.
056800     MOVE SPACES                 TO CHQ-REPORT-LINE.
056900     WRITE CHQ-REPORT-LINE.
057000     WRITE CHQ-REPORT-LINE       FROM WS-STALE-HEADING-1.
057100     WRITE CHQ-REPORT-LINE       FROM WS-STALE-HEADING-2.
057200     MOVE 1                      TO CR-SERIAL.
057300     START CHQ-REGISTER KEY NOT LESS THAN CR-SERIAL
057400         INVALID KEY
057500             SET WS-SCAN-EOF     TO TRUE
057600     END-START.
057700     PERFORM 4100-SCAN-ONE-CHEQUE THRU 4100-EXIT
057800             UNTIL WS-SCAN-EOF.
057900     MOVE WS-STALE-COUNT         TO WS-ST-COUNT.
058000     MOVE WS-STALE-AMOUNT        TO WS-ST-AMOUNT.
058100     WRITE CHQ-REPORT-LINE       FROM WS-STALE-TOTAL-LINE.
058200     MOVE SPACES                 TO FILE-TRAILER-RECORD.
058300     MOVE 'TRL'                  TO FT-REC-ID.
058400     MOVE WS-PP-COUNT            TO FT-REC-COUNT.
058500     MOVE WS-PP-HASH             TO FT-AMOUNT-HASH.
058600     WRITE POSITIVE-PAY-LINE     FROM FILE-TRAILER-RECORD.
058700     MOVE WS-PP-ISSUE-COUNT      TO WS-RP-ISSUES.
058800     MOVE WS-PP-VOID-COUNT       TO WS-RP-VOIDS.
058900     MOVE WS-PP-HASH             TO WS-RP-HASH.
059000     WRITE CHQ-REPORT-LINE       FROM WS-RPT-POSPAY-LINE.
059100     MOVE "POSPAY"               TO WS-MAN-FILE-ID.
059200     CALL "MANIFEST"             USING WS-MAN-FILE-ID
059300                                       WS-BUSINESS-DATE
059400                                       WS-PP-COUNT
059500                                       WS-PP-HASH.
059600 4000-EXIT.
059700     EXIT.
059800
059900 4100-SCAN-ONE-CHEQUE.
060000     READ CHQ-REGISTER NEXT RECORD
060100         AT END
060200             SET WS-SCAN-EOF     TO TRUE
060300     END-READ.
060400     IF WS-SCAN-EOF
060500         GO TO 4100-EXIT
060600     END-IF.
060700     IF CR-POSPAY-PENDING
060800         PERFORM 4200-WRITE-POSPAY THRU 4200-EXIT
060900     END-IF.
061000     IF CR-ISSUED
061100      AND CR-ISSUE-DATE LESS THAN WS-STALE-CUTOFF
061200         PERFORM 4300-LIST-STALE THRU 4300-EXIT
061300     END-IF.
061400 4100-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800*    4200-WRITE-POSPAY - ONE POSITIVE-PAY DETAIL (ISSUE OR VOID)
061900*                        AND MARK THE CHEQUE REPORTED
062000******************************************************************
062100 4200-WRITE-POSPAY.
062200     IF CR-CANCELLED
062300         MOVE 'V'                TO WS-PP-ACTION
062400         ADD 1                   TO WS-PP-VOID-COUNT
062500     ELSE
062600         MOVE 'I'                TO WS-PP-ACTION
062700         ADD 1                   TO WS-PP-ISSUE-COUNT
062800     END-IF.
062900     MOVE CR-SERIAL              TO WS-PP-SERIAL.
063000     MOVE CR-AMOUNT              TO WS-PP-AMOUNT.
063100     MOVE CR-ISSUE-DATE          TO WS-PP-ISSUE-DATE.
063200     MOVE CR-PAYEE-NAME          TO WS-PP-PAYEE-NAME.
063300     WRITE POSITIVE-PAY-LINE     FROM WS-POSPAY-DETAIL-RECORD.
063400     ADD 1                       TO WS-PP-COUNT.
063500     ADD CR-AMOUNT               TO WS-PP-HASH.
063600     MOVE 'Y'                    TO CR-POSPAY-SW.
063700     REWRITE CHQ-REG-RECORD.
063800 4200-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200*    4300-LIST-STALE - AN OUTSTANDING CHEQUE PAST THE CUTOFF,
064300*                      WITH ITS AGE IN DAYS
064400******************************************************************
064500 4300-LIST-STALE.
064600     MOVE 'D'                    TO WS-DU-FUNCTION.
064700     CALL "DATEUTIL"             USING WS-DU-FUNCTION
064800                                       WS-BUSINESS-DATE
064900                                       CR-ISSUE-DATE
065000                                       WS-DU-DAYS
065100                                       WS-DU-VALID-SW.
065200     MOVE CR-SERIAL              TO WS-SD-SERIAL.
065300     MOVE CR-EMP-ID              TO WS-SD-EMP-ID.
065400     MOVE CR-PAYEE-NAME          TO WS-SD-PAYEE-NAME.
065500     MOVE CR-AMOUNT              TO WS-SD-AMOUNT.
065600     MOVE CR-ISSUE-DATE          TO WS-SD-ISSUE-DATE.
065700     MOVE WS-DU-DAYS             TO WS-SD-AGE.
065800     WRITE CHQ-REPORT-LINE       FROM WS-STALE-DETAIL-LINE.
065900     ADD 1                       TO WS-STALE-COUNT.
066000     ADD CR-AMOUNT               TO WS-STALE-AMOUNT.
066100 4300-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
066600******************************************************************
066700 9000-TERMINATE.
066800     DISPLAY "TRANSACTIONS READ    : " WS-TRAN-COUNT.
066900     DISPLAY "CHEQUES VOIDED       : " WS-VOID-COUNT.
067000     DISPLAY "CHEQUES REPLACED     : " WS-REPLACE-COUNT.
067100     DISPLAY "CHEQUES PAID         : " WS-PAID-COUNT.
067200     DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
067300     DISPLAY "POSPAY ISSUES        : " WS-PP-ISSUE-COUNT.
067400     DISPLAY "POSPAY VOIDS         : " WS-PP-VOID-COUNT.
067500     DISPLAY "POSPAY AMOUNT HASH   : " WS-PP-HASH.
067600     DISPLAY "STALE-DATED CHEQUES  : " WS-STALE-COUNT.
067700     CLOSE CHQ-REPORT.
067800     IF WS-REG-PRESENT
067900         CLOSE CHQ-REGISTER
068000         CLOSE CHQ-TRANS
068100         CLOSE CHEQUE-LIST
068200         CLOSE POSITIVE-PAY
068300     END-IF.
068400     IF WS-REJECT-COUNT > ZERO
068500      AND RETURN-CODE LESS THAN 4
068600         MOVE 4                  TO RETURN-CODE
068700     END-IF.
068800     MOVE 'E'                    TO RSA-FUNCTION.
068900     MOVE WS-TRAN-COUNT          TO RSA-READ-COUNT.
069000     COMPUTE RSA-WRITTEN-COUNT = WS-VOID-COUNT + WS-REPLACE-COUNT
069100                               + WS-PAID-COUNT.
069200     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
069300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
069400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
069500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
069600 9000-EXIT.
069700     EXIT.
069800
069900 9999-EXIT.
070000     STOP RUN.
