000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 TAXREM.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - WITHHOLDING TAX
001200*                     REMITTANCE.  RUNS EVERY NIGHT AFTER THE PAY
001300*                     RUNS.  THE TAX WITHHELD ON EVERY PAYHIST PAY
001400*                     RESULT WHOSE PAY DATE FALLS IN THE LOOKBACK
001500*                     WINDOW (45 DAYS BEFORE THE BUSINESS DATE, OR
001600*                     THE DAYS ON A LIABPRM CARD) IS TOTALLED INTO
001700*                     THE TAXLIAB LIABILITY MASTER BY PAY DATE,
001800*                     PAY GROUP AND RUN TYPE.  THE WINDOW IS
001900*                     REBUILT FROM SCRATCH EACH NIGHT, SO A PAY
002000*                     RUN RERUN OR A LATE OFFPAY PAYMENT CHANGES
002100*                     THE LIABILITY RATHER THAN DOUBLING IT.
002200*                     WHATEVER EACH LIABILITY OWES BEYOND WHAT HAS
002300*                     ALREADY BEEN REMITTED GOES TO THE AUTHORITY
002400*                     ON THE TAXREMIT FILE ('D' DUE, OR 'C' CREDIT
002500*                     WHERE A RERUN LOWERED IT) INSIDE THE
002600*                     STANDARD HDR/TRL ENVELOPE, AND IS
002700*                     MANIFESTED.  TAXRPT LISTS EACH REMITTANCE
002800*                     LINE.
002810*    2026-10-15 JPL   THE LOOKBACK NOW COMES FROM THE PARMMAST
002820*                     CONTROLLED PARAMETER MASTER (PARAMETER
002830*                     LIABPRM) AS OF THE BUSINESS DATE THROUGH THE
002840*                     SHARED PARMGET ROUTINE; THE LIABPRM CARD IS
002850*                     READ ONLY WHEN THE MASTER HOLDS NO VALUE.
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
003900     SELECT OPTIONAL LIAB-PARM ASSIGN TO "LIABPRM"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-PARM-STATUS.
004200     SELECT PAY-HISTORY      ASSIGN TO "PAYHIST"
004300                             ORGANIZATION IS INDEXED
004400                             ACCESS MODE IS SEQUENTIAL
004500                             RECORD KEY IS PH-KEY
004600                             FILE STATUS IS WS-PHIST-STATUS.
004700     SELECT OPTIONAL TAX-LIABILITY ASSIGN TO "TAXLIAB"
004800                             ORGANIZATION IS INDEXED
004900                             ACCESS MODE IS DYNAMIC
005000                             RECORD KEY IS TL-KEY
005100                             FILE STATUS IS WS-LIAB-STATUS.
005200     SELECT TAX-REMITTANCE   ASSIGN TO "TAXREMIT"
005300                             ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT TAX-REPORT       ASSIGN TO "TAXRPT"
005500                             ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  BUS-DATE-FILE
006000     RECORDING MODE IS F.
006100     COPY BUSDATE.
006200
006300 FD  LIAB-PARM
006400     RECORDING MODE IS F.
006500 01  LIAB-PARM-RECORD.
006600     05  LP-LOOKBACK-DAYS        PIC 9(03).
006700
006800 FD  PAY-HISTORY.
006900     COPY PAYHIST.
007000
007100 FD  TAX-LIABILITY.
007200     COPY TAXLIAB.
007300
007400 FD  TAX-REMITTANCE
007500     RECORDING MODE IS F.
007600 01  TAX-REMITTANCE-LINE         PIC X(60).
007700
007800 FD  TAX-REPORT
007900     RECORDING MODE IS F.
008000 01  TAX-REPORT-LINE             PIC X(100).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-BDAT-STATUS              PIC X(02).
008400     88  WS-BDAT-OK                      VALUE "00".
008500 01  WS-PARM-STATUS              PIC X(02).
008600     88  WS-PARM-OK                      VALUE "00".
008700 01  WS-PHIST-STATUS             PIC X(02).
008800     88  WS-PHIST-OK                     VALUE "00".
008900 01  WS-LIAB-STATUS              PIC X(02).
009000     88  WS-LIAB-OK                      VALUE "00".
009100     88  WS-LIAB-USABLE                  VALUE "00", "05".
009200
009300 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
009400 01  WS-DU-FUNCTION              PIC X(01).
009500 01  WS-DU-DATE-2                PIC 9(08).
009600 01  WS-DU-DAYS                  PIC S9(05).
009700 01  WS-DU-VALID-SW              PIC X(01).
009800
009900 01  WS-SWITCHES.
010000     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010100         88  WS-EOF                          VALUE 'Y'.
010200     05  WS-SCAN-EOF-SW          PIC X(01)   VALUE 'N'.
010300         88  WS-SCAN-EOF                     VALUE 'Y'.
010400     05  WS-LIAB-PRESENT-SW      PIC X(01)   VALUE 'N'.
010500         88  WS-LIAB-PRESENT                 VALUE 'Y'.
010600     05  WS-LIAB-FOUND-SW        PIC X(01)   VALUE 'N'.
010700         88  WS-LIAB-FOUND                   VALUE 'Y'.
010800
010900 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
011000 77  WS-POSTED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
011100 77  WS-CLEARED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
011200 77  WS-NEW-LIAB-COUNT           PIC 9(05)   COMP    VALUE ZERO.
011300 77  WS-DUE-COUNT                PIC 9(05)   COMP    VALUE ZERO.
011400 77  WS-CREDIT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011500
011600*    THE LOOKBACK WINDOW - PAY DATES FROM THE WINDOW START TO THE
011700*    BUSINESS DATE ARE REBUILT AND REMITTED
011800 01  WS-LOOKBACK-DAYS            PIC 9(03)   VALUE 45.
011900 01  WS-WINDOW-START             PIC 9(08)   VALUE ZERO.
012000
012020 01  WS-LIAB-CARD.
012040     05  WS-LC-LOOKBACK-DAYS     PIC 9(03).
012060     05  FILLER                  PIC X(37).
012080
012100 01  WS-REMIT-AMOUNT             PIC S9(9)V9(2) VALUE ZERO.
012200 01  WS-NET-REMITTED             PIC S9(11)V9(2) VALUE ZERO.
012300
012400*    REMITTANCE DETAIL - ONE PER LIABILITY WHOSE WITHHELD TAX
012500*    DIFFERS FROM WHAT HAS ALREADY BEEN REMITTED
012600 01  WS-TAXREM-DETAIL-RECORD.
012700     05  WS-TR-REC-TYPE          PIC X(01)   VALUE 'D'.
012800     05  WS-TR-PAY-DATE          PIC 9(08).
012900     05  WS-TR-PAY-GROUP         PIC X(01).
013000     05  WS-TR-RUN-TYPE          PIC X(01).
013100     05  WS-TR-EMP-COUNT         PIC 9(05).
013200     05  WS-TR-GROSS             PIC 9(09)V9(02).
013300     05  WS-TR-TAX               PIC 9(09)V9(02).
013400     05  WS-TR-DIRECTION         PIC X(01).
013500         88  WS-TR-DUE                       VALUE 'D'.
013600         88  WS-TR-CREDIT                    VALUE 'C'.
013700     05  WS-TR-AMOUNT            PIC 9(09)V9(02).
013800
013900 01  WS-TR-COUNT                 PIC 9(07)   VALUE ZERO.
014000 01  WS-TR-HASH                  PIC 9(11)V9(02) VALUE ZERO.
014100 01  WS-MAN-FILE-ID              PIC X(08).
014200
014300 01  WS-RPT-HEADING-1.
014400     05  FILLER                  PIC X(36)   VALUE
014500         "WITHHOLDING TAX REMITTANCE".
014600     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
014700     05  WS-RH1-DATE             PIC 9(08).
014800     05  FILLER                  PIC X(17)   VALUE
014900         "  PAY DATES FROM ".
015000     05  WS-RH1-WINDOW           PIC 9(08).
015100
015200 01  WS-RPT-HEADING-2.
015300     05  FILLER                  PIC X(40)   VALUE
015400         "PAY DATE  G R  EMPS          GROSS      ".
015500     05  FILLER                  PIC X(50)   VALUE
015600         "  TAX WITHHELD   PRIOR REMITTED  D/C     REMITTED".
015700
015800 01  WS-RPT-DETAIL-LINE.
015900     05  WS-RD-PAY-DATE          PIC 9(08).
016000     05  FILLER                  PIC X(02)   VALUE SPACES.
016100     05  WS-RD-PAY-GROUP         PIC X(01).
016200     05  FILLER                  PIC X(01)   VALUE SPACE.
016300     05  WS-RD-RUN-TYPE          PIC X(01).
016400     05  FILLER                  PIC X(01)   VALUE SPACE.
016500     05  WS-RD-EMP-COUNT         PIC ZZZZ9.
016600     05  FILLER                  PIC X(02)   VALUE SPACES.
016700     05  WS-RD-GROSS             PIC -ZZZZZZZZ9.99.
016800     05  FILLER                  PIC X(03)   VALUE SPACES.
016900     05  WS-RD-TAX               PIC -ZZZZZZZZ9.99.
017000     05  FILLER                  PIC X(04)   VALUE SPACES.
017100     05  WS-RD-PRIOR             PIC -ZZZZZZZZ9.99.
017200     05  FILLER                  PIC X(03)   VALUE SPACES.
017300     05  WS-RD-DIRECTION         PIC X(01).
017400     05  FILLER                  PIC X(02)   VALUE SPACES.
017500     05  WS-RD-AMOUNT            PIC ZZZZZZZZ9.99.
017600
017700 01  WS-RPT-TOTAL-LINE.
017800     05  FILLER                  PIC X(20)   VALUE
017900         "REMITTANCE LINES: ".
018000     05  WS-RT-COUNT             PIC ZZZZ9.
018100     05  FILLER                  PIC X(12)   VALUE "  NET DUE: ".
018200     05  WS-RT-NET               PIC -ZZZZZZZZZZ9.99.
018300     05  FILLER                  PIC X(15)   VALUE
018400         "  AMOUNT HASH: ".
018500     05  WS-RT-HASH              PIC ZZZZZZZZZZ9.99.
018600
018700     COPY FILEHDTR.
018800
018900     COPY RUNSTAT.
018920
018940     COPY PARMREQ.
019000
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
019400     IF WS-LIAB-PRESENT
019500         PERFORM 2000-CLEAR-WINDOW   THRU 2000-EXIT
019600         PERFORM 3000-POST-ONE-RESULT THRU 3000-EXIT
019700                 UNTIL WS-EOF
019800         PERFORM 4000-REMIT-WINDOW   THRU 4000-EXIT
019900     END-IF.
020000     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
020100     GO TO 9999-EXIT.
020200
020300******************************************************************
020400*    1000-INITIALIZE - SETTLE THE LOOKBACK WINDOW, OPEN THE PAY
020500*                      HISTORY AND THE LIABILITY MASTER, AND START
020600*                      THE REMITTANCE ENVELOPE
020700******************************************************************
020800 1000-INITIALIZE.
020900     DISPLAY "TAXREM - WITHHOLDING TAX REMITTANCE STARTING".
021000     MOVE "TAXREM"               TO RSA-PROGRAM-ID.
021100     MOVE 'S'                    TO RSA-FUNCTION.
021200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
021300     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
021400     PERFORM 1100-READ-LIAB-PARM THRU 1100-EXIT.
021500     OPEN OUTPUT TAX-REPORT.
021600     MOVE WS-BUSINESS-DATE       TO WS-RH1-DATE.
021700     MOVE WS-WINDOW-START        TO WS-RH1-WINDOW.
021800     WRITE TAX-REPORT-LINE       FROM WS-RPT-HEADING-1.
021900     OPEN INPUT  PAY-HISTORY.
022000     IF NOT WS-PHIST-OK
022100         DISPLAY "PAY HISTORY MASTER OPEN FAILED - STATUS "
022200                 WS-PHIST-STATUS
022300         SET WS-EOF              TO TRUE
022400         MOVE 8                  TO RETURN-CODE
022500         GO TO 1000-EXIT
022600     END-IF.
022700     OPEN I-O    TAX-LIABILITY.
022800     IF NOT WS-LIAB-USABLE
022900         DISPLAY "TAX LIABILITY MASTER OPEN FAILED - STATUS "
023000                 WS-LIAB-STATUS
023100         CLOSE PAY-HISTORY
023200         SET WS-EOF              TO TRUE
023300         MOVE 8                  TO RETURN-CODE
023400         GO TO 1000-EXIT
023500     END-IF.
023600     SET WS-LIAB-PRESENT         TO TRUE.
023700     OPEN OUTPUT TAX-REMITTANCE.
023800     MOVE SPACES                 TO FILE-HEADER-RECORD.
023900     MOVE 'HDR'                  TO FH-REC-ID.
024000     MOVE "TAXREMIT"             TO FH-FILE-ID.
024100     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
024200     WRITE TAX-REMITTANCE-LINE   FROM FILE-HEADER-RECORD.
024300     WRITE TAX-REPORT-LINE       FROM WS-RPT-HEADING-2.
024400     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
024500 1000-EXIT.
024600     EXIT.
024700
024800******************************************************************
024850*    1100-READ-LIAB-PARM - THE LOOKBACK IN FORCE ON THE
024900*                          PARAMETER MASTER, ELSE THE OPTIONAL
024950*                          LIABPRM CARD, OVERRIDING THE 45-DAY
025000*                          DEFAULT; THE WINDOW STARTS THAT MANY
025050*                          DAYS BEFORE THE BUSINESS DATE
025200******************************************************************
025300 1100-READ-LIAB-PARM.
025350     MOVE SPACES                 TO WS-LIAB-CARD.
025400     MOVE "LIABPRM"              TO PQ-PARM-ID.
025450     MOVE SPACES                 TO PQ-PARM-QUAL.
025500     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
025550     CALL "PARMGET"              USING PARM-REQUEST-AREA.
025600     IF PQ-FOUND
025650         MOVE PQ-VALUE           TO WS-LIAB-CARD
025700     ELSE
025750         PERFORM 1110-READ-LIAB-CARD THRU 1110-EXIT
025800     END-IF.
025850     IF WS-LC-LOOKBACK-DAYS NUMERIC
025900      AND WS-LC-LOOKBACK-DAYS > ZERO
025950         MOVE WS-LC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
026000     END-IF.
026700     MOVE 'S'                    TO WS-DU-FUNCTION.
026800     MOVE WS-LOOKBACK-DAYS       TO WS-DU-DAYS.
026900     CALL "DATEUTIL"             USING WS-DU-FUNCTION
027000                                       WS-BUSINESS-DATE
027100                                       WS-WINDOW-START
027200                                       WS-DU-DAYS
027300                                       WS-DU-VALID-SW.
027400     DISPLAY "LIABILITY WINDOW   : " WS-WINDOW-START
027500             " TO " WS-BUSINESS-DATE.
027600 1100-EXIT.
027700     EXIT.
027705
027710 1110-READ-LIAB-CARD.
027715     OPEN INPUT LIAB-PARM.
027720     IF WS-PARM-OK
027725         READ LIAB-PARM INTO WS-LIAB-CARD
027730             AT END
027735                 CONTINUE
027740         END-READ
027745     END-IF.
027750     CLOSE LIAB-PARM.
027755 1110-EXIT.
027760     EXIT.
027800
027900******************************************************************
028000*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
028100*                             SHARED DATEUTIL FALLBACK
028200******************************************************************
028300 8100-GET-BUSINESS-DATE.
028400     OPEN INPUT BUS-DATE-FILE.
028500     IF WS-BDAT-OK
028600         READ BUS-DATE-FILE
028700             AT END
028800                 CONTINUE
028900             NOT AT END
029000                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
029100                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
029200                 END-IF
029300         END-READ
029400     END-IF.
029500     CLOSE BUS-DATE-FILE.
029600     IF WS-BUSINESS-DATE EQUAL ZERO
029700         MOVE 'C'                TO WS-DU-FUNCTION
029800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
029900                                       WS-BUSINESS-DATE
030000                                       WS-DU-DATE-2
030100                                       WS-DU-DAYS
030200                                       WS-DU-VALID-SW
030300     END-IF.
030400 8100-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800*    2000-CLEAR-WINDOW - ZERO THE WITHHELD FIGURES OF EVERY
030900*                        LIABILITY IN THE WINDOW SO TONIGHT'S PASS
031000*                        OVER PAYHIST REBUILDS THEM; WHAT HAS BEEN
031100*                        REMITTED IS KEPT
031200******************************************************************
031300 2000-CLEAR-WINDOW.
031400     MOVE LOW-VALUES             TO TL-KEY.
031500     MOVE WS-WINDOW-START        TO TL-PAY-DATE.
031600     MOVE 'N'                    TO WS-SCAN-EOF-SW.
031700     START TAX-LIABILITY KEY NOT LESS THAN TL-KEY
031800         INVALID KEY
031900             SET WS-SCAN-EOF     TO TRUE
032000     END-START.
032100     PERFORM 2100-CLEAR-ONE-LIABILITY THRU 2100-EXIT
032200             UNTIL WS-SCAN-EOF.
032300 2000-EXIT.
032400     EXIT.
032500
032600 2100-CLEAR-ONE-LIABILITY.
032700     READ TAX-LIABILITY NEXT RECORD
032800         AT END
032900             SET WS-SCAN-EOF     TO TRUE
033000     END-READ.
033100     IF WS-SCAN-EOF
033200         GO TO 2100-EXIT
033300     END-IF.
033400     IF TL-PAY-DATE GREATER THAN WS-BUSINESS-DATE
033500         SET WS-SCAN-EOF         TO TRUE
033600         GO TO 2100-EXIT
033700     END-IF.
033800     MOVE ZERO                   TO TL-EMP-COUNT
033900                                    TL-GROSS
034000                                    TL-TAX.
034100     REWRITE TAX-LIAB-RECORD.
034200     ADD 1                       TO WS-CLEARED-COUNT.
034300 2100-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700*    3000-POST-ONE-RESULT - ADD ONE PAY RESULT INSIDE THE WINDOW
034800*                           TO ITS PAY DATE, PAY GROUP AND RUN
034900*                           TYPE LIABILITY, OPENING A NEW ONE THE
035000*                           FIRST TIME THE PERIOD IS SEEN
035100******************************************************************
035200 3000-POST-ONE-RESULT.
035300     IF PH-PAY-DATE LESS THAN WS-WINDOW-START
035400      OR PH-PAY-DATE GREATER THAN WS-BUSINESS-DATE
035500         GO TO 3000-READ-NEXT
035600     END-IF.
035700     MOVE PH-PAY-DATE            TO TL-PAY-DATE.
035800     MOVE PH-PAY-GROUP           TO TL-PAY-GROUP.
035900     MOVE PH-RUN-TYPE            TO TL-RUN-TYPE.
036000     READ TAX-LIABILITY
036100         INVALID KEY
036200             MOVE 'N'            TO WS-LIAB-FOUND-SW
036300         NOT INVALID KEY
036400             MOVE 'Y'            TO WS-LIAB-FOUND-SW
036500     END-READ.
036600     IF NOT WS-LIAB-FOUND
036700         MOVE PH-PAY-DATE        TO TL-PAY-DATE
036800         MOVE PH-PAY-GROUP       TO TL-PAY-GROUP
036900         MOVE PH-RUN-TYPE        TO TL-RUN-TYPE
037000         MOVE ZERO               TO TL-EMP-COUNT
037100                                    TL-GROSS
037200                                    TL-TAX
037300                                    TL-REMITTED-TAX
037400                                    TL-LAST-REMIT-DATE
037500     END-IF.
037600     ADD 1                       TO TL-EMP-COUNT.
037700     ADD PH-GROSS                TO TL-GROSS.
037800     ADD PH-TAX                  TO TL-TAX.
037900     IF WS-LIAB-FOUND
038000         REWRITE TAX-LIAB-RECORD
038100     ELSE
038200         WRITE TAX-LIAB-RECORD
038300         ADD 1                   TO WS-NEW-LIAB-COUNT
038400     END-IF.
038500     ADD 1                       TO WS-POSTED-COUNT.
038600 3000-READ-NEXT.
038700     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
038800 3000-EXIT.
038900     EXIT.
039000
039100 3900-READ-HISTORY.
039200     READ PAY-HISTORY
039300         AT END
039400             SET WS-EOF          TO TRUE
039500         NOT AT END
039600             ADD 1               TO WS-READ-COUNT
039700     END-READ.
039800 3900-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    4000-REMIT-WINDOW - ONE REMITTANCE LINE FOR EVERY LIABILITY
040300*                        IN THE WINDOW NOT YET FULLY REMITTED (OR
040400*                        OVER-REMITTED), THEN CLOSE THE ENVELOPE
040500*                        AND REGISTER IT ON THE MANIFEST
040600******************************************************************
040700 4000-REMIT-WINDOW.
040800     MOVE LOW-VALUES             TO TL-KEY.
040900     MOVE WS-WINDOW-START        TO TL-PAY-DATE.
041000     MOVE 'N'                    TO WS-SCAN-EOF-SW.
041100     START TAX-LIABILITY KEY NOT LESS THAN TL-KEY
041200         INVALID KEY
041300             SET WS-SCAN-EOF     TO TRUE
041400     END-START.
041500     PERFORM 4100-REMIT-ONE-LIABILITY THRU 4100-EXIT
041600             UNTIL WS-SCAN-EOF.
041700     MOVE SPACES                 TO FILE-TRAILER-RECORD.
041800     MOVE 'TRL'                  TO FT-REC-ID.
041900     MOVE WS-TR-COUNT            TO FT-REC-COUNT.
042000     MOVE WS-TR-HASH             TO FT-AMOUNT-HASH.
042100     WRITE TAX-REMITTANCE-LINE   FROM FILE-TRAILER-RECORD.
042200     MOVE WS-TR-COUNT            TO WS-RT-COUNT.
042300     MOVE WS-NET-REMITTED        TO WS-RT-NET.
042400     MOVE WS-TR-HASH             TO WS-RT-HASH.
042500     MOVE SPACES                 TO TAX-REPORT-LINE.
042600     WRITE TAX-REPORT-LINE.
042700     WRITE TAX-REPORT-LINE       FROM WS-RPT-TOTAL-LINE.
042800     MOVE "TAXREMIT"             TO WS-MAN-FILE-ID.
042900     CALL "MANIFEST"             USING WS-MAN-FILE-ID
043000                                       WS-BUSINESS-DATE
043100                                       WS-TR-COUNT
043200                                       WS-TR-HASH.
043300 4000-EXIT.
043400     EXIT.
043500
043600 4100-REMIT-ONE-LIABILITY.
043700     READ TAX-LIABILITY NEXT RECORD
043800         AT END
043900             SET WS-SCAN-EOF     TO TRUE
044000     END-READ.
044100     IF WS-SCAN-EOF
044200         GO TO 4100-EXIT
044300     END-IF.
044400     IF TL-PAY-DATE GREATER THAN WS-BUSINESS-DATE
044500         SET WS-SCAN-EOF         TO TRUE
044600         GO TO 4100-EXIT
044700     END-IF.
044800     COMPUTE WS-REMIT-AMOUNT = TL-TAX - TL-REMITTED-TAX.
044900     IF WS-REMIT-AMOUNT EQUAL ZERO
045000         GO TO 4100-EXIT
045100     END-IF.
045200     IF WS-REMIT-AMOUNT GREATER THAN ZERO
045300         SET WS-TR-DUE           TO TRUE
045400         ADD 1                   TO WS-DUE-COUNT
045500     ELSE
045600         SET WS-TR-CREDIT        TO TRUE
045700         ADD 1                   TO WS-CREDIT-COUNT
045800     END-IF.
045900     MOVE TL-PAY-DATE            TO WS-TR-PAY-DATE
046000                                    WS-RD-PAY-DATE.
046100     MOVE TL-PAY-GROUP           TO WS-TR-PAY-GROUP
046200                                    WS-RD-PAY-GROUP.
046300     MOVE TL-RUN-TYPE            TO WS-TR-RUN-TYPE
046400                                    WS-RD-RUN-TYPE.
046500     MOVE TL-EMP-COUNT           TO WS-TR-EMP-COUNT
046600                                    WS-RD-EMP-COUNT.
046700     MOVE TL-GROSS               TO WS-TR-GROSS
046800                                    WS-RD-GROSS.
046900     MOVE TL-TAX                 TO WS-TR-TAX
047000                                    WS-RD-TAX.
047100     MOVE TL-REMITTED-TAX        TO WS-RD-PRIOR.
047200     MOVE WS-REMIT-AMOUNT        TO WS-TR-AMOUNT
047300                                    WS-RD-AMOUNT.
047400     MOVE WS-TR-DIRECTION        TO WS-RD-DIRECTION.
047500     WRITE TAX-REMITTANCE-LINE   FROM WS-TAXREM-DETAIL-RECORD.
047600     WRITE TAX-REPORT-LINE       FROM WS-RPT-DETAIL-LINE.
047700     ADD 1                       TO WS-TR-COUNT.
047800     ADD WS-TR-AMOUNT            TO WS-TR-HASH.
047900     ADD WS-REMIT-AMOUNT         TO WS-NET-REMITTED.
048000     MOVE TL-TAX                 TO TL-REMITTED-TAX.
048100     MOVE WS-BUSINESS-DATE       TO TL-LAST-REMIT-DATE.
048200     REWRITE TAX-LIAB-RECORD.
048300 4100-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
048800******************************************************************
048900 9000-TERMINATE.
049000     DISPLAY "PAY RESULTS READ     : " WS-READ-COUNT.
049100     DISPLAY "PAY RESULTS POSTED   : " WS-POSTED-COUNT.
049200     DISPLAY "LIABILITIES REBUILT  : " WS-CLEARED-COUNT.
049300     DISPLAY "LIABILITIES OPENED   : " WS-NEW-LIAB-COUNT.
049400     DISPLAY "REMITTANCES DUE      : " WS-DUE-COUNT.
049500     DISPLAY "REMITTANCE CREDITS   : " WS-CREDIT-COUNT.
049600     DISPLAY "NET TAX REMITTED     : " WS-NET-REMITTED.
049700     CLOSE TAX-REPORT.
049800     IF WS-LIAB-PRESENT
049900         CLOSE PAY-HISTORY
050000         CLOSE TAX-LIABILITY
050100         CLOSE TAX-REMITTANCE
050200     END-IF.
050300     MOVE 'E'                    TO RSA-FUNCTION.
050400     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
050500     MOVE WS-TR-COUNT            TO RSA-WRITTEN-COUNT.
050600     MOVE ZERO                   TO RSA-REJECT-COUNT.
050700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
050800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
050900     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
051000 9000-EXIT.
051100     EXIT.
051200
051300 9999-EXIT.
051400     STOP RUN.
