000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PAYBAL.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - END-TO-END BALANCING
001200*                     LEDGER FOR THE NIGHTLY PAYROLL CHAIN, RUN
001300*                     AFTER THE LAST PAYRUN STEP AND AHEAD OF
001400*                     PAYVAR.  EACH HAND-OFF IS PROVED BY COUNT
001500*                     AND AMOUNT: ADJMERGE'S ADJTRANS ENVELOPE,
001600*                     ADJTRANS TO WHAT ATV2 APPLIED, REJECTED OR
001700*                     HELD, ATV2'S APPLIED ADJUSTMENTS (NET OF
001800*                     CARRY-FORWARD) TO WHAT PAYRUN PAID, PAYRUN
001900*                     GROSS TO NET, NET DUE TO THE BANKPAY FILES
002000*                     AND PAYRUN CHEQUES, AND PAYRUN TO THE
002100*                     LABDIST GL FEED.  EVERY FIGURE AND VARIANCE
002200*                     GOES ON THE PAYBALRP LEDGER; THE VERDICT
002300*                     GOES ON PAYBALST, WHICH PAYVAR READS - ANY
002400*                     VARIANCE (RC 4) BLOCKS TONIGHT'S BANKPAY
002500*                     RELEASE.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.            IBM-370.
003000 OBJECT-COMPUTER.            IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003400                             ORGANIZATION IS LINE SEQUENTIAL
003500                             FILE STATUS IS WS-BDAT-STATUS.
003600     SELECT ADJUSTMENT-TRANS ASSIGN TO "ADJTRANS"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-ADJT-STATUS.
003900     SELECT OPTIONAL ADJ-HISTORY ASSIGN TO "ADJHIST"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-AHIST-STATUS.
004200     SELECT OPTIONAL ADJ-REJECTS ASSIGN TO "ADJREJ"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-AREJ-STATUS.
004500     SELECT OPTIONAL PENDING-NEW ASSIGN TO "ADJPEND"
004600                             ORGANIZATION IS LINE SEQUENTIAL
004700                             FILE STATUS IS WS-PENDN-STATUS.
004800     SELECT OPTIONAL PENDING-PRIOR ASSIGN TO "ADJPENDI"
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS WS-PENDP-STATUS.
005100     SELECT OPTIONAL CARRY-IN-M ASSIGN TO "CARYINM"
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS IS WS-CARRY-STATUS.
005400     SELECT OPTIONAL CARRY-IN-W ASSIGN TO "CARYINW"
005500                             ORGANIZATION IS LINE SEQUENTIAL
005600                             FILE STATUS IS WS-CARRY-STATUS.
005700     SELECT OPTIONAL CARRY-OUT-M ASSIGN TO "CARYOUTM"
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS IS WS-CARRY-STATUS.
006000     SELECT OPTIONAL CARRY-OUT-W ASSIGN TO "CARYOUTW"
006100                             ORGANIZATION IS LINE SEQUENTIAL
006200                             FILE STATUS IS WS-CARRY-STATUS.
006300     SELECT PAY-HISTORY      ASSIGN TO "PAYHIST"
006400                             ORGANIZATION IS INDEXED
006500                             ACCESS MODE IS SEQUENTIAL
006600                             RECORD KEY IS PH-KEY
006700                             FILE STATUS IS WS-PHIST-STATUS.
006800     SELECT OPTIONAL BANK-PAYMENT ASSIGN TO "BANKPAY"
006900                             ORGANIZATION IS LINE SEQUENTIAL
007000                             FILE STATUS IS WS-BANK-STATUS.
007100     SELECT OPTIONAL BANK-PAYMENT-W ASSIGN TO "BANKPAYW"
007200                             ORGANIZATION IS LINE SEQUENTIAL
007300                             FILE STATUS IS WS-BANK-STATUS.
007400     SELECT OPTIONAL CHQ-REGISTER ASSIGN TO "CHQREG"
007500                             ORGANIZATION IS INDEXED
007600                             ACCESS MODE IS DYNAMIC
007700                             RECORD KEY IS CR-SERIAL
007800                             FILE STATUS IS WS-REG-STATUS.
007900     SELECT OPTIONAL LABOR-DIST ASSIGN TO "LABDIST"
008000                             ORGANIZATION IS LINE SEQUENTIAL
008100                             FILE STATUS IS WS-LABD-STATUS.
008200     SELECT OPTIONAL LABOR-DIST-W ASSIGN TO "LABDISTW"
008300                             ORGANIZATION IS LINE SEQUENTIAL
008400                             FILE STATUS IS WS-LABD-STATUS.
008500     SELECT BALANCE-RPT      ASSIGN TO "PAYBALRP"
008600                             ORGANIZATION IS LINE SEQUENTIAL.
008700     SELECT BALANCE-RESULT   ASSIGN TO "PAYBALST"
008800                             ORGANIZATION IS LINE SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  BUS-DATE-FILE
009300     RECORDING MODE IS F.
009400     COPY BUSDATE.
009500
009600 FD  ADJUSTMENT-TRANS
009700     RECORDING MODE IS F.
009800     COPY ADJTRANS.
009900 01  ADJ-ENVELOPE-RECORD         PIC X(30).
010000
010100 FD  ADJ-HISTORY
010200     RECORDING MODE IS F.
010300     COPY ADJHIST.
010400
010500 FD  ADJ-REJECTS
010600     RECORDING MODE IS F.
010700     COPY REJENV.
010800
010900 FD  PENDING-NEW
011000     RECORDING MODE IS F.
011100 01  PENDING-NEW-RECORD          PIC X(30).
011200
011300 FD  PENDING-PRIOR
011400     RECORDING MODE IS F.
011500 01  PENDING-PRIOR-RECORD        PIC X(30).
011600
011700 FD  CARRY-IN-M
011800     RECORDING MODE IS F.
011900 01  CARRY-IN-M-RECORD           PIC X(38).
012000
012100 FD  CARRY-IN-W
012200     RECORDING MODE IS F.
012300 01  CARRY-IN-W-RECORD           PIC X(38).
012400
012500 FD  CARRY-OUT-M
012600     RECORDING MODE IS F.
012700 01  CARRY-OUT-M-RECORD          PIC X(38).
012800
012900 FD  CARRY-OUT-W
013000     RECORDING MODE IS F.
013100 01  CARRY-OUT-W-RECORD          PIC X(38).
013200
013300 FD  PAY-HISTORY.
013400     COPY PAYHIST.
013500
013600 FD  BANK-PAYMENT
013700     RECORDING MODE IS F.
013800 01  BANK-PAYMENT-LINE           PIC X(70).
013900
014000 FD  BANK-PAYMENT-W
014100     RECORDING MODE IS F.
014200 01  BANK-PAYMENT-W-LINE         PIC X(70).
014300
014400 FD  CHQ-REGISTER.
014500     COPY CHQREG.
014600
014700 FD  LABOR-DIST
014800     RECORDING MODE IS F.
014900 01  LABOR-DIST-LINE             PIC X(70).
015000
015100 FD  LABOR-DIST-W
015200     RECORDING MODE IS F.
015300 01  LABOR-DIST-W-LINE           PIC X(70).
015400
015500 FD  BALANCE-RPT
015600     RECORDING MODE IS F.
015700 01  BALANCE-RPT-LINE            PIC X(100).
015800
015900 FD  BALANCE-RESULT
016000     RECORDING MODE IS F.
016100     COPY PAYBALST.
016200
016300 WORKING-STORAGE SECTION.
016400 01  WS-BDAT-STATUS              PIC X(02).
016500     88  WS-BDAT-OK                      VALUE "00".
016600 01  WS-ADJT-STATUS              PIC X(02).
016700     88  WS-ADJT-OK                      VALUE "00".
016800 01  WS-AHIST-STATUS             PIC X(02).
016900     88  WS-AHIST-OK                     VALUE "00".
017000 01  WS-AREJ-STATUS              PIC X(02).
017100     88  WS-AREJ-OK                      VALUE "00".
017200 01  WS-PENDN-STATUS             PIC X(02).
017300     88  WS-PENDN-OK                     VALUE "00".
017400 01  WS-PENDP-STATUS             PIC X(02).
017500     88  WS-PENDP-OK                     VALUE "00".
017600 01  WS-CARRY-STATUS             PIC X(02).
017700     88  WS-CARRY-OK                     VALUE "00".
017800 01  WS-PHIST-STATUS             PIC X(02).
017900     88  WS-PHIST-OK                     VALUE "00".
018000 01  WS-BANK-STATUS              PIC X(02).
018100     88  WS-BANK-OK                      VALUE "00".
018200 01  WS-REG-STATUS               PIC X(02).
018300     88  WS-REG-OK                       VALUE "00".
018400 01  WS-LABD-STATUS              PIC X(02).
018500     88  WS-LABD-OK                      VALUE "00".
018600 01  WS-DU-FUNCTION              PIC X(01).
018700 01  WS-DU-DATE-2                PIC 9(08).
018800 01  WS-DU-DAYS                  PIC S9(05).
018900 01  WS-DU-VALID-SW              PIC X(01).
019000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
019100
019200 01  WS-SWITCHES.
019300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
019400         88  WS-EOF                          VALUE 'Y'.
019500     05  WS-FIRST-SW             PIC X(01)   VALUE 'Y'.
019600         88  WS-FIRST-RECORD                 VALUE 'Y'.
019700     05  WS-HEADER-SW            PIC X(01)   VALUE 'N'.
019800         88  WS-HEADER-TONIGHT               VALUE 'Y'.
019900     05  WS-TRAILER-SW           PIC X(01)   VALUE 'N'.
020000         88  WS-TRAILER-SEEN                 VALUE 'Y'.
020100     05  WS-PROOF-COUNT-SW       PIC X(01)   VALUE 'Y'.
020200         88  WS-PROOF-HAS-COUNT              VALUE 'Y'.
020300
020400*    ONE 30-BYTE ADJUSTMENT IMAGE - THE ADJREJ ORIGINAL, THE
020500*    PENDING RECORD AND A CARRY RECORD ALL LEAD WITH IT
020600 01  WS-ITEM-IMAGE.
020700     05  WS-IT-EMP-ID            PIC 9(05).
020800     05  WS-IT-TYPE              PIC X(01).
020900         88  WS-IT-TYPE-DEDUCT               VALUE 'D'.
021000     05  WS-IT-AMOUNT            PIC S9(3)V9(2).
021100     05  FILLER                  PIC X(27).
021200 01  WS-ITEM-ABS                 PIC 9(3)V9(2)   VALUE ZERO.
021300 01  WS-ITEM-SIGNED              PIC S9(3)V9(2)  VALUE ZERO.
021400
021500 01  WS-BANK-TRAILER-RECORD.
021600     05  WS-BNK-TRL-TYPE         PIC X(01).
021700     05  WS-BNK-TRL-COUNT        PIC 9(07).
021800     05  WS-BNK-TRL-HASH         PIC 9(11)V9(02).
021900
022000 01  WS-LAB-TRAILER-RECORD.
022100     05  WS-LT-REC-TYPE          PIC X(01).
022200     05  WS-LT-BUS-DATE          PIC 9(08).
022300     05  FILLER                  PIC X(09).
022400     05  WS-LT-EMP-COUNT         PIC 9(05).
022500     05  WS-LT-GROSS             PIC 9(11)V9(02).
022600     05  WS-LT-DEDUCT            PIC 9(11)V9(02).
022700     05  WS-LT-NET               PIC 9(11)V9(02).
022800     05  WS-LT-PAY-GROUP         PIC X(01).
022900
023000*    ADJMERGE - THE ADJTRANS ENVELOPE
023100 01  WS-TRL-COUNT                PIC S9(07)  VALUE ZERO.
023200 01  WS-TRL-HASH                 PIC S9(11)V9(02) VALUE ZERO.
023300 01  WS-DTL-COUNT                PIC S9(07)  VALUE ZERO.
023400 01  WS-DTL-HASH                 PIC S9(11)V9(02) VALUE ZERO.
023500
023600*    ATV2 - TONIGHT'S DISPOSITIONS
023700 01  WS-APPLIED-COUNT            PIC S9(07)  VALUE ZERO.
023800 01  WS-APPLIED-HASH             PIC S9(11)V9(02) VALUE ZERO.
023900 01  WS-APPLIED-SIGNED           PIC S9(11)V9(02) VALUE ZERO.
024000 01  WS-REJECT-COUNT             PIC S9(07)  VALUE ZERO.
024100 01  WS-REJECT-HASH              PIC S9(11)V9(02) VALUE ZERO.
024200 01  WS-PEND-NEW-COUNT           PIC S9(07)  VALUE ZERO.
024300 01  WS-PEND-NEW-HASH            PIC S9(11)V9(02) VALUE ZERO.
024400 01  WS-PEND-PRIOR-COUNT         PIC S9(07)  VALUE ZERO.
024500 01  WS-PEND-PRIOR-HASH          PIC S9(11)V9(02) VALUE ZERO.
024600 01  WS-HELD-COUNT               PIC S9(07)  VALUE ZERO.
024700 01  WS-HELD-HASH                PIC S9(11)V9(02) VALUE ZERO.
024800
024900*    PAYRUN - ADJUSTMENT CARRY-FORWARD IN AND OUT, SIGNED
025000 01  WS-CARRY-IN-COUNT           PIC S9(07)  VALUE ZERO.
025100 01  WS-CARRY-IN-SIGNED          PIC S9(11)V9(02) VALUE ZERO.
025200 01  WS-CARRY-OUT-COUNT          PIC S9(07)  VALUE ZERO.
025300 01  WS-CARRY-OUT-SIGNED         PIC S9(11)V9(02) VALUE ZERO.
025400 01  WS-CARRY-DIRECTION          PIC X(01)   VALUE SPACE.
025500     88  WS-CARRYING-IN                  VALUE 'I'.
025600
025700*    PAYRUN - TONIGHT'S REGULAR PAYHIST RESULTS
025800 01  WS-PH-COUNT                 PIC S9(07)  VALUE ZERO.
025900 01  WS-PH-GROSS                 PIC S9(11)V9(02) VALUE ZERO.
026000 01  WS-PH-DEDUCT                PIC S9(11)V9(02) VALUE ZERO.
026100 01  WS-PH-NET                   PIC S9(11)V9(02) VALUE ZERO.
026200 01  WS-PH-ADJ-COUNT             PIC S9(07)  VALUE ZERO.
026300 01  WS-PH-ADJ-BASE              PIC S9(11)V9(02) VALUE ZERO.
026400 01  WS-PH-DUE-COUNT             PIC S9(07)  VALUE ZERO.
026500 01  WS-PH-DUE-AMOUNT            PIC S9(11)V9(02) VALUE ZERO.
026600
026700*    PAYMENT - BANKPAY TRAILERS AND TONIGHT'S PAYRUN CHEQUES
026800 01  WS-BANK-COUNT               PIC S9(07)  VALUE ZERO.
026900 01  WS-BANK-AMOUNT              PIC S9(11)V9(02) VALUE ZERO.
027000 01  WS-CHQ-COUNT                PIC S9(07)  VALUE ZERO.
027100 01  WS-CHQ-AMOUNT               PIC S9(11)V9(02) VALUE ZERO.
027200
027300*    GL - THE LABDIST TRAILERS
027400 01  WS-LAB-COUNT                PIC S9(07)  VALUE ZERO.
027500 01  WS-LAB-GROSS                PIC S9(11)V9(02) VALUE ZERO.
027600 01  WS-LAB-DEDUCT               PIC S9(11)V9(02) VALUE ZERO.
027700 01  WS-LAB-NET                  PIC S9(11)V9(02) VALUE ZERO.
027800
027900*    WORK FIGURES FOR ONE LEDGER LINE
028000 01  WS-FIG-LABEL                PIC X(42).
028100 01  WS-FIG-COUNT                PIC S9(07)  VALUE ZERO.
028200 01  WS-FIG-AMOUNT               PIC S9(11)V9(02) VALUE ZERO.
028300
028400 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
028500 77  WS-HANDOFF-COUNT            PIC 9(02)   COMP    VALUE ZERO.
028600 77  WS-VARIANCE-COUNT           PIC 9(02)   COMP    VALUE ZERO.
028700
028800 01  WS-RPT-HEADING-1.
028900     05  FILLER                  PIC X(12)   VALUE SPACES.
029000     05  FILLER                  PIC X(37)   VALUE
029100         "PAYROLL CHAIN BALANCING LEDGER  FOR ".
029200     05  WS-H1-DATE              PIC 9(08).
029300
029400 01  WS-RPT-HEADING-2.
029500     05  FILLER                  PIC X(46)   VALUE SPACES.
029600     05  FILLER                  PIC X(44)   VALUE
029700         "     COUNT              AMOUNT  VERDICT     ".
029800
029900 01  WS-RPT-STAGE-LINE.
030000     05  FILLER                  PIC X(02)   VALUE SPACES.
030100     05  WS-RS-TEXT              PIC X(60).
030200
030300 01  WS-RPT-FIGURE-LINE.
030400     05  FILLER                  PIC X(04)   VALUE SPACES.
030500     05  WS-RF-LABEL             PIC X(42).
030600     05  WS-RF-COUNT             PIC -Z,ZZZ,ZZ9.
030700     05  WS-RF-COUNT-X REDEFINES WS-RF-COUNT
030800                                 PIC X(10).
030900     05  FILLER                  PIC X(02)   VALUE SPACES.
031000     05  WS-RF-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
031100     05  FILLER                  PIC X(02)   VALUE SPACES.
031200     05  WS-RF-VERDICT           PIC X(22).
031300
031400 01  WS-RPT-VERDICT-LINE.
031500     05  FILLER                  PIC X(02)   VALUE SPACES.
031600     05  WS-RV-TEXT              PIC X(40).
031700     05  WS-RV-VARIANCES         PIC Z9.
031800     05  FILLER                  PIC X(14)   VALUE
031900         " VARIANCE(S) -".
032000     05  WS-RV-ACTION            PIC X(30).
032100
032200     COPY FILEHDTR.
032300
032400     COPY RUNSTAT.
032500
032600 PROCEDURE DIVISION.
032700 0000-MAINLINE.
032800     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
032900     PERFORM 2000-PROVE-ADJTRANS     THRU 2000-EXIT.
033000     PERFORM 3000-PROVE-ATV2         THRU 3000-EXIT.
033100     PERFORM 4000-PROVE-ADJ-PAID     THRU 4000-EXIT.
033200     PERFORM 5000-PROVE-GROSS-TO-NET THRU 5000-EXIT.
033300     PERFORM 6000-PROVE-PAYMENTS     THRU 6000-EXIT.
033400     PERFORM 7000-PROVE-LABDIST      THRU 7000-EXIT.
033500     PERFORM 8000-WRITE-RESULT       THRU 8000-EXIT.
033600     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
033700     GO TO 9999-EXIT.
033800
033900******************************************************************
034000*    1000-INITIALIZE - BUSINESS DATE AND THE LEDGER HEADING
034100******************************************************************
034200 1000-INITIALIZE.
034300     DISPLAY "PAYBAL - PAYROLL CHAIN BALANCING STARTING".
034400     MOVE "PAYBAL"               TO RSA-PROGRAM-ID.
034500     MOVE 'S'                    TO RSA-FUNCTION.
034600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
034700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
034800     OPEN OUTPUT BALANCE-RPT.
034900     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
035000     WRITE BALANCE-RPT-LINE      FROM WS-RPT-HEADING-1.
035100     WRITE BALANCE-RPT-LINE      FROM WS-RPT-HEADING-2.
035200 1000-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    2000-PROVE-ADJTRANS - ADJMERGE'S RUN FILE MUST CARRY
035700*                          TONIGHT'S HEADER AND A TRAILER THAT
035800*                          AGREES WITH ITS DETAIL RECORDS
035900******************************************************************
036000 2000-PROVE-ADJTRANS.
036100     MOVE "A. ADJMERGE TO ATV2 - THE ADJTRANS ENVELOPE"
036200                                 TO WS-RS-TEXT.
036300     PERFORM 7700-PRINT-STAGE THRU 7700-EXIT.
036400     MOVE 'N'                    TO WS-EOF-SW.
036500     OPEN INPUT ADJUSTMENT-TRANS.
036600     IF WS-ADJT-OK
036700         PERFORM 2100-READ-ONE-ADJTRANS THRU 2100-EXIT
036800                 UNTIL WS-EOF
036900         CLOSE ADJUSTMENT-TRANS
037000     ELSE
037100         DISPLAY "ADJTRANS OPEN FAILED - STATUS " WS-ADJT-STATUS
037200     END-IF.
037300     IF NOT WS-HEADER-TONIGHT
037400      OR NOT WS-TRAILER-SEEN
037500         DISPLAY "ADJTRANS ENVELOPE NOT COMPLETE FOR "
037600                 WS-BUSINESS-DATE
037700         ADD 1                   TO WS-VARIANCE-COUNT
037800         MOVE "ADJTRANS HEADER/TRAILER NOT FOR TONIGHT"
037900                                 TO WS-FIG-LABEL
038000         MOVE SPACES             TO WS-RPT-FIGURE-LINE
038100         MOVE WS-FIG-LABEL       TO WS-RF-LABEL
038200         MOVE "*** OUT OF BALANCE ***" TO WS-RF-VERDICT
038300         WRITE BALANCE-RPT-LINE  FROM WS-RPT-FIGURE-LINE
038400     END-IF.
038500     MOVE "ADJTRANS TRAILER"     TO WS-FIG-LABEL.
038600     MOVE WS-TRL-COUNT           TO WS-FIG-COUNT.
038700     MOVE WS-TRL-HASH            TO WS-FIG-AMOUNT.
038800     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
038900     MOVE "ADJTRANS DETAIL RECORDS" TO WS-FIG-LABEL.
039000     MOVE WS-DTL-COUNT           TO WS-FIG-COUNT.
039100     MOVE WS-DTL-HASH            TO WS-FIG-AMOUNT.
039200     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
039300     MOVE "TRAILER LESS DETAIL"  TO WS-FIG-LABEL.
039400     COMPUTE WS-FIG-COUNT  = WS-TRL-COUNT - WS-DTL-COUNT.
039500     COMPUTE WS-FIG-AMOUNT = WS-TRL-HASH - WS-DTL-HASH.
039600     SET WS-PROOF-HAS-COUNT      TO TRUE.
039700     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
039800 2000-EXIT.
039900     EXIT.
040000
040100 2100-READ-ONE-ADJTRANS.
040200     READ ADJUSTMENT-TRANS
040300         AT END
040400             SET WS-EOF          TO TRUE
040500     END-READ.
040600     IF WS-EOF
040700         GO TO 2100-EXIT
040800     END-IF.
040900     ADD 1                       TO WS-READ-COUNT.
041000     IF WS-FIRST-RECORD
041100         MOVE 'N'                TO WS-FIRST-SW
041200         MOVE ADJ-ENVELOPE-RECORD (1:19)
041300                                 TO FILE-HEADER-RECORD
041400         IF FH-HEADER
041500          AND FH-BUS-DATE EQUAL WS-BUSINESS-DATE
041600             SET WS-HEADER-TONIGHT TO TRUE
041700         END-IF
041800         GO TO 2100-EXIT
041900     END-IF.
042000     IF ADJ-ENVELOPE-RECORD (1:3) EQUAL 'TRL'
042100         SET WS-TRAILER-SEEN     TO TRUE
042200         MOVE ADJ-ENVELOPE-RECORD (1:23)
042300                                 TO FILE-TRAILER-RECORD
042400         MOVE FT-REC-COUNT       TO WS-TRL-COUNT
042500         MOVE FT-AMOUNT-HASH     TO WS-TRL-HASH
042600         GO TO 2100-EXIT
042700     END-IF.
042800     ADD 1                       TO WS-DTL-COUNT.
042900     IF ADJ-AMOUNT < ZERO
043000         SUBTRACT ADJ-AMOUNT     FROM WS-DTL-HASH
043100     ELSE
043200         ADD ADJ-AMOUNT          TO WS-DTL-HASH
043300     END-IF.
043400 2100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    3000-PROVE-ATV2 - EVERY ADJTRANS DETAIL MUST COME OUT OF
043900*                      ATV2 APPLIED (ADJHIST), REJECTED (ADJREJ)
044000*                      OR HELD FOR APPROVAL (ADJPEND).  ATV2 ROLLS
044100*                      THE PRIOR PENDING GENERATION FORWARD, SO
044200*                      TONIGHT'S NEW HOLDS ARE THE NEW GENERATION
044300*                      LESS THE PRIOR
044400******************************************************************
044500 3000-PROVE-ATV2.
044600     MOVE "B. ADJTRANS TO ATV2 - APPLIED, REJECTED, HELD"
044700                                 TO WS-RS-TEXT.
044800     PERFORM 7700-PRINT-STAGE THRU 7700-EXIT.
044900     MOVE 'N'                    TO WS-EOF-SW.
045000     OPEN INPUT ADJ-HISTORY.
045100     IF WS-AHIST-OK
045200         PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
045300                 UNTIL WS-EOF
045400     END-IF.
045500     CLOSE ADJ-HISTORY.
045600     MOVE 'N'                    TO WS-EOF-SW.
045700     OPEN INPUT ADJ-REJECTS.
045800     IF WS-AREJ-OK
045900         PERFORM 3200-READ-ONE-REJECT THRU 3200-EXIT
046000                 UNTIL WS-EOF
046100     END-IF.
046200     CLOSE ADJ-REJECTS.
046300     MOVE 'N'                    TO WS-EOF-SW.
046400     OPEN INPUT PENDING-NEW.
046500     IF WS-PENDN-OK
046600         PERFORM 3300-READ-ONE-PEND-NEW THRU 3300-EXIT
046700                 UNTIL WS-EOF
046800     END-IF.
046900     CLOSE PENDING-NEW.
047000     MOVE 'N'                    TO WS-EOF-SW.
047100     OPEN INPUT PENDING-PRIOR.
047200     IF WS-PENDP-OK
047300         PERFORM 3400-READ-ONE-PEND-PRIOR THRU 3400-EXIT
047400                 UNTIL WS-EOF
047500     END-IF.
047600     CLOSE PENDING-PRIOR.
047700     COMPUTE WS-HELD-COUNT = WS-PEND-NEW-COUNT
047800                           - WS-PEND-PRIOR-COUNT.
047900     COMPUTE WS-HELD-HASH  = WS-PEND-NEW-HASH
048000                           - WS-PEND-PRIOR-HASH.
048100     MOVE "APPLIED (ADJHIST)"    TO WS-FIG-LABEL.
048200     MOVE WS-APPLIED-COUNT       TO WS-FIG-COUNT.
048300     MOVE WS-APPLIED-HASH        TO WS-FIG-AMOUNT.
048400     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
048500     MOVE "REJECTED (ADJREJ)"    TO WS-FIG-LABEL.
048600     MOVE WS-REJECT-COUNT        TO WS-FIG-COUNT.
048700     MOVE WS-REJECT-HASH         TO WS-FIG-AMOUNT.
048800     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
048900     MOVE "HELD FOR APPROVAL (NEW ON ADJPEND)" TO WS-FIG-LABEL.
049000     MOVE WS-HELD-COUNT          TO WS-FIG-COUNT.
049100     MOVE WS-HELD-HASH           TO WS-FIG-AMOUNT.
049200     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
049300     MOVE "ADJTRANS DETAIL LESS DISPOSED" TO WS-FIG-LABEL.
049400     COMPUTE WS-FIG-COUNT  = WS-DTL-COUNT - WS-APPLIED-COUNT
049500                           - WS-REJECT-COUNT - WS-HELD-COUNT.
049600     COMPUTE WS-FIG-AMOUNT = WS-DTL-HASH - WS-APPLIED-HASH
049700                           - WS-REJECT-HASH - WS-HELD-HASH.
049800     SET WS-PROOF-HAS-COUNT      TO TRUE.
049900     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
050000 3000-EXIT.
050100     EXIT.
050200
050300 3100-READ-ONE-HISTORY.
050400     READ ADJ-HISTORY
050500         AT END
050600             SET WS-EOF          TO TRUE
050700     END-READ.
050800     IF WS-EOF
050900         GO TO 3100-EXIT
051000     END-IF.
051100     ADD 1                       TO WS-READ-COUNT.
051200     IF AH-RUN-DATE NOT EQUAL WS-BUSINESS-DATE
051300         GO TO 3100-EXIT
051400     END-IF.
051500     ADD 1                       TO WS-APPLIED-COUNT.
051600     MOVE AH-EMP-ID              TO WS-IT-EMP-ID.
051700     MOVE AH-TYPE                TO WS-IT-TYPE.
051800     MOVE AH-AMOUNT              TO WS-IT-AMOUNT.
051900     PERFORM 7600-VALUE-ITEM THRU 7600-EXIT.
052000     ADD WS-ITEM-ABS             TO WS-APPLIED-HASH.
052100     ADD WS-ITEM-SIGNED          TO WS-APPLIED-SIGNED.
052200 3100-EXIT.
052300     EXIT.
052400
052500 3200-READ-ONE-REJECT.
052600     READ ADJ-REJECTS
052700         AT END
052800             SET WS-EOF          TO TRUE
052900     END-READ.
053000     IF WS-EOF
053100         GO TO 3200-EXIT
053200     END-IF.
053300     ADD 1                       TO WS-READ-COUNT.
053400     IF REJ-ORIGIN-PROGRAM NOT EQUAL "ATV2"
053500      OR REJ-RUN-DATE NOT EQUAL WS-BUSINESS-DATE
053600         GO TO 3200-EXIT
053700     END-IF.
053800     ADD 1                       TO WS-REJECT-COUNT.
053900     MOVE REJ-ORIGINAL-RECORD (1:30) TO WS-ITEM-IMAGE.
054000     PERFORM 7600-VALUE-ITEM THRU 7600-EXIT.
054100     ADD WS-ITEM-ABS             TO WS-REJECT-HASH.
054200 3200-EXIT.
054300     EXIT.
054400
054500 3300-READ-ONE-PEND-NEW.
054600     READ PENDING-NEW
054700         AT END
054800             SET WS-EOF          TO TRUE
054900     END-READ.
055000     IF WS-EOF
055100         GO TO 3300-EXIT
055200     END-IF.
055300     ADD 1                       TO WS-READ-COUNT.
055400     ADD 1                       TO WS-PEND-NEW-COUNT.
055500     MOVE PENDING-NEW-RECORD     TO WS-ITEM-IMAGE.
055600     PERFORM 7600-VALUE-ITEM THRU 7600-EXIT.
055700     ADD WS-ITEM-ABS             TO WS-PEND-NEW-HASH.
055800 3300-EXIT.
055900     EXIT.
056000
056100 3400-READ-ONE-PEND-PRIOR.
056200     READ PENDING-PRIOR
056300         AT END
056400             SET WS-EOF          TO TRUE
056500     END-READ.
056600     IF WS-EOF
056700         GO TO 3400-EXIT
056800     END-IF.
056900     ADD 1                       TO WS-READ-COUNT.
057000     ADD 1                       TO WS-PEND-PRIOR-COUNT.
057100     MOVE PENDING-PRIOR-RECORD   TO WS-ITEM-IMAGE.
057200     PERFORM 7600-VALUE-ITEM THRU 7600-EXIT.
057300     ADD WS-ITEM-ABS             TO WS-PEND-PRIOR-HASH.
057400 3400-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800*    4000-PROVE-ADJ-PAID - WHAT ATV2 APPLIED TONIGHT, LESS WHAT
057900*                          PAYRUN CARRIED FORWARD TO A LATER PAY
058000*                          DATE, PLUS WHAT IT RELEASED FROM
058100*                          EARLIER NIGHTS, MUST EQUAL THE
058200*                          ADJUSTMENTS PAID IN TONIGHT'S PAYHIST
058300*                          RESULTS.  AMOUNTS ARE SIGNED
058400*                          (DEDUCTIONS NEGATIVE) AND BEFORE THE
058500*                          RATE-BASED PORTION
058600******************************************************************
058700 4000-PROVE-ADJ-PAID.
058800     MOVE "C. ATV2 TO PAYRUN - ADJUSTMENTS PAID (SIGNED)"
058900                                 TO WS-RS-TEXT.
059000     PERFORM 7700-PRINT-STAGE THRU 7700-EXIT.
059100     MOVE 'I'                    TO WS-CARRY-DIRECTION.
059200     MOVE 'N'                    TO WS-EOF-SW.
059300     OPEN INPUT CARRY-IN-M.
059400     IF WS-CARRY-OK
059500         PERFORM 4100-READ-ONE-CARRY-IN-M THRU 4100-EXIT
059600                 UNTIL WS-EOF
059700     END-IF.
059800     CLOSE CARRY-IN-M.
059900     MOVE 'N'                    TO WS-EOF-SW.
060000     OPEN INPUT CARRY-IN-W.
060100     IF WS-CARRY-OK
060200         PERFORM 4200-READ-ONE-CARRY-IN-W THRU 4200-EXIT
060300                 UNTIL WS-EOF
060400     END-IF.
060500     CLOSE CARRY-IN-W.
060600     MOVE 'O'                    TO WS-CARRY-DIRECTION.
060700     MOVE 'N'                    TO WS-EOF-SW.
060800     OPEN INPUT CARRY-OUT-M.
060900     IF WS-CARRY-OK
061000         PERFORM 4300-READ-ONE-CARRY-OUT-M THRU 4300-EXIT
061100                 UNTIL WS-EOF
061200     END-IF.
061300     CLOSE CARRY-OUT-M.
061400     MOVE 'N'                    TO WS-EOF-SW.
061500     OPEN INPUT CARRY-OUT-W.
061600     IF WS-CARRY-OK
061700         PERFORM 4400-READ-ONE-CARRY-OUT-W THRU 4400-EXIT
061800                 UNTIL WS-EOF
061900     END-IF.
062000     CLOSE CARRY-OUT-W.
062100     PERFORM 4500-SWEEP-PAY-HISTORY THRU 4500-EXIT.
062200     MOVE "APPLIED BY ATV2 TONIGHT" TO WS-FIG-LABEL.
062300     MOVE WS-APPLIED-COUNT       TO WS-FIG-COUNT.
062400     MOVE WS-APPLIED-SIGNED      TO WS-FIG-AMOUNT.
062500     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
062600     MOVE "PLUS CARRIED IN FROM EARLIER NIGHTS" TO WS-FIG-LABEL.
062700     MOVE WS-CARRY-IN-COUNT      TO WS-FIG-COUNT.
062800     MOVE WS-CARRY-IN-SIGNED     TO WS-FIG-AMOUNT.
062900     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
063000     MOVE "LESS CARRIED FORWARD (ADJCARRY)" TO WS-FIG-LABEL.
063100     MOVE WS-CARRY-OUT-COUNT     TO WS-FIG-COUNT.
063200     MOVE WS-CARRY-OUT-SIGNED    TO WS-FIG-AMOUNT.
063300     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
063400     MOVE "PAID IN TONIGHT'S RESULTS (PAYHIST)" TO WS-FIG-LABEL.
063500     MOVE WS-PH-ADJ-COUNT        TO WS-FIG-COUNT.
063600     MOVE WS-PH-ADJ-BASE         TO WS-FIG-AMOUNT.
063700     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
063800     MOVE "DUE FOR PAYMENT LESS PAID" TO WS-FIG-LABEL.
063900     COMPUTE WS-FIG-COUNT  = WS-APPLIED-COUNT + WS-CARRY-IN-COUNT
064000                           - WS-CARRY-OUT-COUNT - WS-PH-ADJ-COUNT.
064100     COMPUTE WS-FIG-AMOUNT = WS-APPLIED-SIGNED
064200                           + WS-CARRY-IN-SIGNED
064300                           - WS-CARRY-OUT-SIGNED - WS-PH-ADJ-BASE.
064400     SET WS-PROOF-HAS-COUNT      TO TRUE.
064500     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
064600 4000-EXIT.
064700     EXIT.
064800
064900 4100-READ-ONE-CARRY-IN-M.
065000     READ CARRY-IN-M INTO WS-ITEM-IMAGE
065100         AT END
065200             SET WS-EOF          TO TRUE
065300     END-READ.
065400     IF NOT WS-EOF
065500         PERFORM 4900-TALLY-CARRY THRU 4900-EXIT
065600     END-IF.
065700 4100-EXIT.
065800     EXIT.
065900
066000 4200-READ-ONE-CARRY-IN-W.
066100     READ CARRY-IN-W INTO WS-ITEM-IMAGE
066200         AT END
066300             SET WS-EOF          TO TRUE
066400     END-READ.
066500     IF NOT WS-EOF
066600         PERFORM 4900-TALLY-CARRY THRU 4900-EXIT
066700     END-IF.
066800 4200-EXIT.
066900     EXIT.
067000
067100 4300-READ-ONE-CARRY-OUT-M.
067200     READ CARRY-OUT-M INTO WS-ITEM-IMAGE
067300         AT END
067400             SET WS-EOF          TO TRUE
067500     END-READ.
067600     IF NOT WS-EOF
067700         PERFORM 4900-TALLY-CARRY THRU 4900-EXIT
067800     END-IF.
067900 4300-EXIT.
068000     EXIT.
068100
068200 4400-READ-ONE-CARRY-OUT-W.
068300     READ CARRY-OUT-W INTO WS-ITEM-IMAGE
068400         AT END
068500             SET WS-EOF          TO TRUE
068600     END-READ.
068700     IF NOT WS-EOF
068800         PERFORM 4900-TALLY-CARRY THRU 4900-EXIT
068900     END-IF.
069000 4400-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400*    4500-SWEEP-PAY-HISTORY - TONIGHT'S REGULAR RESULTS FEED
069500*                             THE ADJUSTMENT, GROSS-TO-NET,
069600*                             PAYMENT AND GL PROOFS ALIKE
069700******************************************************************
069800 4500-SWEEP-PAY-HISTORY.
069900     MOVE 'N'                    TO WS-EOF-SW.
070000     OPEN INPUT PAY-HISTORY.
070100     IF NOT WS-PHIST-OK
070200         DISPLAY "PAY HISTORY MASTER OPEN FAILED - STATUS "
070300                 WS-PHIST-STATUS
070400         ADD 1                   TO WS-VARIANCE-COUNT
070500         MOVE 8                  TO RETURN-CODE
070600         GO TO 4500-EXIT
070700     END-IF.
070800     PERFORM 4600-READ-ONE-RESULT THRU 4600-EXIT
070900             UNTIL WS-EOF.
071000     CLOSE PAY-HISTORY.
071100 4500-EXIT.
071200     EXIT.
071300
071400 4600-READ-ONE-RESULT.
071500     READ PAY-HISTORY
071600         AT END
071700             SET WS-EOF          TO TRUE
071800     END-READ.
071900     IF WS-EOF
072000         GO TO 4600-EXIT
072100     END-IF.
072200     ADD 1                       TO WS-READ-COUNT.
072300     IF NOT PH-RUN-REGULAR
072400      OR PH-PAY-DATE NOT EQUAL WS-BUSINESS-DATE
072500         GO TO 4600-EXIT
072600     END-IF.
072700     ADD 1                       TO WS-PH-COUNT.
072800     ADD PH-GROSS                TO WS-PH-GROSS.
072900     COMPUTE WS-PH-DEDUCT = WS-PH-DEDUCT
073000                          + PH-TAX + PH-BENEFIT + PH-GARN.
073100     ADD PH-NET                  TO WS-PH-NET.
073200     ADD PH-ADJ-COUNT            TO WS-PH-ADJ-COUNT.
073300     ADD PH-ADJ-BASE             TO WS-PH-ADJ-BASE.
073400     IF PH-NET GREATER THAN ZERO
073500         ADD 1                   TO WS-PH-DUE-COUNT
073600         ADD PH-NET              TO WS-PH-DUE-AMOUNT
073700     END-IF.
073800 4600-EXIT.
073900     EXIT.
074000
074100 4900-TALLY-CARRY.
074200     ADD 1                       TO WS-READ-COUNT.
074300     PERFORM 7600-VALUE-ITEM THRU 7600-EXIT.
074400     IF WS-CARRYING-IN
074500         ADD 1                   TO WS-CARRY-IN-COUNT
074600         ADD WS-ITEM-SIGNED      TO WS-CARRY-IN-SIGNED
074700     ELSE
074800         ADD 1                   TO WS-CARRY-OUT-COUNT
074900         ADD WS-ITEM-SIGNED      TO WS-CARRY-OUT-SIGNED
075000     END-IF.
075100 4900-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500*    5000-PROVE-GROSS-TO-NET - GROSS LESS TAX, BENEFITS AND
075600*                              GARNISHMENTS MUST LEAVE THE NET
075700******************************************************************
075800 5000-PROVE-GROSS-TO-NET.
075900     MOVE "D. PAYRUN GROSS TO NET" TO WS-RS-TEXT.
076000     PERFORM 7700-PRINT-STAGE THRU 7700-EXIT.
076100     MOVE "GROSS PAY"            TO WS-FIG-LABEL.
076200     MOVE WS-PH-COUNT            TO WS-FIG-COUNT.
076300     MOVE WS-PH-GROSS            TO WS-FIG-AMOUNT.
076400     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
076500     MOVE "LESS TAX, BENEFITS AND GARNISHMENTS" TO WS-FIG-LABEL.
076600     MOVE WS-PH-COUNT            TO WS-FIG-COUNT.
076700     MOVE WS-PH-DEDUCT           TO WS-FIG-AMOUNT.
076800     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
076900     MOVE "NET PAY"              TO WS-FIG-LABEL.
077000     MOVE WS-PH-COUNT            TO WS-FIG-COUNT.
077100     MOVE WS-PH-NET              TO WS-FIG-AMOUNT.
077200     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
077300     MOVE "GROSS LESS DEDUCTIONS LESS NET" TO WS-FIG-LABEL.
077400     MOVE ZERO                   TO WS-FIG-COUNT.
077500     COMPUTE WS-FIG-AMOUNT = WS-PH-GROSS - WS-PH-DEDUCT
077600                           - WS-PH-NET.
077700     MOVE 'N'                    TO WS-PROOF-COUNT-SW.
077800     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
077900 5000-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300*    6000-PROVE-PAYMENTS - EVERY POSITIVE NET MUST GO OUT ON A
078400*                          BANKPAY FILE OR AS A PAYRUN CHEQUE
078500*                          NUMBERED ON THE CHQREG REGISTER TONIGHT
078600******************************************************************
078700 6000-PROVE-PAYMENTS.
078800     MOVE "E. PAYRUN TO BANKPAY AND CHEQUES" TO WS-RS-TEXT.
078900     PERFORM 7700-PRINT-STAGE THRU 7700-EXIT.
079000     MOVE 'N'                    TO WS-EOF-SW.
079100     OPEN INPUT BANK-PAYMENT.
079200     IF WS-BANK-OK
079300         PERFORM 6100-READ-ONE-BANK THRU 6100-EXIT
079400                 UNTIL WS-EOF
079500     END-IF.
079600     CLOSE BANK-PAYMENT.
079700     MOVE 'N'                    TO WS-EOF-SW.
079800     OPEN INPUT BANK-PAYMENT-W.
079900     IF WS-BANK-OK
080000         PERFORM 6200-READ-ONE-BANK-W THRU 6200-EXIT
080100                 UNTIL WS-EOF
080200     END-IF.
080300     CLOSE BANK-PAYMENT-W.
080400     MOVE 'N'                    TO WS-EOF-SW.
080500     OPEN INPUT CHQ-REGISTER.
080600     IF WS-REG-OK
080700         MOVE 1                  TO CR-SERIAL
080800         START CHQ-REGISTER KEY NOT LESS THAN CR-SERIAL
080900             INVALID KEY
081000                 SET WS-EOF      TO TRUE
081100         END-START
081200         PERFORM 6300-READ-ONE-CHEQUE THRU 6300-EXIT
081300                 UNTIL WS-EOF
081400     END-IF.
081500     CLOSE CHQ-REGISTER.
081600     MOVE "NET PAY DUE (POSITIVE NETS)" TO WS-FIG-LABEL.
081700     MOVE WS-PH-DUE-COUNT        TO WS-FIG-COUNT.
081800     MOVE WS-PH-DUE-AMOUNT       TO WS-FIG-AMOUNT.
081900     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
082000     MOVE "BANKPAY TRAILERS"     TO WS-FIG-LABEL.
082100     MOVE WS-BANK-COUNT          TO WS-FIG-COUNT.
082200     MOVE WS-BANK-AMOUNT         TO WS-FIG-AMOUNT.
082300     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
082400     MOVE "PAYRUN CHEQUES ISSUED (CHQREG)" TO WS-FIG-LABEL.
082500     MOVE WS-CHQ-COUNT           TO WS-FIG-COUNT.
082600     MOVE WS-CHQ-AMOUNT          TO WS-FIG-AMOUNT.
082700     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
082800     MOVE "NET DUE LESS PAID OUT" TO WS-FIG-LABEL.
082900     COMPUTE WS-FIG-COUNT  = WS-PH-DUE-COUNT - WS-BANK-COUNT
083000                           - WS-CHQ-COUNT.
083100     COMPUTE WS-FIG-AMOUNT = WS-PH-DUE-AMOUNT - WS-BANK-AMOUNT
083200                           - WS-CHQ-AMOUNT.
083300     SET WS-PROOF-HAS-COUNT      TO TRUE.
083400     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
083500 6000-EXIT.
083600     EXIT.
083700
083800 6100-READ-ONE-BANK.
083900     READ BANK-PAYMENT
084000         AT END
084100             SET WS-EOF          TO TRUE
084200         NOT AT END
084300             ADD 1               TO WS-READ-COUNT
084400             IF BANK-PAYMENT-LINE (1:1) EQUAL 'T'
084500                 MOVE BANK-PAYMENT-LINE (1:21)
084600                                 TO WS-BANK-TRAILER-RECORD
084700                 ADD WS-BNK-TRL-COUNT TO WS-BANK-COUNT
084800                 ADD WS-BNK-TRL-HASH  TO WS-BANK-AMOUNT
084900             END-IF
085000     END-READ.
085100 6100-EXIT.
085200     EXIT.
085300
085400 6200-READ-ONE-BANK-W.
085500     READ BANK-PAYMENT-W
085600         AT END
085700             SET WS-EOF          TO TRUE
085800         NOT AT END
085900             ADD 1               TO WS-READ-COUNT
086000             IF BANK-PAYMENT-W-LINE (1:1) EQUAL 'T'
086100                 MOVE BANK-PAYMENT-W-LINE (1:21)
086200                                 TO WS-BANK-TRAILER-RECORD
086300                 ADD WS-BNK-TRL-COUNT TO WS-BANK-COUNT
086400                 ADD WS-BNK-TRL-HASH  TO WS-BANK-AMOUNT
086500             END-IF
086600     END-READ.
086700 6200-EXIT.
086800     EXIT.
086900
087000 6300-READ-ONE-CHEQUE.
087100     READ CHQ-REGISTER NEXT RECORD
087200         AT END
087300             SET WS-EOF          TO TRUE
087400     END-READ.
087500     IF WS-EOF
087600         GO TO 6300-EXIT
087700     END-IF.
087800     ADD 1                       TO WS-READ-COUNT.
087900     IF CR-SOURCE-PAYRUN
088000      AND CR-ISSUE-DATE EQUAL WS-BUSINESS-DATE
088100         ADD 1                   TO WS-CHQ-COUNT
088200         ADD CR-AMOUNT           TO WS-CHQ-AMOUNT
088300     END-IF.
088400 6300-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*    7000-PROVE-LABDIST - THE LABDIST GL FEED TRAILERS MUST CARRY
088900*                         THE SAME HEADCOUNT, GROSS, DEDUCTIONS
089000*                         AND NET AS TONIGHT'S PAYHIST RESULTS
089100******************************************************************
089200 7000-PROVE-LABDIST.
089300     MOVE "F. PAYRUN TO THE GL - LABDIST" TO WS-RS-TEXT.
089400     PERFORM 7700-PRINT-STAGE THRU 7700-EXIT.
089500     MOVE 'N'                    TO WS-EOF-SW.
089600     OPEN INPUT LABOR-DIST.
089700     IF WS-LABD-OK
089800         PERFORM 7100-READ-ONE-LABDIST THRU 7100-EXIT
089900                 UNTIL WS-EOF
090000     END-IF.
090100     CLOSE LABOR-DIST.
090200     MOVE 'N'                    TO WS-EOF-SW.
090300     OPEN INPUT LABOR-DIST-W.
090400     IF WS-LABD-OK
090500         PERFORM 7200-READ-ONE-LABDIST-W THRU 7200-EXIT
090600                 UNTIL WS-EOF
090700     END-IF.
090800     CLOSE LABOR-DIST-W.
090900     MOVE "LABDIST GROSS"        TO WS-FIG-LABEL.
091000     MOVE WS-LAB-COUNT           TO WS-FIG-COUNT.
091100     MOVE WS-LAB-GROSS           TO WS-FIG-AMOUNT.
091200     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
091300     MOVE "PAYRUN LESS LABDIST GROSS" TO WS-FIG-LABEL.
091400     COMPUTE WS-FIG-COUNT  = WS-PH-COUNT - WS-LAB-COUNT.
091500     COMPUTE WS-FIG-AMOUNT = WS-PH-GROSS - WS-LAB-GROSS.
091600     SET WS-PROOF-HAS-COUNT      TO TRUE.
091700     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
091800     MOVE "LABDIST DEDUCTIONS"   TO WS-FIG-LABEL.
091900     MOVE WS-LAB-COUNT           TO WS-FIG-COUNT.
092000     MOVE WS-LAB-DEDUCT          TO WS-FIG-AMOUNT.
092100     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
092200     MOVE "PAYRUN LESS LABDIST DEDUCTIONS" TO WS-FIG-LABEL.
092300     MOVE ZERO                   TO WS-FIG-COUNT.
092400     COMPUTE WS-FIG-AMOUNT = WS-PH-DEDUCT - WS-LAB-DEDUCT.
092500     MOVE 'N'                    TO WS-PROOF-COUNT-SW.
092600     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
092700     MOVE "LABDIST NET"          TO WS-FIG-LABEL.
092800     MOVE WS-LAB-COUNT           TO WS-FIG-COUNT.
092900     MOVE WS-LAB-NET             TO WS-FIG-AMOUNT.
093000     PERFORM 7800-PRINT-FIGURE THRU 7800-EXIT.
093100     MOVE "PAYRUN LESS LABDIST NET" TO WS-FIG-LABEL.
093200     MOVE ZERO                   TO WS-FIG-COUNT.
093300     COMPUTE WS-FIG-AMOUNT = WS-PH-NET - WS-LAB-NET.
093400     MOVE 'N'                    TO WS-PROOF-COUNT-SW.
093500     PERFORM 7900-PRINT-PROOF THRU 7900-EXIT.
093600 7000-EXIT.
093700     EXIT.
093800
093900 7100-READ-ONE-LABDIST.
094000     READ LABOR-DIST
094100         AT END
094200             SET WS-EOF          TO TRUE
094300         NOT AT END
094400             ADD 1               TO WS-READ-COUNT
094500             IF LABOR-DIST-LINE (1:1) EQUAL 'T'
094600                 MOVE LABOR-DIST-LINE (1:63)
094700                                 TO WS-LAB-TRAILER-RECORD
094800                 PERFORM 7300-TALLY-LAB-TRAILER THRU 7300-EXIT
094900             END-IF
095000     END-READ.
095100 7100-EXIT.
095200     EXIT.
095300
095400 7200-READ-ONE-LABDIST-W.
095500     READ LABOR-DIST-W
095600         AT END
095700             SET WS-EOF          TO TRUE
095800         NOT AT END
095900             ADD 1               TO WS-READ-COUNT
096000             IF LABOR-DIST-W-LINE (1:1) EQUAL 'T'
096100                 MOVE LABOR-DIST-W-LINE (1:63)
096200                                 TO WS-LAB-TRAILER-RECORD
096300                 PERFORM 7300-TALLY-LAB-TRAILER THRU 7300-EXIT
096400             END-IF
096500     END-READ.
096600 7200-EXIT.
096700     EXIT.
096800
096900 7300-TALLY-LAB-TRAILER.
097000     ADD WS-LT-EMP-COUNT         TO WS-LAB-COUNT.
097100     ADD WS-LT-GROSS             TO WS-LAB-GROSS.
097200     ADD WS-LT-DEDUCT            TO WS-LAB-DEDUCT.
097300     ADD WS-LT-NET               TO WS-LAB-NET.
097400 7300-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800*    7600-VALUE-ITEM - THE ABSOLUTE AMOUNT (FOR THE ADJMERGE HASH)
097900*                      AND THE SIGNED EFFECT ON PAY (A DEDUCTION
098000*                      NEGATIVE, A REVERSAL AS SIGNED) OF ONE ITEM
098100******************************************************************
098200 7600-VALUE-ITEM.
098300     IF WS-IT-AMOUNT NOT NUMERIC
098400         MOVE ZERO               TO WS-IT-AMOUNT
098500     END-IF.
098600     MOVE WS-IT-AMOUNT           TO WS-ITEM-ABS.
098700     IF WS-IT-TYPE-DEDUCT
098800         COMPUTE WS-ITEM-SIGNED = ZERO - WS-IT-AMOUNT
098900     ELSE
099000         MOVE WS-IT-AMOUNT       TO WS-ITEM-SIGNED
099100     END-IF.
099200 7600-EXIT.
099300     EXIT.
099400
099500 7700-PRINT-STAGE.
099600     MOVE SPACES                 TO BALANCE-RPT-LINE.
099700     WRITE BALANCE-RPT-LINE.
099800     WRITE BALANCE-RPT-LINE      FROM WS-RPT-STAGE-LINE.
099900 7700-EXIT.
100000     EXIT.
100100
100200 7800-PRINT-FIGURE.
100300     MOVE SPACES                 TO WS-RPT-FIGURE-LINE.
100400     MOVE WS-FIG-LABEL           TO WS-RF-LABEL.
100500     MOVE WS-FIG-COUNT           TO WS-RF-COUNT.
100600     MOVE WS-FIG-AMOUNT          TO WS-RF-AMOUNT.
100700     WRITE BALANCE-RPT-LINE      FROM WS-RPT-FIGURE-LINE.
100800 7800-EXIT.
100900     EXIT.
101000
101100******************************************************************
101200*    7900-PRINT-PROOF - ONE HAND-OFF PROOF; ANY VARIANCE IN COUNT
101300*                       OR AMOUNT PUTS THE CHAIN OUT OF BALANCE
101400******************************************************************
101500 7900-PRINT-PROOF.
101600     ADD 1                       TO WS-HANDOFF-COUNT.
101700     MOVE SPACES                 TO WS-RPT-FIGURE-LINE.
101800     MOVE WS-FIG-LABEL           TO WS-RF-LABEL.
101900     MOVE WS-FIG-COUNT           TO WS-RF-COUNT.
102000     IF NOT WS-PROOF-HAS-COUNT
102100         MOVE SPACES             TO WS-RF-COUNT-X
102200     END-IF.
102300     MOVE WS-FIG-AMOUNT          TO WS-RF-AMOUNT.
102400     IF WS-FIG-COUNT EQUAL ZERO
102500      AND WS-FIG-AMOUNT EQUAL ZERO
102600         MOVE "IN BALANCE"       TO WS-RF-VERDICT
102700     ELSE
102800         MOVE "*** OUT OF BALANCE ***" TO WS-RF-VERDICT
102900         ADD 1                   TO WS-VARIANCE-COUNT
103000         DISPLAY "OUT OF BALANCE - " WS-FIG-LABEL
103100     END-IF.
103200     WRITE BALANCE-RPT-LINE      FROM WS-RPT-FIGURE-LINE.
103300 7900-EXIT.
103400     EXIT.
103500
103600******************************************************************
103700*    8000-WRITE-RESULT - THE VERDICT LINE AND THE PAYBALST RECORD
103800*                        THAT PAYVAR GATES THE BANKPAY RELEASE ON
103900******************************************************************
104000 8000-WRITE-RESULT.
104100     MOVE SPACES                 TO BALANCE-RPT-LINE.
104200     WRITE BALANCE-RPT-LINE.
104300     MOVE WS-VARIANCE-COUNT      TO WS-RV-VARIANCES.
104400     MOVE WS-BUSINESS-DATE       TO PB-BUS-DATE.
104500     MOVE WS-HANDOFF-COUNT       TO PB-HANDOFF-COUNT.
104600     MOVE WS-VARIANCE-COUNT      TO PB-VARIANCE-COUNT.
104700     IF WS-VARIANCE-COUNT EQUAL ZERO
104800         SET PB-BALANCED         TO TRUE
104900         MOVE "PAYROLL CHAIN IN BALANCE" TO WS-RV-TEXT
105000         MOVE " BANKPAY MAY BE RELEASED" TO WS-RV-ACTION
105100     ELSE
105200         SET PB-OUT-OF-BALANCE   TO TRUE
105300         MOVE "*** PAYROLL CHAIN OUT OF BALANCE ***"
105400                                 TO WS-RV-TEXT
105500         MOVE " BANKPAY BLOCKED" TO WS-RV-ACTION
105600     END-IF.
105700     WRITE BALANCE-RPT-LINE      FROM WS-RPT-VERDICT-LINE.
105800     OPEN OUTPUT BALANCE-RESULT.
105900     WRITE PAY-BALANCE-RESULT.
106000     CLOSE BALANCE-RESULT.
106100 8000-EXIT.
106200     EXIT.
106300
106400 8100-GET-BUSINESS-DATE.
106500     OPEN INPUT BUS-DATE-FILE.
106600     IF WS-BDAT-OK
106700         READ BUS-DATE-FILE
106800             AT END
106900                 CONTINUE
107000             NOT AT END
107100                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
107200                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
107300                 END-IF
107400         END-READ
107500     END-IF.
107600     CLOSE BUS-DATE-FILE.
107700     IF WS-BUSINESS-DATE EQUAL ZERO
107800         MOVE 'C'                TO WS-DU-FUNCTION
107900         CALL "DATEUTIL"         USING WS-DU-FUNCTION
108000                                       WS-BUSINESS-DATE
108100                                       WS-DU-DATE-2
108200                                       WS-DU-DAYS
108300                                       WS-DU-VALID-SW
108400     END-IF.
108500 8100-EXIT.
108600     EXIT.
108700
108800 9000-TERMINATE.
108900     DISPLAY "RECORDS READ         : " WS-READ-COUNT.
109000     DISPLAY "HAND-OFFS PROVED     : " WS-HANDOFF-COUNT.
109100     DISPLAY "VARIANCES            : " WS-VARIANCE-COUNT.
109200     CLOSE BALANCE-RPT.
109300     IF WS-VARIANCE-COUNT > ZERO
109400      AND RETURN-CODE < 4
109500         MOVE 4                  TO RETURN-CODE
109600     END-IF.
109700     MOVE 'E'                    TO RSA-FUNCTION.
109800     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
109900     MOVE WS-HANDOFF-COUNT       TO RSA-WRITTEN-COUNT.
110000     MOVE WS-VARIANCE-COUNT      TO RSA-REJECT-COUNT.
110100     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
110200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
110300     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
110400 9000-EXIT.
110500     EXIT.
110600
110700 9999-EXIT.
110800     STOP RUN.
