000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PAYVAR.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - NET-PAY VARIANCE REVIEW
001200*                     AHEAD OF THE BANKPAY RELEASE.  SWEEPS THE
001300*                     PAYHIST PAY-RESULT MASTER AND, FOR EVERY
001400*                     REGULAR RESULT DATED TONIGHT, COMPARES THE
001500*                     NET TO THE EMPLOYEE'S PREVIOUS REGULAR
001600*                     RESULT.  ANYONE OUTSIDE THE VARPRM
001700*                     PERCENTAGE BAND (DEFAULT 25) IS LISTED ON
001800*                     THE VARRPT REVIEW; A FIRST PAY IS LISTED
001900*                     FOR INFORMATION ONLY.  EACH BANKPAY FILE
002000*                     PAID TONIGHT (ONE PER PAY GROUP) GETS A
002100*                     PAYREL RELEASE CONTROL RECORD: HELD WHEN
002200*                     ITS GROUP HAS EXCEPTIONS (RC 4) UNTIL
002300*                     PAYROLL SIGNS THE REVIEW OFF THROUGH
002400*                     PAYRLSE, OTHERWISE RELEASED AND
002500*                     REGISTERED ON THE TRANSMISSION MANIFEST
002600*                     STRAIGHT AWAY.  PAYREL DOES THE GDG
002700*                     GENERATION DANCE - READ (0), WRITE (+1).
002710*    2026-10-15 JPL   THE VARIANCE BAND NOW COMES FROM THE
002720*                     PARMMAST CONTROLLED PARAMETER MASTER
002730*                     (PARAMETER VARPRM) AS OF THE BUSINESS DATE
002740*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002750*                     VARPRM CARD IS READ ONLY WHEN THE MASTER
002760*                     HOLDS NO VALUE.
002765*    2026-10-15 JPL   THE PAYBAL BALANCING LEDGER IS NOW A GATE ON
002770*                     THE RELEASE - UNLESS PAYBALST SAYS TONIGHT'S
002775*                     ADJTRANS-TO-LEDGER CHAIN BALANCED, EVERY
002780*                     BANKPAY FILE IS WRITTEN BLOCKED ('B'), IS
002785*                     NOT REGISTERED FOR TRANSMISSION AND CANNOT
002790*                     BE SIGNED OFF THROUGH PAYRLSE; THE STEP ENDS
002795*                     RC 4.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.            IBM-370.
003200 OBJECT-COMPUTER.            IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003600                             ORGANIZATION IS LINE SEQUENTIAL
003700                             FILE STATUS IS WS-BDAT-STATUS.
003800     SELECT OPTIONAL VARIANCE-PARM ASSIGN TO "VARPRM"
003900                             ORGANIZATION IS LINE SEQUENTIAL
004000                             FILE STATUS IS WS-VPRM-STATUS.
004100     SELECT PAY-HISTORY      ASSIGN TO "PAYHIST"
004200                             ORGANIZATION IS INDEXED
004300                             ACCESS MODE IS SEQUENTIAL
004400                             RECORD KEY IS PH-KEY
004500                             FILE STATUS IS WS-PHIST-STATUS.
004600     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
004700                             ORGANIZATION IS INDEXED
004800                             ACCESS MODE IS DYNAMIC
004900                             RECORD KEY IS EMP-ID
005000                             FILE STATUS IS WS-MASTER-STATUS.
005100     SELECT OPTIONAL BANK-PAYMENT ASSIGN TO "BANKPAY"
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS IS WS-BANK-STATUS.
005400     SELECT OPTIONAL BANK-PAYMENT-W ASSIGN TO "BANKPAYW"
005500                             ORGANIZATION IS LINE SEQUENTIAL
005600                             FILE STATUS IS WS-BANKW-STATUS.
005700     SELECT OPTIONAL RELEASE-IN ASSIGN TO "PAYREL"
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS IS WS-RELI-STATUS.
006000     SELECT RELEASE-OUT      ASSIGN TO "PAYRLNEW"
006100                             ORGANIZATION IS LINE SEQUENTIAL.
006125     SELECT OPTIONAL BALANCE-RESULT ASSIGN TO "PAYBALST"
006150                             ORGANIZATION IS LINE SEQUENTIAL
006175                             FILE STATUS IS WS-BALS-STATUS.
006200     SELECT VARIANCE-RPT     ASSIGN TO "VARRPT"
006300                             ORGANIZATION IS LINE SEQUENTIAL.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BUS-DATE-FILE
006800     RECORDING MODE IS F.
006900     COPY BUSDATE.
007000
007100 FD  VARIANCE-PARM
007200     RECORDING MODE IS F.
007300 01  VARIANCE-PARM-RECORD.
007400     05  VP-BAND-PCT             PIC 9(03).
007500
007600 FD  PAY-HISTORY.
007700     COPY PAYHIST.
007800
007900 FD  EMPLOYEE-MASTER.
008000     COPY EMPREC.
008100
008200 FD  BANK-PAYMENT
008300     RECORDING MODE IS F.
008400 01  BANK-PAYMENT-LINE           PIC X(70).
008500
008600 FD  BANK-PAYMENT-W
008700     RECORDING MODE IS F.
008800 01  BANK-PAYMENT-W-LINE         PIC X(70).
008900
009000 FD  RELEASE-IN
009100     RECORDING MODE IS F.
009200     COPY PAYREL.
009300
009400 FD  RELEASE-OUT
009500     RECORDING MODE IS F.
009600 01  RELEASE-OUT-LINE            PIC X(63).
009620
009640 FD  BALANCE-RESULT
009660     RECORDING MODE IS F.
009680     COPY PAYBALST.
009700
009800 FD  VARIANCE-RPT
009900     RECORDING MODE IS F.
010000 01  VARIANCE-RPT-LINE           PIC X(100).
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-BDAT-STATUS              PIC X(02).
010400     88  WS-BDAT-OK                      VALUE "00".
010500 01  WS-VPRM-STATUS              PIC X(02).
010600     88  WS-VPRM-OK                      VALUE "00".
010700 01  WS-PHIST-STATUS             PIC X(02).
010800     88  WS-PHIST-OK                     VALUE "00".
010900 01  WS-MASTER-STATUS            PIC X(02).
011000     88  WS-MASTER-OK                    VALUE "00".
011100 01  WS-BANK-STATUS              PIC X(02).
011200     88  WS-BANK-OK                      VALUE "00".
011300 01  WS-BANKW-STATUS             PIC X(02).
011400     88  WS-BANKW-OK                     VALUE "00".
011500 01  WS-RELI-STATUS              PIC X(02).
011600     88  WS-RELI-OK                      VALUE "00".
011633 01  WS-BALS-STATUS              PIC X(02).
011666     88  WS-BALS-OK                      VALUE "00".
011700 01  WS-DU-FUNCTION              PIC X(01).
011800 01  WS-DU-DATE-2                PIC 9(08).
011900 01  WS-DU-DAYS                  PIC S9(05).
012000 01  WS-DU-VALID-SW              PIC X(01).
012100 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012200
012300 01  WS-SWITCHES.
012400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
012500         88  WS-EOF                          VALUE 'Y'.
012600     05  WS-REL-EOF-SW           PIC X(01)   VALUE 'N'.
012700         88  WS-REL-EOF                      VALUE 'Y'.
012800     05  WS-BANK-EOF-SW          PIC X(01)   VALUE 'N'.
012900         88  WS-BANK-EOF                     VALUE 'Y'.
013000     05  WS-PRIOR-SW             PIC X(01)   VALUE 'N'.
013100         88  WS-PRIOR-FOUND                  VALUE 'Y'.
013200     05  WS-OUTSIDE-SW           PIC X(01)   VALUE 'N'.
013300         88  WS-OUTSIDE-BAND                 VALUE 'Y'.
013400     05  WS-BALANCED-SW          PIC X(01)   VALUE 'N'.
013500         88  WS-CHAIN-BALANCED               VALUE 'Y'.
013600
013700*    THE PREVIOUS REGULAR RESULT OF THE EMPLOYEE UNDER THE SWEEP
013800 01  WS-PRIOR-EMP-ID             PIC 9(05)   VALUE ZERO.
013900 01  WS-PRIOR-PAY-DATE           PIC 9(08)   VALUE ZERO.
014000 01  WS-PRIOR-NET                PIC S9(7)V9(2) VALUE ZERO.
014100
014200 01  WS-BAND-PCT                 PIC 9(03)   VALUE 25.
014210 01  WS-VARIANCE-CARD.
014220     05  WS-VC-BAND-PCT          PIC 9(03).
014230     05  FILLER                  PIC X(37).
014300 01  WS-VARIANCE-AMT             PIC S9(7)V9(2) VALUE ZERO.
014400 01  WS-VARIANCE-PCT             PIC S9(5)V9(2) VALUE ZERO.
014500 01  WS-VARIANCE-ABS             PIC 9(5)V9(2)  VALUE ZERO.
014600
014700*    ONE ROW PER BANKPAY FILE - LEGACY (BLANK), MONTHLY, WEEKLY
014800 01  WS-GROUP-TABLE.
014900     05  WS-GROUP-ENTRY          OCCURS 3 TIMES.
015000         10  WS-GT-GROUP         PIC X(01).
015100         10  WS-GT-REVIEWED      PIC 9(05)   COMP.
015200         10  WS-GT-EXCEPTIONS    PIC 9(05)   COMP.
015300 77  WS-GROUP-SUB                PIC 9(02)   COMP    VALUE ZERO.
015400 77  WS-GROUP-HIT                PIC 9(02)   COMP    VALUE ZERO.
015500
015600 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
015700 77  WS-REVIEWED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
015800 77  WS-EXCEPTION-COUNT          PIC 9(05)   COMP    VALUE ZERO.
015900 77  WS-FIRST-PAY-COUNT          PIC 9(05)   COMP    VALUE ZERO.
016000 77  WS-HELD-COUNT               PIC 9(05)   COMP    VALUE ZERO.
016100 77  WS-RELEASED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
016150 77  WS-BLOCKED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016200 77  WS-REL-COPIED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
016300
016400 01  WS-BANK-TRAILER-RECORD.
016500     05  WS-BNK-TRL-TYPE         PIC X(01).
016600     05  WS-BNK-TRL-COUNT        PIC 9(07).
016700     05  WS-BNK-TRL-HASH         PIC 9(11)V9(02).
016800
016900 01  WS-MAN-FILE-ID              PIC X(08).
017000 01  WS-MAN-COUNT                PIC 9(07).
017100 01  WS-MAN-HASH                 PIC 9(11)V9(02).
017200
017300 01  WS-RELEASE-RECORD.
017400     05  WS-RL-FILE-ID           PIC X(08).
017500     05  WS-RL-BUS-DATE          PIC 9(08).
017600     05  WS-RL-STATUS            PIC X(01).
017700     05  WS-RL-REVIEWED-COUNT    PIC 9(05).
017800     05  WS-RL-EXCEPTION-COUNT   PIC 9(05).
017900     05  WS-RL-REC-COUNT         PIC 9(07).
018000     05  WS-RL-AMOUNT-HASH       PIC 9(11)V9(02).
018100     05  WS-RL-SIGNOFF-USER      PIC X(08).
018200     05  WS-RL-SIGNOFF-DATE      PIC 9(08).
018300
018400 01  WS-RPT-HEADING-1.
018500     05  FILLER                  PIC X(12)   VALUE SPACES.
018600     05  FILLER                  PIC X(29)   VALUE
018700         "NET PAY VARIANCE REVIEW  FOR ".
018800     05  WS-H1-DATE              PIC 9(08).
018900     05  FILLER                  PIC X(08)   VALUE "  BAND +".
019000     05  WS-H1-BAND              PIC ZZ9.
019100     05  FILLER                  PIC X(01)   VALUE "%".
019200
019300 01  WS-RPT-HEADING-2.
019400     05  FILLER                  PIC X(38)   VALUE
019500         "EMP   NAME                           G".
019600     05  FILLER                  PIC X(42)   VALUE
019700         " PRIOR DATE    PRIOR NET      THIS NET   ".
019800     05  FILLER                  PIC X(20)   VALUE
019900         "  VARIANCE % NOTE".
020000
020100 01  WS-RPT-DETAIL.
020200     05  WS-RD-EMP-ID            PIC 9(05).
020300     05  FILLER                  PIC X(01)   VALUE SPACE.
020400     05  WS-RD-NAME              PIC X(30).
020500     05  FILLER                  PIC X(01)   VALUE SPACE.
020600     05  WS-RD-GROUP             PIC X(01).
020700     05  FILLER                  PIC X(02)   VALUE SPACES.
020800     05  WS-RD-PRIOR-DATE        PIC 9(08).
020900     05  FILLER                  PIC X(01)   VALUE SPACE.
021000     05  WS-RD-PRIOR-NET         PIC -Z(6)9.99.
021100     05  FILLER                  PIC X(02)   VALUE SPACES.
021200     05  WS-RD-THIS-NET          PIC -Z(6)9.99.
021300     05  FILLER                  PIC X(02)   VALUE SPACES.
021400     05  WS-RD-PCT               PIC -Z(4)9.99.
021500     05  FILLER                  PIC X(01)   VALUE SPACE.
021600     05  WS-RD-NOTE              PIC X(12).
021700
021800 01  WS-RPT-RELEASE-LINE.
021900     05  FILLER                  PIC X(08)   VALUE "FILE    ".
022000     05  WS-RR-FILE-ID           PIC X(08).
022100     05  FILLER                  PIC X(11)   VALUE "  REVIEWED ".
022200     05  WS-RR-REVIEWED          PIC ZZZZ9.
022300     05  FILLER                  PIC X(13)   VALUE
022400         "  EXCEPTIONS ".
022500     05  WS-RR-EXCEPTIONS        PIC ZZZZ9.
022600     05  FILLER                  PIC X(02)   VALUE SPACES.
022700     05  WS-RR-VERDICT           PIC X(30).
022800
022900     COPY RUNSTAT.
022910
022920     COPY PARMREQ.
023000
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
023400     PERFORM 2000-REVIEW-ONE-RESULT  THRU 2000-EXIT
023500             UNTIL WS-EOF.
023600     PERFORM 5000-SET-RELEASE        THRU 5000-EXIT.
023700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
023800     GO TO 9999-EXIT.
023900
024000******************************************************************
024100*    1000-INITIALIZE - BUSINESS DATE, VARIANCE BAND AND FILES
024200******************************************************************
024300 1000-INITIALIZE.
024400     DISPLAY "PAYVAR - NET PAY VARIANCE REVIEW STARTING".
024500     MOVE "PAYVAR"               TO RSA-PROGRAM-ID.
024600     MOVE 'S'                    TO RSA-FUNCTION.
024700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
024800     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
024900     PERFORM 1100-READ-VARIANCE-PARM THRU 1100-EXIT.
025550     PERFORM 1200-READ-BALANCE-RESULT THRU 1200-EXIT.
026200     MOVE SPACE                  TO WS-GT-GROUP (1).
026300     MOVE 'M'                    TO WS-GT-GROUP (2).
026400     MOVE 'W'                    TO WS-GT-GROUP (3).
026500     MOVE ZERO                   TO WS-GT-REVIEWED (1)
026600                                    WS-GT-REVIEWED (2)
026700                                    WS-GT-REVIEWED (3)
026800                                    WS-GT-EXCEPTIONS (1)
026900                                    WS-GT-EXCEPTIONS (2)
027000                                    WS-GT-EXCEPTIONS (3).
027100     OPEN INPUT  EMPLOYEE-MASTER.
027200     OPEN OUTPUT VARIANCE-RPT.
027300     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
027400     MOVE WS-BAND-PCT            TO WS-H1-BAND.
027500     WRITE VARIANCE-RPT-LINE     FROM WS-RPT-HEADING-1.
027600     WRITE VARIANCE-RPT-LINE     FROM WS-RPT-HEADING-2.
027700     OPEN INPUT  PAY-HISTORY.
027800     IF NOT WS-PHIST-OK
027900         DISPLAY "PAY HISTORY MASTER OPEN FAILED - STATUS "
028000                 WS-PHIST-STATUS
028100         SET WS-EOF              TO TRUE
028200         MOVE 8                  TO RETURN-CODE
028300         GO TO 1000-EXIT
028400     END-IF.
028500     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
028600 1000-EXIT.
028700     EXIT.
028710
028712******************************************************************
028715*    1100-READ-VARIANCE-PARM - THE BAND IN FORCE ON THE PARAMETER
028717*                              MASTER, ELSE THE CARD; WITHOUT
028720*                              EITHER THE DEFAULT STANDS
028722******************************************************************
028725 1100-READ-VARIANCE-PARM.
028728     MOVE SPACES                 TO WS-VARIANCE-CARD.
028730     MOVE "VARPRM"               TO PQ-PARM-ID.
028733     MOVE SPACES                 TO PQ-PARM-QUAL.
028735     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
028738     CALL "PARMGET"              USING PARM-REQUEST-AREA.
028740     IF PQ-FOUND
028743         MOVE PQ-VALUE           TO WS-VARIANCE-CARD
028746     ELSE
028748         PERFORM 1110-READ-VARIANCE-CARD THRU 1110-EXIT
028751     END-IF.
028753     IF WS-VC-BAND-PCT NUMERIC
028756      AND WS-VC-BAND-PCT GREATER THAN ZERO
028758         MOVE WS-VC-BAND-PCT     TO WS-BAND-PCT
028761     END-IF.
028764 1100-EXIT.
028766     EXIT.
028769
028771 1110-READ-VARIANCE-CARD.
028774     OPEN INPUT VARIANCE-PARM.
028776     IF WS-VPRM-OK
028779         READ VARIANCE-PARM INTO WS-VARIANCE-CARD
028782             AT END
028784                 CONTINUE
028787         END-READ
028789     END-IF.
028792     CLOSE VARIANCE-PARM.
028794 1110-EXIT.
028797     EXIT.
028800
028803******************************************************************
028807*    1200-READ-BALANCE-RESULT - TONIGHT'S PAYBAL VERDICT; A
028811*                               MISSING OR STALE RESULT COUNTS
028814*                               AS NOT BALANCED
028818******************************************************************
028822 1200-READ-BALANCE-RESULT.
028825     MOVE 'N'                    TO WS-BALANCED-SW.
028829     OPEN INPUT BALANCE-RESULT.
028833     IF WS-BALS-OK
028837         READ BALANCE-RESULT
028840             AT END
028844                 CONTINUE
028848             NOT AT END
028851                 IF PB-BUS-DATE EQUAL WS-BUSINESS-DATE
028855                  AND PB-BALANCED
028859                     SET WS-CHAIN-BALANCED TO TRUE
028862                 END-IF
028866         END-READ
028870     END-IF.
028874     CLOSE BALANCE-RESULT.
028877     IF NOT WS-CHAIN-BALANCED
028881         DISPLAY "PAYROLL CHAIN NOT PROVEN IN BALANCE FOR "
028885                 WS-BUSINESS-DATE " - BANKPAY WILL BE BLOCKED"
028888     END-IF.
028892 1200-EXIT.
028896     EXIT.
028898
028900******************************************************************
029000*    2000-REVIEW-ONE-RESULT - THE MASTER IS IN EMPLOYEE, PAY DATE
029100*                             ORDER, SO EACH EMPLOYEE'S EARLIER
029200*                             REGULAR RESULTS GO BY BEFORE
029300*                             TONIGHT'S; THE LAST OF THEM IS THE
029400*                             PREVIOUS PERIOD
029500******************************************************************
029600 2000-REVIEW-ONE-RESULT.
029700     IF PH-EMP-ID NOT EQUAL WS-PRIOR-EMP-ID
029800         MOVE PH-EMP-ID          TO WS-PRIOR-EMP-ID
029900         MOVE 'N'                TO WS-PRIOR-SW
030000     END-IF.
030100     IF NOT PH-RUN-REGULAR
030200      OR PH-PAY-DATE GREATER THAN WS-BUSINESS-DATE
030300         GO TO 2000-READ-NEXT
030400     END-IF.
030500     IF PH-PAY-DATE LESS THAN WS-BUSINESS-DATE
030600         SET WS-PRIOR-FOUND      TO TRUE
030700         MOVE PH-PAY-DATE        TO WS-PRIOR-PAY-DATE
030800         MOVE PH-NET             TO WS-PRIOR-NET
030900         GO TO 2000-READ-NEXT
031000     END-IF.
031100     PERFORM 2100-COMPARE-TO-PRIOR THRU 2100-EXIT.
031200 2000-READ-NEXT.
031300     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
031400 2000-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800*    2100-COMPARE-TO-PRIOR - TONIGHT'S NET AGAINST THE PREVIOUS
031900*                            PERIOD'S; A CHANGE BEYOND THE BAND
032000*                            EITHER WAY IS AN EXCEPTION, AS IS
032100*                            ANY CHANGE FROM A ZERO OR NEGATIVE
032200*                            PRIOR NET
032300******************************************************************
032400 2100-COMPARE-TO-PRIOR.
032500     ADD 1                       TO WS-REVIEWED-COUNT.
032600     MOVE ZERO                   TO WS-GROUP-HIT.
032700     PERFORM 2150-FIND-GROUP THRU 2150-EXIT
032800             VARYING WS-GROUP-SUB FROM 1 BY 1
032900             UNTIL WS-GROUP-SUB GREATER THAN 3.
033000     IF WS-GROUP-HIT EQUAL ZERO
033100         MOVE 2                  TO WS-GROUP-HIT
033200     END-IF.
033300     ADD 1               TO WS-GT-REVIEWED (WS-GROUP-HIT).
033400     MOVE 'N'                    TO WS-OUTSIDE-SW.
033500     MOVE SPACES                 TO WS-RD-NOTE.
033600     IF NOT WS-PRIOR-FOUND
033700         ADD 1                   TO WS-FIRST-PAY-COUNT
033800         MOVE ZERO               TO WS-RD-PRIOR-DATE
033900                                    WS-RD-PRIOR-NET
034000                                    WS-RD-PCT
034100         MOVE "FIRST PAY"        TO WS-RD-NOTE
034200         PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
034300         GO TO 2100-EXIT
034400     END-IF.
034500     COMPUTE WS-VARIANCE-AMT = PH-NET - WS-PRIOR-NET.
034600     IF WS-PRIOR-NET NOT GREATER THAN ZERO
034700         MOVE ZERO               TO WS-VARIANCE-PCT
034800         IF WS-VARIANCE-AMT NOT EQUAL ZERO
034900             SET WS-OUTSIDE-BAND TO TRUE
035000         END-IF
035100     ELSE
035200         COMPUTE WS-VARIANCE-PCT ROUNDED =
035300                 WS-VARIANCE-AMT * 100 / WS-PRIOR-NET
035400         MOVE WS-VARIANCE-PCT    TO WS-VARIANCE-ABS
035500         IF WS-VARIANCE-ABS GREATER THAN WS-BAND-PCT
035600             SET WS-OUTSIDE-BAND TO TRUE
035700         END-IF
035800     END-IF.
035900     IF NOT WS-OUTSIDE-BAND
036000         GO TO 2100-EXIT
036100     END-IF.
036200     ADD 1                       TO WS-EXCEPTION-COUNT.
036300     ADD 1               TO WS-GT-EXCEPTIONS (WS-GROUP-HIT).
036400     MOVE WS-PRIOR-PAY-DATE      TO WS-RD-PRIOR-DATE.
036500     MOVE WS-PRIOR-NET           TO WS-RD-PRIOR-NET.
036600     MOVE WS-VARIANCE-PCT        TO WS-RD-PCT.
036700     MOVE "OUTSIDE BAND"         TO WS-RD-NOTE.
036800     PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT.
036900 2100-EXIT.
037000     EXIT.
037100
037200 2150-FIND-GROUP.
037300     IF WS-GT-GROUP (WS-GROUP-SUB) EQUAL PH-PAY-GROUP
037400         MOVE WS-GROUP-SUB       TO WS-GROUP-HIT
037500     END-IF.
037600 2150-EXIT.
037700     EXIT.
037800
037900 2200-PRINT-DETAIL.
038000     MOVE PH-EMP-ID              TO WS-RD-EMP-ID EMP-ID.
038100     READ EMPLOYEE-MASTER
038200         INVALID KEY
038300             MOVE "*** NOT ON MASTER ***" TO EMP-NAME
038400     END-READ.
038500     MOVE EMP-NAME               TO WS-RD-NAME.
038600     MOVE PH-PAY-GROUP           TO WS-RD-GROUP.
038700     MOVE PH-NET                 TO WS-RD-THIS-NET.
038800     WRITE VARIANCE-RPT-LINE     FROM WS-RPT-DETAIL.
038900 2200-EXIT.
039000     EXIT.
039100
039200 2900-READ-HISTORY.
039300     READ PAY-HISTORY
039400         AT END
039500             SET WS-EOF          TO TRUE
039600         NOT AT END
039700             ADD 1               TO WS-READ-COUNT
039800     END-READ.
039900 2900-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    5000-SET-RELEASE - CARRY FORWARD THE RELEASE CONTROL FILE,
040400*                       DROPPING ANY EARLIER ENTRY FOR TONIGHT (A
040500*                       RERUN DECIDES AFRESH), THEN ADD ONE ENTRY
040600*                       PER BANKPAY FILE PAID TONIGHT
040700******************************************************************
040800 5000-SET-RELEASE.
040900     OPEN OUTPUT RELEASE-OUT.
041000     OPEN INPUT  RELEASE-IN.
041100     IF WS-RELI-OK
041200         PERFORM 5100-COPY-ONE-RELEASE THRU 5100-EXIT
041300                 UNTIL WS-REL-EOF
041400     END-IF.
041500     CLOSE RELEASE-IN.
041600     PERFORM 5200-RELEASE-ONE-GROUP THRU 5200-EXIT
041700             VARYING WS-GROUP-SUB FROM 1 BY 1
041800             UNTIL WS-GROUP-SUB GREATER THAN 3.
041900     CLOSE RELEASE-OUT.
042000 5000-EXIT.
042100     EXIT.
042200
042300 5100-COPY-ONE-RELEASE.
042400     READ RELEASE-IN
042500         AT END
042600             SET WS-REL-EOF      TO TRUE
042700     END-READ.
042800     IF WS-REL-EOF
042900         GO TO 5100-EXIT
043000     END-IF.
043100     IF PR-BUS-DATE EQUAL WS-BUSINESS-DATE
043200      AND PR-FILE-ID (1:7) EQUAL "BANKPAY"
043300         GO TO 5100-EXIT
043400     END-IF.
043500     WRITE RELEASE-OUT-LINE      FROM PAY-RELEASE-RECORD.
043600     ADD 1                       TO WS-REL-COPIED-COUNT.
043700 5100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    5200-RELEASE-ONE-GROUP - A GROUP WITH NO RESULTS TONIGHT WAS
044200*                             NOT PAID AND HAS NOTHING TO
044300*                             RELEASE.  A CLEAN REVIEW RELEASES
044400*                             THE FILE AND REGISTERS IT FOR
044500*                             TRANSMISSION; ANY EXCEPTION HOLDS
044600*                             IT FOR SIGN-OFF; AN UNBALANCED
044650*                             PAYBAL LEDGER BLOCKS IT OUTRIGHT
044700******************************************************************
044800 5200-RELEASE-ONE-GROUP.
044900     IF WS-GT-REVIEWED (WS-GROUP-SUB) EQUAL ZERO
045000         GO TO 5200-EXIT
045100     END-IF.
045200     MOVE "BANKPAY"              TO WS-RL-FILE-ID.
045300     MOVE WS-GT-GROUP (WS-GROUP-SUB) TO WS-RL-FILE-ID (8:1).
045400     MOVE WS-BUSINESS-DATE       TO WS-RL-BUS-DATE.
045500     MOVE WS-GT-REVIEWED (WS-GROUP-SUB) TO WS-RL-REVIEWED-COUNT.
045600     MOVE WS-GT-EXCEPTIONS (WS-GROUP-SUB)
045700                                 TO WS-RL-EXCEPTION-COUNT.
045800     MOVE SPACES                 TO WS-RL-SIGNOFF-USER.
045900     MOVE ZERO                   TO WS-RL-SIGNOFF-DATE.
046000     PERFORM 5300-READ-BANK-TRAILER THRU 5300-EXIT.
046100     MOVE WS-BNK-TRL-COUNT       TO WS-RL-REC-COUNT.
046200     MOVE WS-BNK-TRL-HASH        TO WS-RL-AMOUNT-HASH.
046300     MOVE WS-RL-FILE-ID          TO WS-RR-FILE-ID.
046400     MOVE WS-RL-REVIEWED-COUNT   TO WS-RR-REVIEWED.
046500     MOVE WS-RL-EXCEPTION-COUNT  TO WS-RR-EXCEPTIONS.
046510*    AN UNBALANCED CHAIN BLOCKS THE FILE WHATEVER THE REVIEW SAID
046520     IF NOT WS-CHAIN-BALANCED
046530         MOVE 'B'                TO WS-RL-STATUS
046540         MOVE "BLOCKED - CHAIN NOT BALANCED"
046550                                 TO WS-RR-VERDICT
046560         ADD 1                   TO WS-BLOCKED-COUNT
046570         DISPLAY WS-RL-FILE-ID " BLOCKED - PAYBAL OUT OF BALANCE"
046580         GO TO 5200-WRITE
046590     END-IF.
046600     IF WS-GT-EXCEPTIONS (WS-GROUP-SUB) GREATER THAN ZERO
046700         MOVE 'H'                TO WS-RL-STATUS
046800         MOVE "HELD - PAYROLL SIGN-OFF DUE"
046900                                 TO WS-RR-VERDICT
047000         ADD 1                   TO WS-HELD-COUNT
047100         DISPLAY WS-RL-FILE-ID " HELD FOR VARIANCE SIGN-OFF"
047200     ELSE
047300         MOVE 'R'                TO WS-RL-STATUS
047400         MOVE "RELEASED"         TO WS-RR-VERDICT
047500         ADD 1                   TO WS-RELEASED-COUNT
047600         MOVE WS-RL-FILE-ID      TO WS-MAN-FILE-ID
047700         MOVE WS-RL-REC-COUNT    TO WS-MAN-COUNT
047800         MOVE WS-RL-AMOUNT-HASH  TO WS-MAN-HASH
047900         CALL "MANIFEST"         USING WS-MAN-FILE-ID
048000                                       WS-BUSINESS-DATE
048100                                       WS-MAN-COUNT
048200                                       WS-MAN-HASH
048300     END-IF.
048350 5200-WRITE.
048400     WRITE RELEASE-OUT-LINE      FROM WS-RELEASE-RECORD.
048500     WRITE VARIANCE-RPT-LINE     FROM WS-RPT-RELEASE-LINE.
048600 5200-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000*    5300-READ-BANK-TRAILER - COUNT AND HASH FROM THE GROUP'S
049100*                             BANKPAY TRAILER, KEPT ON THE
049200*                             RELEASE RECORD FOR THE MANIFEST
049300******************************************************************
049400 5300-READ-BANK-TRAILER.
049500     MOVE ZERO                   TO WS-BNK-TRL-COUNT
049600                                    WS-BNK-TRL-HASH.
049700     MOVE 'N'                    TO WS-BANK-EOF-SW.
049800     IF WS-GT-GROUP (WS-GROUP-SUB) EQUAL 'W'
049900         OPEN INPUT BANK-PAYMENT-W
050000         IF WS-BANKW-OK
050100             PERFORM 5320-SCAN-ONE-BANK-W THRU 5320-EXIT
050200                     UNTIL WS-BANK-EOF
050300         END-IF
050400         CLOSE BANK-PAYMENT-W
050500     ELSE
050600         OPEN INPUT BANK-PAYMENT
050700         IF WS-BANK-OK
050800             PERFORM 5310-SCAN-ONE-BANK THRU 5310-EXIT
050900                     UNTIL WS-BANK-EOF
051000         END-IF
051100         CLOSE BANK-PAYMENT
051200     END-IF.
051300 5300-EXIT.
051400     EXIT.
051500
051600 5310-SCAN-ONE-BANK.
051700     READ BANK-PAYMENT
051800         AT END
051900             SET WS-BANK-EOF     TO TRUE
052000         NOT AT END
052100             IF BANK-PAYMENT-LINE (1:1) EQUAL 'T'
052200                 MOVE BANK-PAYMENT-LINE (1:21)
052300                                 TO WS-BANK-TRAILER-RECORD
052400             END-IF
052500     END-READ.
052600 5310-EXIT.
052700     EXIT.
052800
052900 5320-SCAN-ONE-BANK-W.
053000     READ BANK-PAYMENT-W
053100         AT END
053200             SET WS-BANK-EOF     TO TRUE
053300         NOT AT END
053400             IF BANK-PAYMENT-W-LINE (1:1) EQUAL 'T'
053500                 MOVE BANK-PAYMENT-W-LINE (1:21)
053600                                 TO WS-BANK-TRAILER-RECORD
053700             END-IF
053800     END-READ.
053900 5320-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
054400*                             FROM THE CALCHK BUSDATE CARD; THE
054500*                             SHARED DATEUTIL ROUTINE SUPPLIES
054600*                             THE FALLBACK WHEN THE CARD IS
054700*                             ABSENT
054800******************************************************************
054900 8100-GET-BUSINESS-DATE.
055000     OPEN INPUT BUS-DATE-FILE.
055100     IF WS-BDAT-OK
055200         READ BUS-DATE-FILE
055300             AT END
055400                 CONTINUE
055500             NOT AT END
055600                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
055700                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
055800                 END-IF
055900         END-READ
056000     END-IF.
056100     CLOSE BUS-DATE-FILE.
056200     IF WS-BUSINESS-DATE EQUAL ZERO
056300         MOVE 'C'                TO WS-DU-FUNCTION
056400         CALL "DATEUTIL"         USING WS-DU-FUNCTION
056500                                       WS-BUSINESS-DATE
056600                                       WS-DU-DATE-2
056700                                       WS-DU-DAYS
056800                                       WS-DU-VALID-SW
056900     END-IF.
057000 8100-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS; A HELD
057500*                     FILE ENDS THE STEP RC 4 SO OPERATIONS SEE
057600*                     THE SIGN-OFF IS DUE
057700******************************************************************
057800 9000-TERMINATE.
057900     DISPLAY "PAY RESULTS READ     : " WS-READ-COUNT.
058000     DISPLAY "RESULTS REVIEWED     : " WS-REVIEWED-COUNT.
058100     DISPLAY "OUTSIDE BAND         : " WS-EXCEPTION-COUNT.
058200     DISPLAY "FIRST PAYS           : " WS-FIRST-PAY-COUNT.
058300     DISPLAY "BANKPAY FILES HELD   : " WS-HELD-COUNT.
058400     DISPLAY "BANKPAY RELEASED     : " WS-RELEASED-COUNT.
058450     DISPLAY "BANKPAY BLOCKED      : " WS-BLOCKED-COUNT.
058500     CLOSE PAY-HISTORY.
058600     CLOSE EMPLOYEE-MASTER.
058700     CLOSE VARIANCE-RPT.
058800     IF WS-HELD-COUNT > ZERO
058900      AND RETURN-CODE < 4
059000         MOVE 4                  TO RETURN-CODE
059100     END-IF.
059120     IF WS-BLOCKED-COUNT > ZERO
059140      AND RETURN-CODE < 4
059160         MOVE 4                  TO RETURN-CODE
059180     END-IF.
059200     MOVE 'E'                    TO RSA-FUNCTION.
059300     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
059400     MOVE WS-REVIEWED-COUNT      TO RSA-WRITTEN-COUNT.
059500     MOVE WS-EXCEPTION-COUNT     TO RSA-REJECT-COUNT.
059600     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
059700     CALL "RUNSTAT"              USING RUN-STAT-AREA.
059800     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
059900 9000-EXIT.
060000     EXIT.
060100
060200 9999-EXIT.
060300     STOP RUN.
