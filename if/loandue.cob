000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 LOANDUE.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - DAILY LOAN REPAYMENT RUN
001200*                     IN THE SORDGEN PATTERN.  THE CALENDAR GIVES
001300*                     THE NEXT PROCESSING DAY AND EVERY UNPAID
001400*                     INSTALMENT OF AN ACTIVE LOAN DUE ON OR
001500*                     BEFORE IT, OLDEST FIRST, IS COLLECTED BY A
001600*                     'WD' ON THE LINKED DEPOSIT ACCOUNT, WRITTEN
001700*                     TO THE LOANTRN FEED (TRNCODE FORMAT,
001800*                     STANDARD ENVELOPE) THAT POSTS THROUGH THAT
001900*                     DAY'S IF5 RUN LIKE SORDTRN.  THE PAYMENT IS
002000*                     APPLIED TO THE INSTALMENT'S INTEREST FIRST
002100*                     AND THEN TO PRINCIPAL, ON LOANSCHD AND THE
002200*                     LOANMST TOTALS; THE LAST INSTALMENT PAYS THE
002300*                     LOAN OFF.  AN INSTALMENT THE DEPOSIT ACCOUNT
002400*                     CANNOT COVER (BALANCE PLUS OVERDRAFT LIMIT
002500*                     LESS WHAT TONIGHT'S EARLIER INSTALMENTS HAVE
002600*                     TAKEN) OR WHOSE ACCOUNT IS NO LONGER OPEN
002700*                     STAYS DUE - ITS MISSED COUNT IS RAISED, IT
002800*                     GOES ON THE LOANFAIL REPORT AND THE LOAN'S
002900*                     LATER INSTALMENTS WAIT FOR IT.  STEPCTL
003000*                     CONTROL MEANS A RERUN NEVER COLLECTS A DAY'S
003100*                     INSTALMENTS TWICE.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.            IBM-370.
003600 OBJECT-COMPUTER.            IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-BDAT-STATUS.
004200     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR"
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-CAL-STATUS.
004500     SELECT LOAN-MASTER      ASSIGN TO "LOANMST"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS SEQUENTIAL
004800                             RECORD KEY IS LN-LOAN-ACCT
004900                             FILE STATUS IS WS-LOAN-STATUS.
005000     SELECT LOAN-SCHEDULE    ASSIGN TO "LOANSCHD"
005100                             ORGANIZATION IS INDEXED
005200                             ACCESS MODE IS RANDOM
005300                             RECORD KEY IS LS-SCHED-KEY
005400                             FILE STATUS IS WS-SCHD-STATUS.
005500     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
005600                             ORGANIZATION IS INDEXED
005700                             ACCESS MODE IS RANDOM
005800                             RECORD KEY IS AM-ACCT-NO
005900                             FILE STATUS IS WS-AMST-STATUS.
006000     SELECT ACCOUNT-BALANCE  ASSIGN TO "ACCTBAL"
006100                             ORGANIZATION IS INDEXED
006200                             ACCESS MODE IS RANDOM
006300                             RECORD KEY IS AB-ACCT-NO
006400                             FILE STATUS IS WS-ACCT-STATUS.
006500     SELECT LOAN-POST        ASSIGN TO "LOANTRN"
006600                             ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT LOAN-FAIL-RPT    ASSIGN TO "LOANFAIL"
006800                             ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  BUS-DATE-FILE
007300     RECORDING MODE IS F.
007400     COPY BUSDATE.
007500
007600 FD  CALENDAR-FILE
007700     RECORDING MODE IS F.
007800     COPY CALREC.
007900
008000 FD  LOAN-MASTER.
008100     COPY LOANMST.
008200
008300 FD  LOAN-SCHEDULE.
008400     COPY LOANSCHD.
008500
008600 FD  ACCT-MASTER.
008700     COPY ACCTMST.
008800
008900 FD  ACCOUNT-BALANCE.
009000     COPY ACCTBAL.
009100
009200 FD  LOAN-POST
009300     RECORDING MODE IS F.
009400 01  LOAN-POST-RECORD            PIC X(34).
009500
009600 FD  LOAN-FAIL-RPT
009700     RECORDING MODE IS F.
009800 01  LOAN-FAIL-LINE              PIC X(80).
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-BDAT-STATUS              PIC X(02).
010200     88  WS-BDAT-OK                      VALUE "00".
010300 01  WS-CAL-STATUS               PIC X(02).
010400     88  WS-CAL-OK                       VALUE "00".
010500 01  WS-LOAN-STATUS              PIC X(02).
010600     88  WS-LOAN-OK                      VALUE "00".
010700 01  WS-SCHD-STATUS              PIC X(02).
010800     88  WS-SCHD-OK                      VALUE "00".
010900 01  WS-AMST-STATUS              PIC X(02).
011000     88  WS-AMST-OK                      VALUE "00".
011100 01  WS-ACCT-STATUS              PIC X(02).
011200     88  WS-ACCT-OK                      VALUE "00".
011300 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
011400 01  WS-NEXT-PROC-DATE           PIC 9(08)   VALUE ZERO.
011500 01  WS-DU-FUNCTION              PIC X(01).
011600 01  WS-DU-DATE-2                PIC 9(08).
011700 01  WS-DU-DAYS                  PIC S9(05).
011800 01  WS-DU-VALID-SW              PIC X(01).
011900
012000     COPY FILEHDTR.
012100     COPY TRNCODE.
012200
012300 01  WS-SWITCHES.
012400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
012500         88  WS-EOF                          VALUE 'Y'.
012600     05  WS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
012700         88  WS-CAL-EOF                      VALUE 'Y'.
012800     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
012900         88  WS-FILE-ERROR                   VALUE 'Y'.
013000     05  WS-PAYABLE-SW           PIC X(01)   VALUE 'Y'.
013100         88  WS-PAYABLE                      VALUE 'Y'.
013200         88  WS-NOT-PAYABLE                  VALUE 'N'.
013300     05  WS-LOAN-DONE-SW         PIC X(01)   VALUE 'N'.
013400         88  WS-LOAN-DONE                    VALUE 'Y'.
013500     05  WS-LOAN-CHANGED-SW      PIC X(01)   VALUE 'N'.
013600         88  WS-LOAN-CHANGED                 VALUE 'Y'.
013700
013800 77  WS-LOAN-COUNT               PIC 9(05)   COMP    VALUE ZERO.
013900 77  WS-COLLECTED-COUNT          PIC 9(07)   COMP    VALUE ZERO.
014000 77  WS-FAILED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
014100 77  WS-PAID-OFF-COUNT           PIC 9(05)   COMP    VALUE ZERO.
014200 77  WS-POST-SEQ                 PIC 9(05)   COMP    VALUE ZERO.
014300 01  WS-AMOUNT-HASH              PIC 9(11)V9(02) VALUE ZERO.
014400 01  WS-INTEREST-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
014500 01  WS-PRINCIPAL-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
014600 01  WS-AVAILABLE                PIC S9(11)V9(02) VALUE ZERO.
014700 01  WS-FAIL-REASON              PIC X(25).
014800
014900*    WHAT TONIGHT'S EARLIER INSTALMENTS HAVE ALREADY COMMITTED
015000*    FROM EACH DEPOSIT ACCOUNT, SO TWO LOANS CANNOT SPEND THE
015100*    SAME FUNDS
015200 77  WS-COMMIT-MAX               PIC 9(03)   COMP    VALUE 500.
015300 77  WS-COMMIT-COUNT             PIC 9(03)   COMP    VALUE ZERO.
015400 77  WS-COMMIT-SUB               PIC 9(03)   COMP.
015500 77  WS-COMMIT-HIT               PIC 9(03)   COMP    VALUE ZERO.
015600 01  WS-COMMIT-TABLE.
015700     05  WS-COMMIT-ENTRY         OCCURS 500 TIMES.
015800         10  WS-CM-ACCT-NO       PIC 9(06).
015900         10  WS-CM-AMOUNT        PIC 9(09)V9(02).
016000
016100 01  WS-FAIL-HEADING-1.
016200     05  FILLER                  PIC X(30)   VALUE
016300         "FAILED LOAN REPAYMENT REPORT".
016400     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
016500     05  WS-H1-DATE              PIC 9(08).
016600     05  FILLER                  PIC X(12)   VALUE "  POSTS ON: ".
016700     05  WS-H1-POST-DATE         PIC 9(08).
016800 01  WS-FAIL-HEADING-2.
016900     05  FILLER                  PIC X(40)   VALUE
017000         "LOAN   DEPOSIT INST    AMOUNT  DUE DATE".
017100     05  FILLER                  PIC X(14)   VALUE
017200         "MISSED REASON".
017300
017400 01  WS-FAIL-DETAIL-LINE.
017500     05  WS-FD-LOAN-ACCT         PIC 9(06).
017600     05  FILLER                  PIC X(01)   VALUE SPACE.
017700     05  WS-FD-DEPOSIT-ACCT      PIC 9(06).
017800     05  FILLER                  PIC X(02)   VALUE SPACES.
017900     05  WS-FD-INST-NO           PIC ZZ9.
018000     05  FILLER                  PIC X(02)   VALUE SPACES.
018100     05  WS-FD-AMOUNT            PIC ZZ,ZZ9.99.
018200     05  FILLER                  PIC X(02)   VALUE SPACES.
018300     05  WS-FD-DUE-DATE          PIC 9(08).
018400     05  FILLER                  PIC X(03)   VALUE SPACES.
018500     05  WS-FD-MISSED            PIC ZZ9.
018600     05  FILLER                  PIC X(02)   VALUE SPACES.
018700     05  WS-FD-REASON            PIC X(25).
018800
018900 01  WS-TOTAL-LINE.
019000     05  WS-TL-LABEL             PIC X(24).
019100     05  WS-TL-COUNT             PIC ZZZZ9.
019200 01  WS-AMOUNT-LINE.
019300     05  WS-AL-LABEL             PIC X(24).
019400     05  WS-AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019500
019600     COPY RUNSTAT.
019700
019800 01  WS-SC-FUNCTION              PIC X(01).
019900 01  WS-SC-PROGRAM               PIC X(08)   VALUE "LOANDUE".
020000 01  WS-SC-DONE-SW               PIC X(01)   VALUE 'N'.
020100     88  WS-SC-DONE                      VALUE 'Y'.
020200
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
020500     PERFORM 0500-CHECK-STREAM-CONTROL THRU 0500-EXIT.
020600     IF WS-SC-DONE
020700         GO TO 9999-EXIT
020800     END-IF.
020900     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
021000     PERFORM 2000-PROCESS-LOAN       THRU 2000-EXIT
021100             UNTIL WS-EOF.
021200     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
021300     GO TO 9999-EXIT.
021400
021500******************************************************************
021600*    0500-CHECK-STREAM-CONTROL - A DAY'S INSTALMENTS MUST BE
021700*                                COLLECTED EXACTLY ONCE; A RERUN
021800*                                AFTER A LATER FAILURE FINDS THE
021900*                                MARK AND EXITS RC 0
022000******************************************************************
022100 0500-CHECK-STREAM-CONTROL.
022200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
022300     MOVE 'C'                    TO WS-SC-FUNCTION.
022400     CALL "STEPCTL"              USING WS-SC-FUNCTION
022500                                       WS-SC-PROGRAM
022600                                       WS-BUSINESS-DATE
022700                                       WS-SC-DONE-SW.
022800     IF WS-SC-DONE
022900         DISPLAY "LOANDUE ALREADY COMPLETE TONIGHT - RC 0"
023000     END-IF.
023100 0500-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500*    1000-INITIALIZE - FIND THE NEXT PROCESSING DAY, OPEN THE
023600*                      FILES AND START THE FEED ENVELOPE
023700******************************************************************
023800 1000-INITIALIZE.
023900     DISPLAY "LOANDUE - LOAN REPAYMENT RUN STARTING".
024000     MOVE "LOANDUE"              TO RSA-PROGRAM-ID.
024100     MOVE 'S'                    TO RSA-FUNCTION.
024200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
024300     PERFORM 1100-FIND-NEXT-PROC-DAY THRU 1100-EXIT.
024400     OPEN I-O    LOAN-MASTER.
024500     IF NOT WS-LOAN-OK
024600         DISPLAY "LOANMST OPEN FAILED - STATUS " WS-LOAN-STATUS
024700         SET WS-FILE-ERROR       TO TRUE
024800     END-IF.
024900     OPEN I-O    LOAN-SCHEDULE.
025000     IF NOT WS-SCHD-OK
025100         DISPLAY "LOANSCHD OPEN FAILED - STATUS " WS-SCHD-STATUS
025200         SET WS-FILE-ERROR       TO TRUE
025300     END-IF.
025400     OPEN INPUT  ACCT-MASTER.
025500     IF NOT WS-AMST-OK
025600         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
025700         SET WS-FILE-ERROR       TO TRUE
025800     END-IF.
025900     OPEN INPUT  ACCOUNT-BALANCE.
026000     IF NOT WS-ACCT-OK
026100         DISPLAY "ACCTBAL OPEN FAILED - STATUS " WS-ACCT-STATUS
026200         SET WS-FILE-ERROR       TO TRUE
026300     END-IF.
026400     OPEN OUTPUT LOAN-POST.
026500     MOVE SPACES                 TO FILE-HEADER-RECORD.
026600     MOVE 'HDR'                  TO FH-REC-ID.
026700     MOVE "TRNCODE"              TO FH-FILE-ID.
026800     MOVE WS-NEXT-PROC-DATE      TO FH-BUS-DATE.
026900     MOVE SPACES                 TO LOAN-POST-RECORD.
027000     MOVE FILE-HEADER-RECORD     TO LOAN-POST-RECORD (1:19).
027100     WRITE LOAN-POST-RECORD.
027200     OPEN OUTPUT LOAN-FAIL-RPT.
027300     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
027400     MOVE WS-NEXT-PROC-DATE      TO WS-H1-POST-DATE.
027500     WRITE LOAN-FAIL-LINE        FROM WS-FAIL-HEADING-1.
027600     WRITE LOAN-FAIL-LINE        FROM SPACES.
027700     WRITE LOAN-FAIL-LINE        FROM WS-FAIL-HEADING-2.
027800     IF WS-FILE-ERROR
027900         SET WS-EOF              TO TRUE
028000     ELSE
028100         PERFORM 2900-READ-LOAN  THRU 2900-EXIT
028200     END-IF.
028300 1000-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
028800*                             SHARED DATEUTIL FALLBACK
028900******************************************************************
029000 8100-GET-BUSINESS-DATE.
029100     OPEN INPUT BUS-DATE-FILE.
029200     IF WS-BDAT-OK
029300         READ BUS-DATE-FILE
029400             AT END
029500                 CONTINUE
029600             NOT AT END
029700                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
029800                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
029900                 END-IF
030000         END-READ
030100     END-IF.
030200     CLOSE BUS-DATE-FILE.
030300     IF WS-BUSINESS-DATE EQUAL ZERO
030400         MOVE 'C'                TO WS-DU-FUNCTION
030500         CALL "DATEUTIL"         USING WS-DU-FUNCTION
030600                                       WS-BUSINESS-DATE
030700                                       WS-DU-DATE-2
030800                                       WS-DU-DAYS
030900                                       WS-DU-VALID-SW
031000     END-IF.
031100 8100-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*    1100-FIND-NEXT-PROC-DAY - THE FIRST CALENDAR PROCESSING DAY
031600*                              AFTER TONIGHT; THE FEED POSTS
031700*                              THEN, SO ALL DUE UP TO AND ON IT
031800*                              IS COLLECTED NOW.  WITH NO CALENDAR
031900*                              ENTRY THE NEXT DAY STANDS IN
032000******************************************************************
032100 1100-FIND-NEXT-PROC-DAY.
032200     MOVE ZERO                   TO WS-NEXT-PROC-DATE.
032300     OPEN INPUT CALENDAR-FILE.
032400     IF WS-CAL-OK
032500         PERFORM 1190-READ-CALENDAR THRU 1190-EXIT
032600     ELSE
032700         SET WS-CAL-EOF          TO TRUE
032800     END-IF.
032900     PERFORM 1150-CHECK-ONE-DAY  THRU 1150-EXIT
033000             UNTIL WS-CAL-EOF.
033100     CLOSE CALENDAR-FILE.
033200     IF WS-NEXT-PROC-DATE EQUAL ZERO
033300         MOVE 'A'                TO WS-DU-FUNCTION
033400         MOVE 1                  TO WS-DU-DAYS
033500         CALL "DATEUTIL"         USING WS-DU-FUNCTION
033600                                       WS-BUSINESS-DATE
033700                                       WS-NEXT-PROC-DATE
033800                                       WS-DU-DAYS
033900                                       WS-DU-VALID-SW
034000         DISPLAY "NO LATER PROCESSING DAY ON CALENDAR"
034100     END-IF.
034200     DISPLAY "INSTALMENTS DUE TO : " WS-NEXT-PROC-DATE.
034300 1100-EXIT.
034400     EXIT.
034500
034600 1150-CHECK-ONE-DAY.
034700     IF CAL-DATE GREATER THAN WS-BUSINESS-DATE
034800      AND CAL-PROCESSING-DAY
034900         IF WS-NEXT-PROC-DATE EQUAL ZERO
035000          OR CAL-DATE LESS THAN WS-NEXT-PROC-DATE
035100             MOVE CAL-DATE       TO WS-NEXT-PROC-DATE
035200         END-IF
035300     END-IF.
035400     PERFORM 1190-READ-CALENDAR THRU 1190-EXIT.
035500 1150-EXIT.
035600     EXIT.
035700
035800 1190-READ-CALENDAR.
035900     READ CALENDAR-FILE
036000         AT END
036100             SET WS-CAL-EOF TO TRUE
036200     END-READ.
036300 1190-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    2000-PROCESS-LOAN - COLLECT EVERY INSTALMENT OF THE LOAN DUE
036800*                        BY THE NEXT PROCESSING DAY, OLDEST FIRST,
036900*                        STOPPING AT THE FIRST THAT CANNOT BE
037000*                        PAID, AND REWRITE THE LOAN
037100******************************************************************
037200 2000-PROCESS-LOAN.
037300     ADD 1                       TO WS-LOAN-COUNT.
037400     MOVE 'N'                    TO WS-LOAN-CHANGED-SW
037500                                    WS-LOAN-DONE-SW.
037600     IF NOT LN-ACTIVE
037700         GO TO 2000-READ-NEXT
037800     END-IF.
037900     PERFORM 2100-ONE-INSTALMENT THRU 2100-EXIT
038000             UNTIL WS-LOAN-DONE
038100                OR LN-PAID-OFF.
038200     IF WS-LOAN-CHANGED
038300         REWRITE LOAN-MASTER-RECORD
038400     END-IF.
038500 2000-READ-NEXT.
038600     PERFORM 2900-READ-LOAN      THRU 2900-EXIT.
038700 2000-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    2100-ONE-INSTALMENT - THE LOAN'S NEXT UNPAID INSTALMENT: NOT
039200*                          YET DUE ENDS THE LOAN FOR TONIGHT;
039300*                          OTHERWISE IT IS COLLECTED OR MISSED
039400******************************************************************
039500 2100-ONE-INSTALMENT.
039600     MOVE LN-LOAN-ACCT           TO LS-LOAN-ACCT.
039700     MOVE LN-NEXT-INST-NO        TO LS-INST-NO.
039800     READ LOAN-SCHEDULE
039900         INVALID KEY
040000             DISPLAY "LOANSCHD MISSING - LOAN " LN-LOAN-ACCT
040100                     " INSTALMENT " LN-NEXT-INST-NO
040200             SET WS-LOAN-DONE    TO TRUE
040300             GO TO 2100-EXIT
040400     END-READ.
040500     IF LS-DUE-DATE GREATER THAN WS-NEXT-PROC-DATE
040600         SET WS-LOAN-DONE        TO TRUE
040700         GO TO 2100-EXIT
040800     END-IF.
040900     PERFORM 2200-CHECK-PAYABLE  THRU 2200-EXIT.
041000     IF WS-NOT-PAYABLE
041100         PERFORM 2400-REPORT-FAILURE THRU 2400-EXIT
041200         SET WS-LOAN-DONE        TO TRUE
041300         GO TO 2100-EXIT
041400     END-IF.
041500     PERFORM 2300-RAISE-WITHDRAWAL THRU 2300-EXIT.
041600     PERFORM 2350-APPLY-PAYMENT  THRU 2350-EXIT.
041700 2100-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    2200-CHECK-PAYABLE - THE DEPOSIT ACCOUNT MUST STILL BE OPEN
042200*                         AND ITS BALANCE PLUS OVERDRAFT LIMIT,
042300*                         LESS WHAT TONIGHT'S EARLIER INSTALMENTS
042400*                         HAVE TAKEN, MUST COVER THE INSTALMENT
042500******************************************************************
042600 2200-CHECK-PAYABLE.
042700     SET WS-PAYABLE              TO TRUE.
042800     MOVE LN-DEPOSIT-ACCT        TO AM-ACCT-NO.
042900     READ ACCT-MASTER
043000         INVALID KEY
043100             MOVE SPACE          TO AM-STATUS
043200     END-READ.
043300     IF NOT AM-OPEN
043400         SET WS-NOT-PAYABLE      TO TRUE
043500         MOVE "DEPOSIT ACCOUNT NOT OPEN" TO WS-FAIL-REASON
043600         GO TO 2200-EXIT
043700     END-IF.
043800     MOVE LN-DEPOSIT-ACCT        TO AB-ACCT-NO.
043900     READ ACCOUNT-BALANCE
044000         INVALID KEY
044100             MOVE ZERO           TO AB-BALANCE
044200     END-READ.
044300     PERFORM 2250-FIND-COMMITMENT THRU 2250-EXIT.
044400     COMPUTE WS-AVAILABLE = AB-BALANCE + AM-OD-LIMIT.
044500     IF WS-COMMIT-HIT GREATER THAN ZERO
044600         SUBTRACT WS-CM-AMOUNT (WS-COMMIT-HIT) FROM WS-AVAILABLE
044700     END-IF.
044800     IF LS-INSTALMENT GREATER THAN WS-AVAILABLE
044900         SET WS-NOT-PAYABLE      TO TRUE
045000         MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
045100     END-IF.
045200 2200-EXIT.
045300     EXIT.
045400
045500 2250-FIND-COMMITMENT.
045600     MOVE ZERO                   TO WS-COMMIT-HIT.
045700     PERFORM 2260-SCAN-ONE-COMMIT THRU 2260-EXIT
045800             VARYING WS-COMMIT-SUB FROM 1 BY 1
045900             UNTIL WS-COMMIT-SUB GREATER THAN WS-COMMIT-COUNT
046000                OR WS-COMMIT-HIT GREATER THAN ZERO.
046100 2250-EXIT.
046200     EXIT.
046300
046400 2260-SCAN-ONE-COMMIT.
046500     IF WS-CM-ACCT-NO (WS-COMMIT-SUB) EQUAL LN-DEPOSIT-ACCT
046600         MOVE WS-COMMIT-SUB      TO WS-COMMIT-HIT
046700     END-IF.
046800 2260-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200*    2300-RAISE-WITHDRAWAL - WRITE THE 'WD' TO THE FEED AND
047300*                            COMMIT THE AMOUNT AGAINST THE
047400*                            DEPOSIT ACCOUNT
047500******************************************************************
047600 2300-RAISE-WITHDRAWAL.
047700     ADD 1                       TO WS-POST-SEQ
047800                                    WS-COLLECTED-COUNT.
047900     MOVE SPACES                 TO TRN-RECORD.
048000     MOVE WS-POST-SEQ            TO TRN-ID.
048100     SET TRN-WITHDRAWAL          TO TRUE.
048200     MOVE LN-DEPOSIT-ACCT        TO TRN-ACCT-NO.
048300     MOVE ZERO                   TO TRN-ACCT-TO.
048400     MOVE LS-INSTALMENT          TO TRN-AMOUNT.
048500     MOVE ZERO                   TO TRN-INVOICE-NO.
048600     SET TRN-SYSTEM-ORIGIN       TO TRUE.
048700     MOVE TRN-RECORD             TO LOAN-POST-RECORD.
048800     WRITE LOAN-POST-RECORD.
048900     ADD LS-INSTALMENT           TO WS-AMOUNT-HASH.
049000     IF WS-COMMIT-HIT EQUAL ZERO
049100         IF WS-COMMIT-COUNT LESS THAN WS-COMMIT-MAX
049200             ADD 1               TO WS-COMMIT-COUNT
049300             MOVE WS-COMMIT-COUNT TO WS-COMMIT-HIT
049400             MOVE LN-DEPOSIT-ACCT TO WS-CM-ACCT-NO (WS-COMMIT-HIT)
049500             MOVE ZERO           TO WS-CM-AMOUNT (WS-COMMIT-HIT)
049600         ELSE
049700             DISPLAY "COMMITMENT TABLE FULL - ACCOUNT "
049800                     LN-DEPOSIT-ACCT
049900             GO TO 2300-EXIT
050000         END-IF
050100     END-IF.
050200     ADD LS-INSTALMENT           TO WS-CM-AMOUNT (WS-COMMIT-HIT).
050300 2300-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    2350-APPLY-PAYMENT - THE PAYMENT MEETS THE INSTALMENT'S
050800*                         INTEREST FIRST AND THE REST REDUCES THE
050900*                         PRINCIPAL; THE LAST INSTALMENT PAYS THE
051000*                         LOAN OFF
051100******************************************************************
051200 2350-APPLY-PAYMENT.
051300     IF LS-INSTALMENT LESS THAN LS-INTEREST
051400         MOVE LS-INSTALMENT      TO LS-INTEREST-PAID
051500     ELSE
051600         MOVE LS-INTEREST        TO LS-INTEREST-PAID
051700     END-IF.
051800     COMPUTE LS-PRINCIPAL-PAID = LS-INSTALMENT - LS-INTEREST-PAID.
051900     IF LS-PRINCIPAL-PAID GREATER THAN LN-OUTSTANDING
052000         MOVE LN-OUTSTANDING     TO LS-PRINCIPAL-PAID
052100     END-IF.
052200     SET LS-PAID                 TO TRUE.
052300     MOVE WS-NEXT-PROC-DATE      TO LS-PAID-DATE.
052400     REWRITE LOAN-SCHEDULE-RECORD
052500         INVALID KEY
052600             DISPLAY "LOANSCHD REWRITE FAILED - LOAN "
052700                     LS-LOAN-ACCT " INSTALMENT " LS-INST-NO
052800             SET WS-FILE-ERROR   TO TRUE
052900     END-REWRITE.
053000     SET WS-LOAN-CHANGED         TO TRUE.
053100     ADD LS-INTEREST-PAID        TO LN-INTEREST-PAID
053200                                    WS-INTEREST-TOTAL.
053300     ADD LS-PRINCIPAL-PAID       TO LN-PRINCIPAL-PAID
053400                                    WS-PRINCIPAL-TOTAL.
053500     SUBTRACT LS-PRINCIPAL-PAID  FROM LN-OUTSTANDING.
053600     MOVE WS-NEXT-PROC-DATE      TO LN-LAST-PAY-DATE.
053700     IF LN-NEXT-INST-NO NOT LESS THAN LN-TERM-MONTHS
053800         SET LN-PAID-OFF         TO TRUE
053900         ADD 1                   TO WS-PAID-OFF-COUNT
054000     ELSE
054100         ADD 1                   TO LN-NEXT-INST-NO
054200     END-IF.
054300 2350-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700*    2400-REPORT-FAILURE - THE INSTALMENT STAYS DUE; COUNT THE
054800*                          MISS AND LIST IT
054900******************************************************************
055000 2400-REPORT-FAILURE.
055100     ADD 1                       TO WS-FAILED-COUNT.
055200     IF LS-MISSED-COUNT LESS THAN 999
055300         ADD 1                   TO LS-MISSED-COUNT
055400     END-IF.
055500     REWRITE LOAN-SCHEDULE-RECORD
055600         INVALID KEY
055700             DISPLAY "LOANSCHD REWRITE FAILED - LOAN "
055800                     LS-LOAN-ACCT " INSTALMENT " LS-INST-NO
055900             SET WS-FILE-ERROR   TO TRUE
056000     END-REWRITE.
056100     MOVE LN-LOAN-ACCT           TO WS-FD-LOAN-ACCT.
056200     MOVE LN-DEPOSIT-ACCT        TO WS-FD-DEPOSIT-ACCT.
056300     MOVE LS-INST-NO             TO WS-FD-INST-NO.
056400     MOVE LS-INSTALMENT          TO WS-FD-AMOUNT.
056500     MOVE LS-DUE-DATE            TO WS-FD-DUE-DATE.
056600     MOVE LS-MISSED-COUNT        TO WS-FD-MISSED.
056700     MOVE WS-FAIL-REASON         TO WS-FD-REASON.
056800     WRITE LOAN-FAIL-LINE        FROM WS-FAIL-DETAIL-LINE.
056900 2400-EXIT.
057000     EXIT.
057100
057200 2900-READ-LOAN.
057300     READ LOAN-MASTER NEXT RECORD
057400         AT END
057500             SET WS-EOF TO TRUE
057600     END-READ.
057700 2900-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100*    9000-TERMINATE - CLOSE THE FEED ENVELOPE, PRINT THE TOTALS,
058200*                     CLOSE FILES AND MARK THE STEP COMPLETE
058300******************************************************************
058400 9000-TERMINATE.
058500     MOVE SPACES                 TO FILE-TRAILER-RECORD.
058600     MOVE 'TRL'                  TO FT-REC-ID.
058700     MOVE WS-COLLECTED-COUNT     TO FT-REC-COUNT.
058800     MOVE WS-AMOUNT-HASH         TO FT-AMOUNT-HASH.
058900     MOVE SPACES                 TO LOAN-POST-RECORD.
059000     MOVE FILE-TRAILER-RECORD    TO LOAN-POST-RECORD (1:23).
059100     WRITE LOAN-POST-RECORD.
059200     WRITE LOAN-FAIL-LINE        FROM SPACES.
059300     MOVE "LOANS READ            : " TO WS-TL-LABEL.
059400     MOVE WS-LOAN-COUNT          TO WS-TL-COUNT.
059500     WRITE LOAN-FAIL-LINE        FROM WS-TOTAL-LINE.
059600     MOVE "INSTALMENTS COLLECTED : " TO WS-TL-LABEL.
059700     MOVE WS-COLLECTED-COUNT     TO WS-TL-COUNT.
059800     WRITE LOAN-FAIL-LINE        FROM WS-TOTAL-LINE.
059900     MOVE "INSTALMENTS MISSED    : " TO WS-TL-LABEL.
060000     MOVE WS-FAILED-COUNT        TO WS-TL-COUNT.
060100     WRITE LOAN-FAIL-LINE        FROM WS-TOTAL-LINE.
060200     MOVE "LOANS PAID OFF        : " TO WS-TL-LABEL.
060300     MOVE WS-PAID-OFF-COUNT      TO WS-TL-COUNT.
060400     WRITE LOAN-FAIL-LINE        FROM WS-TOTAL-LINE.
060500     MOVE "INTEREST COLLECTED    : " TO WS-AL-LABEL.
060600     MOVE WS-INTEREST-TOTAL      TO WS-AL-AMOUNT.
060700     WRITE LOAN-FAIL-LINE        FROM WS-AMOUNT-LINE.
060800     MOVE "PRINCIPAL COLLECTED   : " TO WS-AL-LABEL.
060900     MOVE WS-PRINCIPAL-TOTAL     TO WS-AL-AMOUNT.
061000     WRITE LOAN-FAIL-LINE        FROM WS-AMOUNT-LINE.
061100     DISPLAY "LOANS READ            : " WS-LOAN-COUNT.
061200     DISPLAY "INSTALMENTS COLLECTED : " WS-COLLECTED-COUNT.
061300     DISPLAY "INSTALMENTS MISSED    : " WS-FAILED-COUNT.
061400     DISPLAY "LOANS PAID OFF        : " WS-PAID-OFF-COUNT.
061500     CLOSE LOAN-MASTER.
061600     CLOSE LOAN-SCHEDULE.
061700     CLOSE ACCT-MASTER.
061800     CLOSE ACCOUNT-BALANCE.
061900     CLOSE LOAN-POST.
062000     CLOSE LOAN-FAIL-RPT.
062100     IF WS-FAILED-COUNT > ZERO
062200         MOVE 4                  TO RETURN-CODE
062300     END-IF.
062400     IF WS-FILE-ERROR
062500         MOVE 8                  TO RETURN-CODE
062600     END-IF.
062700     MOVE 'E'                    TO RSA-FUNCTION.
062800     MOVE WS-LOAN-COUNT          TO RSA-READ-COUNT.
062900     MOVE WS-COLLECTED-COUNT     TO RSA-WRITTEN-COUNT.
063000     MOVE WS-FAILED-COUNT        TO RSA-REJECT-COUNT.
063100     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
063200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
063300     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
063400     IF RETURN-CODE < 8
063500         MOVE 'M'                TO WS-SC-FUNCTION
063600         CALL "STEPCTL"          USING WS-SC-FUNCTION
063700                                       WS-SC-PROGRAM
063800                                       WS-BUSINESS-DATE
063900                                       WS-SC-DONE-SW
064000     END-IF.
064100 9000-EXIT.
064200     EXIT.
064300
064400 9999-EXIT.
064500     STOP RUN.
