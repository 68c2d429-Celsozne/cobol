000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 SORDGEN.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               TRANSACTION PROCESSING SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - DAILY STANDING ORDER
001200*                     RUN, AFTER IF5 EACH PROCESSING DAY.  THE
001300*                     CALENDAR GIVES THE NEXT PROCESSING DAY AND
001400*                     EVERY ACTIVE ORDER DUE ON OR BEFORE IT
001500*                     RAISES A 'TR' ON THE SORDTRN FEED (TRNCODE
001600*                     FORMAT, STANDARD ENVELOPE) THAT POSTS
001700*                     THROUGH THAT DAY'S IF5 RUN LIKE INTPOST, SO
001800*                     A PAYMENT DUE ON A WEEKEND OR HOLIDAY POSTS
001900*                     ON THE NEXT PROCESSING DAY.  THE DUE DATE
002000*                     THEN ROLLS FORWARD BY THE FREQUENCY.  AN
002100*                     ORDER THE FROM-ACCOUNT CANNOT COVER
002200*                     (BALANCE PLUS OVERDRAFT LIMIT LESS WHAT
002300*                     TONIGHT'S EARLIER ORDERS HAVE TAKEN) OR
002400*                     WHOSE ACCOUNTS ARE NO LONGER OPEN IS NOT
002500*                     PAID - IT GOES ON THE SORDFAIL REPORT AND
002600*                     STILL ROLLS FORWARD.  A SUSPENDED ORDER
002700*                     ROLLS FORWARD UNPAID; ONE PAST ITS END DATE
002800*                     IS MARKED ENDED.  STEPCTL CONTROL MEANS A
002900*                     RERUN NEVER RAISES A DAY'S ORDERS TWICE.
002920*    2026-10-15 JPL   THE SORDTRN FEED CARRIES THE FULL TRNCODE
002940*                     RECORD.  A STANDING ORDER IS THE
002960*                     CUSTOMER'S OWN INSTRUCTION SO ITS ORIGIN
002980*                     STAYS BLANK (CUSTOMER).
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.            IBM-370.
003400 OBJECT-COMPUTER.            IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-BDAT-STATUS.
004000     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR"
004100                             ORGANIZATION IS LINE SEQUENTIAL
004200                             FILE STATUS IS WS-CAL-STATUS.
004300     SELECT SORD-MASTER      ASSIGN TO "SORDMAST"
004400                             ORGANIZATION IS INDEXED
004500                             ACCESS MODE IS SEQUENTIAL
004600                             RECORD KEY IS SO-ORDER-NO
004700                             FILE STATUS IS WS-SORD-STATUS.
004800     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS RANDOM
005100                             RECORD KEY IS AM-ACCT-NO
005200                             FILE STATUS IS WS-AMST-STATUS.
005300     SELECT ACCOUNT-BALANCE  ASSIGN TO "ACCTBAL"
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS RANDOM
005600                             RECORD KEY IS AB-ACCT-NO
005700                             FILE STATUS IS WS-ACCT-STATUS.
005800     SELECT SORD-POST        ASSIGN TO "SORDTRN"
005900                             ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT SORD-FAIL-RPT    ASSIGN TO "SORDFAIL"
006100                             ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  BUS-DATE-FILE
006600     RECORDING MODE IS F.
006700     COPY BUSDATE.
006800
006900 FD  CALENDAR-FILE
007000     RECORDING MODE IS F.
007100     COPY CALREC.
007200
007300 FD  SORD-MASTER.
007400     COPY SORDMAST.
007500
007600 FD  ACCT-MASTER.
007700     COPY ACCTMST.
007800
007900 FD  ACCOUNT-BALANCE.
008000     COPY ACCTBAL.
008100
008200 FD  SORD-POST
008300     RECORDING MODE IS F.
008400 01  SORD-POST-RECORD            PIC X(34).
008500
008600 FD  SORD-FAIL-RPT
008700     RECORDING MODE IS F.
008800 01  SORD-FAIL-LINE              PIC X(80).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-BDAT-STATUS              PIC X(02).
009200     88  WS-BDAT-OK                      VALUE "00".
009300 01  WS-CAL-STATUS               PIC X(02).
009400     88  WS-CAL-OK                       VALUE "00".
009500 01  WS-SORD-STATUS              PIC X(02).
009600     88  WS-SORD-OK                      VALUE "00".
009700 01  WS-AMST-STATUS              PIC X(02).
009800     88  WS-AMST-OK                      VALUE "00".
009900 01  WS-ACCT-STATUS              PIC X(02).
010000     88  WS-ACCT-OK                      VALUE "00".
010100 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010200 01  WS-NEXT-PROC-DATE           PIC 9(08)   VALUE ZERO.
010300 01  WS-DU-FUNCTION              PIC X(01).
010400 01  WS-DU-DATE-2                PIC 9(08).
010500 01  WS-DU-DAYS                  PIC S9(05).
010600 01  WS-DU-VALID-SW              PIC X(01).
010700
010800     COPY FILEHDTR.
010900     COPY TRNCODE.
011000
011100 01  WS-SWITCHES.
011200     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011300         88  WS-EOF                          VALUE 'Y'.
011400     05  WS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
011500         88  WS-CAL-EOF                      VALUE 'Y'.
011600     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
011700         88  WS-FILE-ERROR                   VALUE 'Y'.
011800     05  WS-PAYABLE-SW           PIC X(01)   VALUE 'Y'.
011900         88  WS-PAYABLE                      VALUE 'Y'.
012000         88  WS-NOT-PAYABLE                  VALUE 'N'.
012100     05  WS-ORDER-CHANGED-SW     PIC X(01)   VALUE 'N'.
012200         88  WS-ORDER-CHANGED                VALUE 'Y'.
012300
012400 77  WS-ORDER-COUNT              PIC 9(05)   COMP    VALUE ZERO.
012500 77  WS-RAISED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
012600 77  WS-FAILED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012700 77  WS-SKIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
012800 77  WS-ENDED-COUNT              PIC 9(05)   COMP    VALUE ZERO.
012900 77  WS-POST-SEQ                 PIC 9(05)   COMP    VALUE ZERO.
013000 01  WS-AMOUNT-HASH              PIC 9(11)V9(02) VALUE ZERO.
013100 01  WS-AVAILABLE                PIC S9(11)V9(02) VALUE ZERO.
013200 01  WS-FAIL-REASON              PIC X(25).
013300
013400*    WHAT TONIGHT'S EARLIER ORDERS HAVE ALREADY COMMITTED FROM
013500*    EACH FROM-ACCOUNT, SO TWO ORDERS CANNOT SPEND THE SAME FUNDS
013600 77  WS-COMMIT-MAX               PIC 9(03)   COMP    VALUE 500.
013700 77  WS-COMMIT-COUNT             PIC 9(03)   COMP    VALUE ZERO.
013800 77  WS-COMMIT-SUB               PIC 9(03)   COMP.
013900 77  WS-COMMIT-HIT               PIC 9(03)   COMP    VALUE ZERO.
014000 01  WS-COMMIT-TABLE.
014100     05  WS-COMMIT-ENTRY         OCCURS 500 TIMES.
014200         10  WS-CM-ACCT-NO       PIC 9(06).
014300         10  WS-CM-AMOUNT        PIC 9(09)V9(02).
014400
014500*    MONTH ARITHMETIC FOR THE MONTHLY, QUARTERLY AND ANNUAL ROLL
014600 01  WS-ROLL-DATE                PIC 9(08).
014700 01  WS-ROLL-PARTS REDEFINES WS-ROLL-DATE.
014800     05  WS-RL-YYYY              PIC 9(04).
014900     05  WS-RL-MM                PIC 9(02).
015000     05  WS-RL-DD                PIC 9(02).
015100 77  WS-ADD-MONTHS               PIC 9(02)   COMP    VALUE ZERO.
015200 77  WS-MONTH-WORK               PIC 9(03)   COMP    VALUE ZERO.
015300 77  WS-LEAP-QUOT                PIC 9(04)   COMP.
015400 77  WS-LEAP-REM-4               PIC 9(03)   COMP.
015500 77  WS-LEAP-REM-100             PIC 9(03)   COMP.
015600 77  WS-LEAP-REM-400             PIC 9(03)   COMP.
015700 01  WS-MONTH-LENGTH             PIC 9(02).
015800 01  WS-MONTH-DAYS-VALUES.
015900     05  FILLER                  PIC X(24)   VALUE
016000         "312831303130313130313031".
016100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
016200     05  WS-MONTH-DAYS           PIC 9(02)   OCCURS 12 TIMES.
016300
016400 01  WS-FAIL-HEADING-1.
016500     05  FILLER                  PIC X(30)   VALUE
016600         "FAILED STANDING ORDER REPORT".
016700     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
016800     05  WS-H1-DATE              PIC 9(08).
016900     05  FILLER                  PIC X(12)   VALUE "  POSTS ON: ".
017000     05  WS-H1-POST-DATE         PIC 9(08).
017100 01  WS-FAIL-HEADING-2.
017200     05  FILLER                  PIC X(40)   VALUE
017300         "ORDER  FROM    TO          AMOUNT  DUE".
017400     05  FILLER                  PIC X(16)   VALUE
017500         "      REASON".
017600
017700 01  WS-FAIL-DETAIL-LINE.
017800     05  WS-FD-ORDER-NO          PIC 9(06).
017900     05  FILLER                  PIC X(01)   VALUE SPACE.
018000     05  WS-FD-FROM-ACCT         PIC 9(06).
018100     05  FILLER                  PIC X(02)   VALUE SPACES.
018200     05  WS-FD-TO-ACCT           PIC 9(06).
018300     05  FILLER                  PIC X(02)   VALUE SPACES.
018400     05  WS-FD-AMOUNT            PIC ZZ,ZZ9.99.
018500     05  FILLER                  PIC X(02)   VALUE SPACES.
018600     05  WS-FD-DUE-DATE          PIC 9(08).
018700     05  FILLER                  PIC X(02)   VALUE SPACES.
018800     05  WS-FD-REASON            PIC X(25).
018900
019000 01  WS-TOTAL-LINE.
019100     05  WS-TL-LABEL             PIC X(24).
019200     05  WS-TL-COUNT             PIC ZZZZ9.
019300
019400     COPY RUNSTAT.
019500
019600 01  WS-SC-FUNCTION              PIC X(01).
019700 01  WS-SC-PROGRAM               PIC X(08)   VALUE "SORDGEN".
019800 01  WS-SC-DONE-SW               PIC X(01)   VALUE 'N'.
019900     88  WS-SC-DONE                      VALUE 'Y'.
020000
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     PERFORM 0500-CHECK-STREAM-CONTROL THRU 0500-EXIT.
020400     IF WS-SC-DONE
020500         GO TO 9999-EXIT
020600     END-IF.
020700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
020800     PERFORM 2000-PROCESS-ORDER      THRU 2000-EXIT
020900             UNTIL WS-EOF.
021000     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
021100     GO TO 9999-EXIT.
021200
021300******************************************************************
021400*    0500-CHECK-STREAM-CONTROL - A DAY'S ORDERS MUST BE RAISED
021500*                                EXACTLY ONCE; A RERUN AFTER A
021600*                                LATER FAILURE FINDS THE MARK AND
021700*                                EXITS RC 0
021800******************************************************************
021900 0500-CHECK-STREAM-CONTROL.
022000     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
022100     MOVE 'C'                    TO WS-SC-FUNCTION.
022200     CALL "STEPCTL"              USING WS-SC-FUNCTION
022300                                       WS-SC-PROGRAM
022400                                       WS-BUSINESS-DATE
022500                                       WS-SC-DONE-SW.
022600     IF WS-SC-DONE
022700         DISPLAY "SORDGEN ALREADY COMPLETE TONIGHT - RC 0"
022800     END-IF.
022900 0500-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    1000-INITIALIZE - FIND THE NEXT PROCESSING DAY, OPEN THE
023400*                      FILES AND START THE FEED ENVELOPE
023500******************************************************************
023600 1000-INITIALIZE.
023700     DISPLAY "SORDGEN - STANDING ORDER RUN STARTING".
023800     MOVE "SORDGEN"              TO RSA-PROGRAM-ID.
023900     MOVE 'S'                    TO RSA-FUNCTION.
024000     CALL "RUNSTAT"              USING RUN-STAT-AREA.
024100     PERFORM 1100-FIND-NEXT-PROC-DAY THRU 1100-EXIT.
024200     OPEN I-O    SORD-MASTER.
024300     IF NOT WS-SORD-OK
024400         DISPLAY "SORDMAST OPEN FAILED - STATUS " WS-SORD-STATUS
024500         SET WS-FILE-ERROR       TO TRUE
024600     END-IF.
024700     OPEN INPUT  ACCT-MASTER.
024800     IF NOT WS-AMST-OK
024900         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
025000         SET WS-FILE-ERROR       TO TRUE
025100     END-IF.
025200     OPEN INPUT  ACCOUNT-BALANCE.
025300     IF NOT WS-ACCT-OK
025400         DISPLAY "ACCTBAL OPEN FAILED - STATUS " WS-ACCT-STATUS
025500         SET WS-FILE-ERROR       TO TRUE
025600     END-IF.
025700     OPEN OUTPUT SORD-POST.
025800     MOVE SPACES                 TO FILE-HEADER-RECORD.
025900     MOVE 'HDR'                  TO FH-REC-ID.
026000     MOVE "TRNCODE"              TO FH-FILE-ID.
026100     MOVE WS-NEXT-PROC-DATE      TO FH-BUS-DATE.
026200     MOVE SPACES                 TO SORD-POST-RECORD.
026300     MOVE FILE-HEADER-RECORD     TO SORD-POST-RECORD (1:19).
026400     WRITE SORD-POST-RECORD.
026500     OPEN OUTPUT SORD-FAIL-RPT.
026600     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
026700     MOVE WS-NEXT-PROC-DATE      TO WS-H1-POST-DATE.
026800     WRITE SORD-FAIL-LINE        FROM WS-FAIL-HEADING-1.
026900     WRITE SORD-FAIL-LINE        FROM SPACES.
027000     WRITE SORD-FAIL-LINE        FROM WS-FAIL-HEADING-2.
027100     IF WS-FILE-ERROR
027200         SET WS-EOF              TO TRUE
027300     ELSE
027400         PERFORM 2900-READ-ORDER THRU 2900-EXIT
027500     END-IF.
027600 1000-EXIT.
027700     EXIT.
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
030800*    1100-FIND-NEXT-PROC-DAY - THE FIRST CALENDAR PROCESSING DAY
030900*                              AFTER TONIGHT; THE FEED POSTS
031000*                              THEN, SO ALL DUE UP TO AND ON IT
031100*                              IS RAISED NOW.  WITH NO CALENDAR
031200*                              ENTRY THE NEXT DAY STANDS IN
031300******************************************************************
031400 1100-FIND-NEXT-PROC-DAY.
031500     MOVE ZERO                   TO WS-NEXT-PROC-DATE.
031600     OPEN INPUT CALENDAR-FILE.
031700     IF WS-CAL-OK
031800         PERFORM 1190-READ-CALENDAR THRU 1190-EXIT
031900     ELSE
032000         SET WS-CAL-EOF          TO TRUE
032100     END-IF.
032200     PERFORM 1150-CHECK-ONE-DAY  THRU 1150-EXIT
032300             UNTIL WS-CAL-EOF.
032400     CLOSE CALENDAR-FILE.
032500     IF WS-NEXT-PROC-DATE EQUAL ZERO
032600         MOVE 'A'                TO WS-DU-FUNCTION
032700         MOVE 1                  TO WS-DU-DAYS
032800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
032900                                       WS-BUSINESS-DATE
033000                                       WS-NEXT-PROC-DATE
033100                                       WS-DU-DAYS
033200                                       WS-DU-VALID-SW
033300         DISPLAY "NO LATER PROCESSING DAY ON CALENDAR"
033400     END-IF.
033500     DISPLAY "ORDERS RAISED TO   : " WS-NEXT-PROC-DATE.
033600 1100-EXIT.
033700     EXIT.
033800
033900 1150-CHECK-ONE-DAY.
034000     IF CAL-DATE GREATER THAN WS-BUSINESS-DATE
034100      AND CAL-PROCESSING-DAY
034200         IF WS-NEXT-PROC-DATE EQUAL ZERO
034300          OR CAL-DATE LESS THAN WS-NEXT-PROC-DATE
034400             MOVE CAL-DATE       TO WS-NEXT-PROC-DATE
034500         END-IF
034600     END-IF.
034700     PERFORM 1190-READ-CALENDAR THRU 1190-EXIT.
034800 1150-EXIT.
034900     EXIT.
035000
035100 1190-READ-CALENDAR.
035200     READ CALENDAR-FILE
035300         AT END
035400             SET WS-CAL-EOF TO TRUE
035500     END-READ.
035600 1190-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    2000-PROCESS-ORDER - RAISE (OR FAIL, OR SKIP) EVERY
036100*                         OCCURRENCE OF THE ORDER DUE BY THE NEXT
036200*                         PROCESSING DAY AND REWRITE IT
036300******************************************************************
036400 2000-PROCESS-ORDER.
036500     ADD 1                       TO WS-ORDER-COUNT.
036600     MOVE 'N'                    TO WS-ORDER-CHANGED-SW.
036700     IF SO-ENDED
036800         GO TO 2000-READ-NEXT
036900     END-IF.
037000     PERFORM 2100-ONE-OCCURRENCE THRU 2100-EXIT
037100             UNTIL SO-ENDED
037200                OR SO-NEXT-DUE-DATE > WS-NEXT-PROC-DATE.
037300     IF WS-ORDER-CHANGED
037400         REWRITE STANDING-ORDER-RECORD
037500     END-IF.
037600 2000-READ-NEXT.
037700     PERFORM 2900-READ-ORDER     THRU 2900-EXIT.
037800 2000-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200*    2100-ONE-OCCURRENCE - ONE DUE DATE OF THE ORDER: PAST ITS END
038300*                          DATE IT ENDS, SUSPENDED IT IS SKIPPED,
038400*                          OTHERWISE IT IS PAID OR FAILED; THE DUE
038500*                          DATE THEN ROLLS FORWARD
038600******************************************************************
038700 2100-ONE-OCCURRENCE.
038800     SET WS-ORDER-CHANGED        TO TRUE.
038900     IF SO-END-DATE NOT EQUAL ZERO
039000      AND SO-NEXT-DUE-DATE GREATER THAN SO-END-DATE
039100         SET SO-ENDED            TO TRUE
039200         ADD 1                   TO WS-ENDED-COUNT
039300         GO TO 2100-EXIT
039400     END-IF.
039500     IF SO-SUSPENDED
039600         ADD 1                   TO WS-SKIPPED-COUNT
039700         GO TO 2100-ROLL
039800     END-IF.
039900     PERFORM 2200-CHECK-PAYABLE  THRU 2200-EXIT.
040000     MOVE WS-BUSINESS-DATE       TO SO-LAST-RUN-DATE.
040100     IF WS-PAYABLE
040200         PERFORM 2300-RAISE-TRANSFER THRU 2300-EXIT
040300         SET SO-LAST-PAID        TO TRUE
040400     ELSE
040500         PERFORM 2400-REPORT-FAILURE THRU 2400-EXIT
040600         SET SO-LAST-FAILED      TO TRUE
040700         IF SO-FAIL-COUNT LESS THAN 999
040800             ADD 1               TO SO-FAIL-COUNT
040900         END-IF
041000     END-IF.
041100 2100-ROLL.
041200     PERFORM 2500-ROLL-DUE-DATE  THRU 2500-EXIT.
041300 2100-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    2200-CHECK-PAYABLE - BOTH ACCOUNTS MUST STILL BE OPEN AND THE
041800*                         FROM-ACCOUNT'S BALANCE PLUS OVERDRAFT
041900*                         LIMIT, LESS WHAT TONIGHT'S EARLIER
042000*                         ORDERS HAVE TAKEN, MUST COVER THE
042100*                         AMOUNT
042200******************************************************************
042300 2200-CHECK-PAYABLE.
042400     SET WS-PAYABLE              TO TRUE.
042500     MOVE SO-TO-ACCT             TO AM-ACCT-NO.
042600     READ ACCT-MASTER
042700         INVALID KEY
042800             MOVE SPACE          TO AM-STATUS
042900     END-READ.
043000     IF NOT AM-OPEN
043100         SET WS-NOT-PAYABLE      TO TRUE
043200         MOVE "TO ACCOUNT NOT OPEN" TO WS-FAIL-REASON
043300         GO TO 2200-EXIT
043400     END-IF.
043500     MOVE SO-FROM-ACCT           TO AM-ACCT-NO.
043600     READ ACCT-MASTER
043700         INVALID KEY
043800             MOVE SPACE          TO AM-STATUS
043900     END-READ.
044000     IF NOT AM-OPEN
044100         SET WS-NOT-PAYABLE      TO TRUE
044200         MOVE "FROM ACCOUNT NOT OPEN" TO WS-FAIL-REASON
044300         GO TO 2200-EXIT
044400     END-IF.
044500     MOVE SO-FROM-ACCT           TO AB-ACCT-NO.
044600     READ ACCOUNT-BALANCE
044700         INVALID KEY
044800             MOVE ZERO           TO AB-BALANCE
044900     END-READ.
045000     PERFORM 2250-FIND-COMMITMENT THRU 2250-EXIT.
045100     COMPUTE WS-AVAILABLE = AB-BALANCE + AM-OD-LIMIT.
045200     IF WS-COMMIT-HIT GREATER THAN ZERO
045300         SUBTRACT WS-CM-AMOUNT (WS-COMMIT-HIT) FROM WS-AVAILABLE
045400     END-IF.
045500     IF SO-AMOUNT GREATER THAN WS-AVAILABLE
045600         SET WS-NOT-PAYABLE      TO TRUE
045700         MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
045800     END-IF.
045900 2200-EXIT.
046000     EXIT.
046100
046200 2250-FIND-COMMITMENT.
046300     MOVE ZERO                   TO WS-COMMIT-HIT.
046400     PERFORM 2260-SCAN-ONE-COMMIT THRU 2260-EXIT
046500             VARYING WS-COMMIT-SUB FROM 1 BY 1
046600             UNTIL WS-COMMIT-SUB GREATER THAN WS-COMMIT-COUNT
046700                OR WS-COMMIT-HIT GREATER THAN ZERO.
046800 2250-EXIT.
046900     EXIT.
047000
047100 2260-SCAN-ONE-COMMIT.
047200     IF WS-CM-ACCT-NO (WS-COMMIT-SUB) EQUAL SO-FROM-ACCT
047300         MOVE WS-COMMIT-SUB      TO WS-COMMIT-HIT
047400     END-IF.
047500 2260-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    2300-RAISE-TRANSFER - WRITE THE 'TR' TO THE FEED AND COMMIT
048000*                          THE AMOUNT AGAINST THE FROM-ACCOUNT
048100******************************************************************
048200 2300-RAISE-TRANSFER.
048300     ADD 1                       TO WS-POST-SEQ
048400                                    WS-RAISED-COUNT.
048500     MOVE SPACES                 TO TRN-RECORD.
048600     MOVE WS-POST-SEQ            TO TRN-ID.
048700     SET TRN-TRANSFER            TO TRUE.
048800     MOVE SO-FROM-ACCT           TO TRN-ACCT-NO.
048900     MOVE SO-TO-ACCT             TO TRN-ACCT-TO.
049000     MOVE SO-AMOUNT              TO TRN-AMOUNT.
049100     MOVE ZERO                   TO TRN-INVOICE-NO.
049200     MOVE TRN-RECORD             TO SORD-POST-RECORD.
049300     WRITE SORD-POST-RECORD.
049400     ADD SO-AMOUNT               TO WS-AMOUNT-HASH.
049500     IF WS-COMMIT-HIT EQUAL ZERO
049600         IF WS-COMMIT-COUNT LESS THAN WS-COMMIT-MAX
049700             ADD 1               TO WS-COMMIT-COUNT
049800             MOVE WS-COMMIT-COUNT TO WS-COMMIT-HIT
049900             MOVE SO-FROM-ACCT   TO WS-CM-ACCT-NO (WS-COMMIT-HIT)
050000             MOVE ZERO           TO WS-CM-AMOUNT (WS-COMMIT-HIT)
050100         ELSE
050200             DISPLAY "COMMITMENT TABLE FULL - ACCOUNT "
050300                     SO-FROM-ACCT
050400             GO TO 2300-EXIT
050500         END-IF
050600     END-IF.
050700     ADD SO-AMOUNT               TO WS-CM-AMOUNT (WS-COMMIT-HIT).
050800 2300-EXIT.
050900     EXIT.
051000
051100 2400-REPORT-FAILURE.
051200     ADD 1                       TO WS-FAILED-COUNT.
051300     MOVE SO-ORDER-NO            TO WS-FD-ORDER-NO.
051400     MOVE SO-FROM-ACCT           TO WS-FD-FROM-ACCT.
051500     MOVE SO-TO-ACCT             TO WS-FD-TO-ACCT.
051600     MOVE SO-AMOUNT              TO WS-FD-AMOUNT.
051700     MOVE SO-NEXT-DUE-DATE       TO WS-FD-DUE-DATE.
051800     MOVE WS-FAIL-REASON         TO WS-FD-REASON.
051900     WRITE SORD-FAIL-LINE        FROM WS-FAIL-DETAIL-LINE.
052000 2400-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400*    2500-ROLL-DUE-DATE - WEEKLY AND FORTNIGHTLY ADD DAYS;
052500*                         MONTHLY, QUARTERLY AND ANNUAL ADD
052600*                         MONTHS AND RETURN TO THE ORDER'S OWN
052700*                         DAY, OR THE MONTH'S LAST DAY IF SHORTER
052800******************************************************************
052900 2500-ROLL-DUE-DATE.
053000     EVALUATE TRUE
053100         WHEN SO-WEEKLY
053200             MOVE 7              TO WS-DU-DAYS
053300         WHEN SO-FORTNIGHTLY
053400             MOVE 14             TO WS-DU-DAYS
053500         WHEN SO-MONTHLY
053600             MOVE 1              TO WS-ADD-MONTHS
053700         WHEN SO-QUARTERLY
053800             MOVE 3              TO WS-ADD-MONTHS
053900         WHEN OTHER
054000             MOVE 12             TO WS-ADD-MONTHS
054100     END-EVALUATE.
054200     IF SO-WEEKLY OR SO-FORTNIGHTLY
054300         MOVE 'A'                TO WS-DU-FUNCTION
054400         CALL "DATEUTIL"         USING WS-DU-FUNCTION
054500                                       SO-NEXT-DUE-DATE
054600                                       WS-ROLL-DATE
054700                                       WS-DU-DAYS
054800                                       WS-DU-VALID-SW
054900         MOVE WS-ROLL-DATE       TO SO-NEXT-DUE-DATE
055000         GO TO 2500-EXIT
055100     END-IF.
055200     MOVE SO-NEXT-DUE-DATE       TO WS-ROLL-DATE.
055300     COMPUTE WS-MONTH-WORK = WS-RL-MM + WS-ADD-MONTHS.
055400     IF WS-MONTH-WORK GREATER THAN 12
055500         SUBTRACT 12             FROM WS-MONTH-WORK
055600         ADD 1                   TO WS-RL-YYYY
055700     END-IF.
055800     MOVE WS-MONTH-WORK          TO WS-RL-MM.
055900     PERFORM 2550-MONTH-LENGTH   THRU 2550-EXIT.
056000     IF SO-DUE-DAY GREATER THAN WS-MONTH-LENGTH
056100         MOVE WS-MONTH-LENGTH    TO WS-RL-DD
056200     ELSE
056300         MOVE SO-DUE-DAY         TO WS-RL-DD
056400     END-IF.
056500     MOVE WS-ROLL-DATE           TO SO-NEXT-DUE-DATE.
056600 2500-EXIT.
056700     EXIT.
056800
056900 2550-MONTH-LENGTH.
057000     MOVE WS-MONTH-DAYS (WS-RL-MM) TO WS-MONTH-LENGTH.
057100     IF WS-RL-MM NOT EQUAL 2
057200         GO TO 2550-EXIT
057300     END-IF.
057400     DIVIDE WS-RL-YYYY BY 4   GIVING WS-LEAP-QUOT
057500             REMAINDER WS-LEAP-REM-4.
057600     DIVIDE WS-RL-YYYY BY 100 GIVING WS-LEAP-QUOT
057700             REMAINDER WS-LEAP-REM-100.
057800     DIVIDE WS-RL-YYYY BY 400 GIVING WS-LEAP-QUOT
057900             REMAINDER WS-LEAP-REM-400.
058000     IF WS-LEAP-REM-4 EQUAL ZERO
058100      AND (WS-LEAP-REM-100 NOT EQUAL ZERO
058200           OR WS-LEAP-REM-400 EQUAL ZERO)
058300         MOVE 29                 TO WS-MONTH-LENGTH
058400     END-IF.
058500 2550-EXIT.
058600     EXIT.
058700
058800 2900-READ-ORDER.
058900     READ SORD-MASTER NEXT RECORD
059000         AT END
059100             SET WS-EOF TO TRUE
059200     END-READ.
059300 2900-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700*    9000-TERMINATE - CLOSE THE FEED ENVELOPE, PRINT THE TOTALS,
059800*                     CLOSE FILES AND MARK THE STEP COMPLETE
059900******************************************************************
060000 9000-TERMINATE.
060100     MOVE SPACES                 TO FILE-TRAILER-RECORD.
060200     MOVE 'TRL'                  TO FT-REC-ID.
060300     MOVE WS-RAISED-COUNT        TO FT-REC-COUNT.
060400     MOVE WS-AMOUNT-HASH         TO FT-AMOUNT-HASH.
060500     MOVE SPACES                 TO SORD-POST-RECORD.
060600     MOVE FILE-TRAILER-RECORD    TO SORD-POST-RECORD (1:23).
060700     WRITE SORD-POST-RECORD.
060800     WRITE SORD-FAIL-LINE        FROM SPACES.
060900     MOVE "STANDING ORDERS READ  : " TO WS-TL-LABEL.
061000     MOVE WS-ORDER-COUNT         TO WS-TL-COUNT.
061100     WRITE SORD-FAIL-LINE        FROM WS-TOTAL-LINE.
061200     MOVE "TRANSFERS RAISED      : " TO WS-TL-LABEL.
061300     MOVE WS-RAISED-COUNT        TO WS-TL-COUNT.
061400     WRITE SORD-FAIL-LINE        FROM WS-TOTAL-LINE.
061500     MOVE "PAYMENTS FAILED       : " TO WS-TL-LABEL.
061600     MOVE WS-FAILED-COUNT        TO WS-TL-COUNT.
061700     WRITE SORD-FAIL-LINE        FROM WS-TOTAL-LINE.
061800     MOVE "SKIPPED (SUSPENDED)   : " TO WS-TL-LABEL.
061900     MOVE WS-SKIPPED-COUNT       TO WS-TL-COUNT.
062000     WRITE SORD-FAIL-LINE        FROM WS-TOTAL-LINE.
062100     MOVE "ORDERS ENDED          : " TO WS-TL-LABEL.
062200     MOVE WS-ENDED-COUNT         TO WS-TL-COUNT.
062300     WRITE SORD-FAIL-LINE        FROM WS-TOTAL-LINE.
062400     DISPLAY "STANDING ORDERS READ  : " WS-ORDER-COUNT.
062500     DISPLAY "TRANSFERS RAISED      : " WS-RAISED-COUNT.
062600     DISPLAY "PAYMENTS FAILED       : " WS-FAILED-COUNT.
062700     DISPLAY "SKIPPED (SUSPENDED)   : " WS-SKIPPED-COUNT.
062800     DISPLAY "ORDERS ENDED          : " WS-ENDED-COUNT.
062900     CLOSE SORD-MASTER.
063000     CLOSE ACCT-MASTER.
063100     CLOSE ACCOUNT-BALANCE.
063200     CLOSE SORD-POST.
063300     CLOSE SORD-FAIL-RPT.
063400     IF WS-FAILED-COUNT > ZERO
063500         MOVE 4                  TO RETURN-CODE
063600     END-IF.
063700     IF WS-FILE-ERROR
063800         MOVE 8                  TO RETURN-CODE
063900     END-IF.
064000     MOVE 'E'                    TO RSA-FUNCTION.
064100     MOVE WS-ORDER-COUNT         TO RSA-READ-COUNT.
064200     MOVE WS-RAISED-COUNT        TO RSA-WRITTEN-COUNT.
064300     MOVE WS-FAILED-COUNT        TO RSA-REJECT-COUNT.
064400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
064500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
064600     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
064700     IF RETURN-CODE < 8
064800         MOVE 'M'                TO WS-SC-FUNCTION
064900         CALL "STEPCTL"          USING WS-SC-FUNCTION
065000                                       WS-SC-PROGRAM
065100                                       WS-BUSINESS-DATE
065200                                       WS-SC-DONE-SW
065300     END-IF.
065400 9000-EXIT.
065500     EXIT.
065600
065700 9999-EXIT.
065800     STOP RUN.
