000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 REFSWEEP.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - WEEKLY CROSS-MASTER
001200*                     REFERENCE CODE INTEGRITY SWEEP.  RUNS EVERY
001300*                     NIGHT BUT SWEEPS ONLY ON THE LAST PROCESSING
001400*                     DAY OF THE WEEK (MONDAY TO SUNDAY) ON THE
001500*                     PROCESSING CALENDAR, OR WHEN A REFSPRM CARD
001600*                     OF 'Y' ASKS FOR IT.  THE MASTERS AND THE
001700*                     REFERENCE FILES THEY ARE SWEPT AGAINST -
001800*                       EMPMAST  DEPTMAST (NOT ON FILE/INACTIVE)
001900*                                PAYGRADE (NOT ON FILE/INACTIVE)
002000*                       CUSTADDR PINCREF, CNTRYREF (NOT ON FILE)
002100*                       RSLTMAST SUBJREF (NOT ON FILE/INACTIVE)
002200*                                STUMAST  (NOT ON FILE)
002300*                       ACCTMST  CUSTNMM  (NOT ON FILE)
002400*                       ORDMAST  CUSTNMM  (NOT ON FILE)
002500*                       GARNMAST EMPMAST  (NOT ON FILE, OR A LIVE
002600*                                ORDER ON A TERMINATED EMPLOYEE)
002700*                       BRMAST   BRREGION (NOT ON FILE)
002800*                     ONLY LIVE RECORDS ARE SWEPT - TERMINATED
002900*                     EMPLOYEES, CLOSED ACCOUNTS AND ORDERS,
003000*                     STOPPED GARNISHMENTS AND CLOSED BRANCHES ARE
003100*                     PASSED OVER.  EVERY BAD REFERENCE IS SORTED
003200*                     AND LISTED ON REFSWRPT GROUPED BY REFERENCE
003300*                     FILE, WITH A COUNT PER CODE.  RC 4 WHEN ONLY
003400*                     INACTIVE CODES ARE REFERENCED, RC 8 WHEN ANY
003500*                     CODE IS NOT ON FILE OR A FILE WILL NOT OPEN.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.            IBM-370.
004000 OBJECT-COMPUTER.            IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS WS-BDAT-STATUS.
004600     SELECT OPTIONAL SWEEP-PARM ASSIGN TO "REFSPRM"
004700                             ORGANIZATION IS LINE SEQUENTIAL
004800                             FILE STATUS IS WS-PARM-STATUS.
004900     SELECT CALENDAR-FILE    ASSIGN TO "CALENDAR"
005000                             ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
005200                             ORGANIZATION IS INDEXED
005300                             ACCESS MODE IS DYNAMIC
005400                             RECORD KEY IS EMP-ID
005500                             FILE STATUS IS WS-EMP-STATUS.
005600     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
005700                             ORGANIZATION IS INDEXED
005800                             ACCESS MODE IS SEQUENTIAL
005900                             RECORD KEY IS CA-ADDR-KEY
006000                             ALTERNATE RECORD KEY IS CA-PIN-CODE
006100                                 WITH DUPLICATES
006200                             FILE STATUS IS WS-ADDR-STATUS.
006300     SELECT RESULT-MASTER    ASSIGN TO "RSLTMAST"
006400                             ORGANIZATION IS INDEXED
006500                             ACCESS MODE IS SEQUENTIAL
006600                             RECORD KEY IS RM-RESULT-KEY
006700                             FILE STATUS IS WS-RSLT-STATUS.
006800     SELECT ACCT-MASTER      ASSIGN TO "ACCTMST"
006900                             ORGANIZATION IS INDEXED
007000                             ACCESS MODE IS SEQUENTIAL
007100                             RECORD KEY IS AM-ACCT-NO
007200                             FILE STATUS IS WS-AMST-STATUS.
007300     SELECT ORDER-MASTER     ASSIGN TO "ORDMAST"
007400                             ORGANIZATION IS LINE SEQUENTIAL
007500                             FILE STATUS IS WS-ORD-STATUS.
007600     SELECT GARN-ORDER-MASTER ASSIGN TO "GARNMAST"
007700                             ORGANIZATION IS INDEXED
007800                             ACCESS MODE IS SEQUENTIAL
007900                             RECORD KEY IS GO-ORDER-KEY
008000                             FILE STATUS IS WS-GARN-STATUS.
008100     SELECT BRANCH-MASTER    ASSIGN TO "BRMAST"
008200                             ORGANIZATION IS INDEXED
008300                             ACCESS MODE IS SEQUENTIAL
008400                             RECORD KEY IS BM-BRANCH-CODE
008500                             FILE STATUS IS WS-BRMAST-STATUS.
008600     SELECT DEPT-MASTER      ASSIGN TO "DEPTMAST"
008700                             ORGANIZATION IS INDEXED
008800                             ACCESS MODE IS RANDOM
008900                             RECORD KEY IS DP-DEPT-CODE
009000                             FILE STATUS IS WS-DEPT-STATUS.
009100     SELECT PAY-GRADE-MASTER ASSIGN TO "PAYGRADE"
009200                             ORGANIZATION IS INDEXED
009300                             ACCESS MODE IS RANDOM
009400                             RECORD KEY IS PG-GRADE-CODE
009500                             FILE STATUS IS WS-GRADE-STATUS.
009600     SELECT PIN-REF-FILE     ASSIGN TO "PINCREF"
009700                             ORGANIZATION IS INDEXED
009800                             ACCESS MODE IS RANDOM
009900                             RECORD KEY IS PR-PIN-CODE
010000                             FILE STATUS IS WS-PIN-STATUS.
010100     SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
010200                             ORGANIZATION IS INDEXED
010300                             ACCESS MODE IS RANDOM
010400                             RECORD KEY IS CN-COUNTRY-CODE
010500                             FILE STATUS IS WS-CNTRY-STATUS.
010600     SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
010700                             ORGANIZATION IS INDEXED
010800                             ACCESS MODE IS RANDOM
010900                             RECORD KEY IS SB-SUBJECT-CODE
011000                             FILE STATUS IS WS-SUBJ-STATUS.
011100     SELECT STUDENT-MASTER   ASSIGN TO "STUMAST"
011200                             ORGANIZATION IS INDEXED
011300                             ACCESS MODE IS RANDOM
011400                             RECORD KEY IS SM-STUDENT-ID
011500                             FILE STATUS IS WS-STU-STATUS.
011600     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
011700                             ORGANIZATION IS LINE SEQUENTIAL
011800                             FILE STATUS IS WS-CNM-STATUS.
011900     SELECT BRANCH-REGION    ASSIGN TO "BRREGION"
012000                             ORGANIZATION IS LINE SEQUENTIAL
012100                             FILE STATUS IS WS-BREG-STATUS.
012200     SELECT SWEEP-REPORT     ASSIGN TO "REFSWRPT"
012300                             ORGANIZATION IS LINE SEQUENTIAL.
012400     SELECT EXCP-SORT        ASSIGN TO "SORTWK".
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  BUS-DATE-FILE
012900     RECORDING MODE IS F.
013000     COPY BUSDATE.
013100
013200 FD  SWEEP-PARM
013300     RECORDING MODE IS F.
013400 01  SWEEP-PARM-RECORD.
013500     05  SP-FORCE-SW             PIC X(01).
013600         88  SP-FORCE-SWEEP              VALUE 'Y'.
013700
013800 FD  CALENDAR-FILE
013900     RECORDING MODE IS F.
014000     COPY CALREC.
014100
014200 FD  EMPLOYEE-MASTER.
014300     COPY EMPREC.
014400
014500 FD  CUSTOMER-ADDR-MASTER.
014600     COPY ADDRMAST.
014700
014800 FD  RESULT-MASTER.
014900     COPY RSLTMAST.
015000
015100 FD  ACCT-MASTER.
015200     COPY ACCTMST.
015300
015400 FD  ORDER-MASTER
015500     RECORDING MODE IS F.
015600     COPY ORDMAST.
015700
015800 FD  GARN-ORDER-MASTER.
015900     COPY GARNMAST.
016000
016100 FD  BRANCH-MASTER.
016200     COPY BRMAST.
016300
016400 FD  DEPT-MASTER.
016500     COPY DEPTMAST.
016600
016700 FD  PAY-GRADE-MASTER.
016800     COPY PAYGRADE.
016900
017000 FD  PIN-REF-FILE.
017100     COPY PINCREF.
017200
017300 FD  COUNTRY-REF-FILE.
017400     COPY CNTRYREF.
017500
017600 FD  SUBJECT-REF-FILE.
017700     COPY SUBJREF.
017800
017900 FD  STUDENT-MASTER.
018000     COPY STUMAST.
018100
018200 FD  CUST-NAME-MASTER
018300     RECORDING MODE IS F.
018400     COPY CUSTNMM.
018500
018600 FD  BRANCH-REGION
018700     RECORDING MODE IS F.
018800     COPY BRREGION.
018900
019000 FD  SWEEP-REPORT
019100     RECORDING MODE IS F.
019200 01  SWEEP-RPT-LINE              PIC X(80).
019300
019400*    ONE BAD REFERENCE - SORTED BY REFERENCE FILE, CODE, MASTER
019500 SD  EXCP-SORT.
019600 01  SORT-RECORD.
019700     05  SX-REF-FILE             PIC X(08).
019800     05  SX-REF-CODE             PIC X(08).
019900     05  SX-MASTER               PIC X(08).
020000     05  SX-MASTER-KEY           PIC X(14).
020100     05  SX-FIELD                PIC X(12).
020200     05  SX-CONDITION            PIC X(01).
020300         88  SX-NOT-ON-FILE              VALUE 'M'.
020400         88  SX-INACTIVE                 VALUE 'I'.
020500
020600 WORKING-STORAGE SECTION.
020700 01  WS-BDAT-STATUS              PIC X(02).
020800     88  WS-BDAT-OK                      VALUE "00".
020900 01  WS-PARM-STATUS              PIC X(02).
021000     88  WS-PARM-OK                      VALUE "00".
021100 01  WS-EMP-STATUS               PIC X(02).
021200     88  WS-EMP-OK                       VALUE "00".
021300 01  WS-ADDR-STATUS              PIC X(02).
021400     88  WS-ADDR-OK                      VALUE "00".
021500 01  WS-RSLT-STATUS              PIC X(02).
021600     88  WS-RSLT-OK                      VALUE "00".
021700 01  WS-AMST-STATUS              PIC X(02).
021800     88  WS-AMST-OK                      VALUE "00".
021900 01  WS-ORD-STATUS               PIC X(02).
022000     88  WS-ORD-OK                       VALUE "00".
022100 01  WS-GARN-STATUS              PIC X(02).
022200     88  WS-GARN-OK                      VALUE "00".
022300 01  WS-BRMAST-STATUS            PIC X(02).
022400     88  WS-BRMAST-OK                    VALUE "00".
022500 01  WS-DEPT-STATUS              PIC X(02).
022600     88  WS-DEPT-OK                      VALUE "00".
022700 01  WS-GRADE-STATUS             PIC X(02).
022800     88  WS-GRADE-OK                     VALUE "00".
022900 01  WS-PIN-STATUS               PIC X(02).
023000     88  WS-PIN-OK                       VALUE "00".
023100 01  WS-CNTRY-STATUS             PIC X(02).
023200     88  WS-CNTRY-OK                     VALUE "00".
023300 01  WS-SUBJ-STATUS              PIC X(02).
023400     88  WS-SUBJ-OK                      VALUE "00".
023500 01  WS-STU-STATUS               PIC X(02).
023600     88  WS-STU-OK                       VALUE "00".
023700 01  WS-CNM-STATUS               PIC X(02).
023800     88  WS-CNM-OK                       VALUE "00".
023900 01  WS-BREG-STATUS              PIC X(02).
024000     88  WS-BREG-OK                      VALUE "00".
024100
024200 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
024300 01  WS-DU-FUNCTION              PIC X(01).
024400 01  WS-DU-DATE-2                PIC 9(08).
024500 01  WS-DU-DAYS                  PIC S9(05).
024600 01  WS-DU-VALID-SW              PIC X(01).
024700
024800*    THE WEEK RUNS MONDAY TO SUNDAY - 2000-01-03 WAS A MONDAY
024900 01  WS-KNOWN-MONDAY             PIC 9(08)   VALUE 20000103.
025000 01  WS-WEEK-END-DATE            PIC 9(08)   VALUE ZERO.
025100 77  WS-WEEK-NO                  PIC 9(05)   COMP.
025200 77  WS-WEEK-DAY                 PIC 9(01)   COMP.
025300
025400 01  WS-SWITCHES.
025500     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
025600         88  WS-EOF                          VALUE 'Y'.
025700     05  WS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
025800         88  WS-CAL-EOF                      VALUE 'Y'.
025900     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
026000         88  WS-SORT-EOF                     VALUE 'Y'.
026100     05  WS-LATER-DAY-SW         PIC X(01)   VALUE 'N'.
026200         88  WS-LATER-DAY-FOUND              VALUE 'Y'.
026300     05  WS-FORCE-SW             PIC X(01)   VALUE 'N'.
026400         88  WS-FORCED                       VALUE 'Y'.
026500     05  WS-SWEEP-SW             PIC X(01)   VALUE 'N'.
026600         88  WS-SWEEP-TONIGHT                VALUE 'Y'.
026700     05  WS-FILE-STARTED-SW      PIC X(01)   VALUE 'N'.
026800         88  WS-FILE-STARTED                 VALUE 'Y'.
026900     05  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
027000         88  WS-FOUND                        VALUE 'Y'.
027100*    WHICH REFERENCE FILES OPENED - A CHECK AGAINST ONE THAT DID
027200*    NOT IS SKIPPED (AND THE OPEN FAILURE ALREADY RAISES RC 8)
027300     05  WS-DEPT-REF-SW          PIC X(01)   VALUE 'N'.
027400         88  WS-DEPT-REF-PRESENT             VALUE 'Y'.
027500     05  WS-GRADE-REF-SW         PIC X(01)   VALUE 'N'.
027600         88  WS-GRADE-REF-PRESENT            VALUE 'Y'.
027700     05  WS-PIN-REF-SW           PIC X(01)   VALUE 'N'.
027800         88  WS-PIN-REF-PRESENT              VALUE 'Y'.
027900     05  WS-CNTRY-REF-SW         PIC X(01)   VALUE 'N'.
028000         88  WS-CNTRY-REF-PRESENT            VALUE 'Y'.
028100     05  WS-SUBJ-REF-SW          PIC X(01)   VALUE 'N'.
028200         88  WS-SUBJ-REF-PRESENT             VALUE 'Y'.
028300     05  WS-STU-REF-SW           PIC X(01)   VALUE 'N'.
028400         88  WS-STU-REF-PRESENT              VALUE 'Y'.
028500     05  WS-CNM-REF-SW           PIC X(01)   VALUE 'N'.
028600         88  WS-CNM-REF-PRESENT              VALUE 'Y'.
028700     05  WS-BREG-REF-SW          PIC X(01)   VALUE 'N'.
028800         88  WS-BREG-REF-PRESENT             VALUE 'Y'.
028900     05  WS-EMP-REF-SW           PIC X(01)   VALUE 'N'.
029000         88  WS-EMP-REF-PRESENT              VALUE 'Y'.
029100
029200*    CUSTOMER IDS FROM THE SEQUENTIAL CUSTNMM NAME MASTER
029300 77  WS-CUST-MAX                 PIC 9(03)   COMP    VALUE 500.
029400 77  WS-CUST-COUNT               PIC 9(03)   COMP    VALUE ZERO.
029500 77  WS-CUST-SUB                 PIC 9(03)   COMP.
029600 01  WS-CUST-TABLE.
029700     05  WS-CUST-ID              OCCURS 500 TIMES PIC 9(05).
029800 01  WS-CHK-CUST-ID              PIC 9(05).
029900
030000*    BRANCHES WITH A REGION ON THE SEQUENTIAL BRREGION FILE
030100 77  WS-BREG-MAX                 PIC 9(03)   COMP    VALUE 200.
030200 77  WS-BREG-COUNT               PIC 9(03)   COMP    VALUE ZERO.
030300 77  WS-BREG-SUB                 PIC 9(03)   COMP.
030400 01  WS-BREG-TABLE.
030500     05  WS-BREG-BRANCH          OCCURS 200 TIMES PIC X(03).
030600
030700 77  WS-SWEPT-COUNT              PIC 9(07)   COMP    VALUE ZERO.
030800 77  WS-EXCP-COUNT               PIC 9(07)   COMP    VALUE ZERO.
030900 77  WS-NOT-ON-FILE-COUNT        PIC 9(07)   COMP    VALUE ZERO.
031000 77  WS-INACTIVE-COUNT           PIC 9(07)   COMP    VALUE ZERO.
031100 77  WS-OPEN-FAIL-COUNT          PIC 9(03)   COMP    VALUE ZERO.
031200 77  WS-CODE-REF-COUNT           PIC 9(05)   COMP    VALUE ZERO.
031300 77  WS-FILE-REF-COUNT           PIC 9(05)   COMP    VALUE ZERO.
031400 77  WS-FILE-CODE-COUNT          PIC 9(05)   COMP    VALUE ZERO.
031500
031600 01  WS-PREV-REF-FILE            PIC X(08).
031700 01  WS-PREV-REF-CODE            PIC X(08).
031800
031900 01  WS-RPT-HEADING-1.
032000     05  FILLER                  PIC X(40)   VALUE
032100         "REFERENCE CODE INTEGRITY SWEEP".
032200     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
032300     05  WS-H1-DATE              PIC 9(08).
032400
032500 01  WS-RPT-FILE-HEADING.
032600     05  FILLER                  PIC X(16)   VALUE
032700         "REFERENCE FILE: ".
032800     05  WS-FH-REF-FILE          PIC X(08).
032900
033000 01  WS-RPT-COLUMN-HEADING.
033100     05  FILLER                  PIC X(12)   VALUE "  CODE".
033200     05  FILLER                  PIC X(14)   VALUE "PROBLEM".
033300     05  FILLER                  PIC X(10)   VALUE "MASTER".
033400     05  FILLER                  PIC X(16)   VALUE "RECORD KEY".
033500     05  FILLER                  PIC X(12)   VALUE "FIELD".
033600
033700 01  WS-RPT-DETAIL-LINE.
033800     05  FILLER                  PIC X(02)   VALUE SPACES.
033900     05  WS-RD-REF-CODE          PIC X(08).
034000     05  FILLER                  PIC X(02)   VALUE SPACES.
034100     05  WS-RD-PROBLEM           PIC X(12).
034200     05  FILLER                  PIC X(02)   VALUE SPACES.
034300     05  WS-RD-MASTER            PIC X(08).
034400     05  FILLER                  PIC X(02)   VALUE SPACES.
034500     05  WS-RD-MASTER-KEY        PIC X(14).
034600     05  FILLER                  PIC X(02)   VALUE SPACES.
034700     05  WS-RD-FIELD             PIC X(12).
034800
034900 01  WS-RPT-CODE-LINE.
035000     05  FILLER                  PIC X(12)   VALUE SPACES.
035100     05  FILLER                  PIC X(05)   VALUE "CODE ".
035200     05  WS-RC-REF-CODE          PIC X(08).
035300     05  FILLER                  PIC X(14)   VALUE
035400         " REFERENCES: ".
035500     05  WS-RC-COUNT             PIC ZZZZ9.
035600
035700 01  WS-RPT-FILE-TOTAL-LINE.
035800     05  FILLER                  PIC X(02)   VALUE SPACES.
035900     05  WS-RF-REF-FILE          PIC X(08).
036000     05  FILLER                  PIC X(08)   VALUE " CODES: ".
036100     05  WS-RF-CODES             PIC ZZZZ9.
036200     05  FILLER                  PIC X(15)   VALUE
036300         "  REFERENCES: ".
036400     05  WS-RF-REFS              PIC ZZZZ9.
036500
036600 01  WS-RPT-TOTAL-LINE.
036700     05  FILLER                  PIC X(16)   VALUE
036800         "RECORDS SWEPT:  ".
036900     05  WS-RT-SWEPT             PIC ZZZZZZ9.
037000     05  FILLER                  PIC X(15)   VALUE
037100         "  NOT ON FILE: ".
037200     05  WS-RT-NOT-ON-FILE       PIC ZZZZZZ9.
037300     05  FILLER                  PIC X(12)   VALUE
037400         "  INACTIVE: ".
037500     05  WS-RT-INACTIVE          PIC ZZZZZZ9.
037600
037700 01  WS-RPT-CLEAN-LINE.
037800     05  FILLER                  PIC X(40)   VALUE
037900         "NO DANGLING OR INACTIVE REFERENCES".
038000
038100     COPY RUNSTAT.
038200
038300 PROCEDURE DIVISION.
038400 0000-MAINLINE.
038500     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
038600     IF WS-SWEEP-TONIGHT
038700         SORT EXCP-SORT
038800             ON ASCENDING KEY SX-REF-FILE
038900                              SX-REF-CODE
039000                              SX-MASTER
039100                              SX-MASTER-KEY
039200             INPUT PROCEDURE IS 2000-SWEEP-MASTERS
039300                           THRU 2000-EXIT
039400             OUTPUT PROCEDURE IS 3000-PRINT-EXCEPTIONS
039500                            THRU 3000-EXIT
039600     END-IF.
039700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
039800     GO TO 9999-EXIT.
039900
040000******************************************************************
040100*    1000-INITIALIZE - DECIDE WHETHER TONIGHT IS THE WEEKLY SWEEP;
040200*                      ANY OTHER NIGHT THE STEP EXITS CLEAN
040300******************************************************************
040400 1000-INITIALIZE.
040500     DISPLAY "REFSWEEP - REFERENCE CODE INTEGRITY SWEEP STARTING".
040600     MOVE "REFSWEEP"             TO RSA-PROGRAM-ID.
040700     MOVE 'S'                    TO RSA-FUNCTION.
040800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
040900     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
041000     PERFORM 1100-READ-SWEEP-PARM THRU 1100-EXIT.
041100     PERFORM 1200-SET-WEEK-END THRU 1200-EXIT.
041200     PERFORM 1300-SCAN-CALENDAR THRU 1300-EXIT.
041300     IF WS-LATER-DAY-FOUND
041400      AND NOT WS-FORCED
041500         DISPLAY "NOT THE LAST PROCESSING DAY OF THE WEEK - "
041600                 "NO SWEEP TONIGHT"
041700         GO TO 1000-EXIT
041800     END-IF.
041900     SET WS-SWEEP-TONIGHT        TO TRUE.
042000     PERFORM 1400-OPEN-REFERENCES THRU 1400-EXIT.
042100     PERFORM 1500-LOAD-CUST-TABLE THRU 1500-EXIT.
042200     PERFORM 1600-LOAD-BREG-TABLE THRU 1600-EXIT.
042300     OPEN OUTPUT SWEEP-REPORT.
042400     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
042500     WRITE SWEEP-RPT-LINE        FROM WS-RPT-HEADING-1.
042600 1000-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    1100-READ-SWEEP-PARM - AN OPTIONAL ONE-CARD FILE; 'Y' SWEEPS
043100*                           TONIGHT WHATEVER THE DAY OF THE WEEK
043200******************************************************************
043300 1100-READ-SWEEP-PARM.
043400     OPEN INPUT SWEEP-PARM.
043500     IF WS-PARM-OK
043600         READ SWEEP-PARM
043700             AT END
043800                 CONTINUE
043900             NOT AT END
044000                 IF SP-FORCE-SWEEP
044100                     SET WS-FORCED   TO TRUE
044200                 END-IF
044300         END-READ
044400     END-IF.
044500     CLOSE SWEEP-PARM.
044600 1100-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000*    1200-SET-WEEK-END - THE SUNDAY THAT CLOSES THE BUSINESS
045100*                        DATE'S WEEK
045200******************************************************************
045300 1200-SET-WEEK-END.
045400     MOVE 'D'                    TO WS-DU-FUNCTION.
045500     CALL "DATEUTIL"             USING WS-DU-FUNCTION
045600                                       WS-BUSINESS-DATE
045700                                       WS-KNOWN-MONDAY
045800                                       WS-DU-DAYS
045900                                       WS-DU-VALID-SW.
046000     IF WS-DU-DAYS < ZERO
046100         MOVE ZERO               TO WS-DU-DAYS
046200     END-IF.
046300     DIVIDE WS-DU-DAYS BY 7      GIVING WS-WEEK-NO
046400                                 REMAINDER WS-WEEK-DAY.
046500     COMPUTE WS-DU-DAYS = 6 - WS-WEEK-DAY.
046600     MOVE 'A'                    TO WS-DU-FUNCTION.
046700     CALL "DATEUTIL"             USING WS-DU-FUNCTION
046800                                       WS-BUSINESS-DATE
046900                                       WS-WEEK-END-DATE
047000                                       WS-DU-DAYS
047100                                       WS-DU-VALID-SW.
047200 1200-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600*    1300-SCAN-CALENDAR - LOOK FOR A LATER PROCESSING DAY IN THE
047700*                         SAME WEEK
047800******************************************************************
047900 1300-SCAN-CALENDAR.
048000     OPEN INPUT CALENDAR-FILE.
048100     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT.
048200     PERFORM 1350-CHECK-ONE-DATE THRU 1350-EXIT
048300             UNTIL WS-CAL-EOF.
048400     CLOSE CALENDAR-FILE.
048500 1300-EXIT.
048600     EXIT.
048700
048800 1350-CHECK-ONE-DATE.
048900     IF CAL-DATE GREATER THAN WS-BUSINESS-DATE
049000      AND CAL-DATE NOT GREATER THAN WS-WEEK-END-DATE
049100      AND CAL-PROCESSING-DAY
049200         SET WS-LATER-DAY-FOUND  TO TRUE
049300     END-IF.
049400     PERFORM 1390-READ-CALENDAR THRU 1390-EXIT.
049500 1350-EXIT.
049600     EXIT.
049700
049800 1390-READ-CALENDAR.
049900     READ CALENDAR-FILE
050000         AT END
050100             SET WS-CAL-EOF TO TRUE
050200     END-READ.
050300 1390-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    1400-OPEN-REFERENCES - OPEN THE KEYED REFERENCE FILES; ONE
050800*                           THAT WILL NOT OPEN IS NOTED AND ITS
050900*                           CHECK SKIPPED
051000******************************************************************
051100 1400-OPEN-REFERENCES.
051200     OPEN INPUT DEPT-MASTER.
051300     IF WS-DEPT-OK
051400         SET WS-DEPT-REF-PRESENT TO TRUE
051500     ELSE
051600         DISPLAY "DEPTMAST OPEN FAILED - STATUS " WS-DEPT-STATUS
051700         ADD 1                   TO WS-OPEN-FAIL-COUNT
051800     END-IF.
051900     OPEN INPUT PAY-GRADE-MASTER.
052000     IF WS-GRADE-OK
052100         SET WS-GRADE-REF-PRESENT TO TRUE
052200     ELSE
052300         DISPLAY "PAYGRADE OPEN FAILED - STATUS " WS-GRADE-STATUS
052400         ADD 1                   TO WS-OPEN-FAIL-COUNT
052500     END-IF.
052600     OPEN INPUT PIN-REF-FILE.
052700     IF WS-PIN-OK
052800         SET WS-PIN-REF-PRESENT  TO TRUE
052900     ELSE
053000         DISPLAY "PINCREF OPEN FAILED - STATUS " WS-PIN-STATUS
053100         ADD 1                   TO WS-OPEN-FAIL-COUNT
053200     END-IF.
053300     OPEN INPUT COUNTRY-REF-FILE.
053400     IF WS-CNTRY-OK
053500         SET WS-CNTRY-REF-PRESENT TO TRUE
053600     ELSE
053700         DISPLAY "CNTRYREF OPEN FAILED - STATUS " WS-CNTRY-STATUS
053800         ADD 1                   TO WS-OPEN-FAIL-COUNT
053900     END-IF.
054000     OPEN INPUT SUBJECT-REF-FILE.
054100     IF WS-SUBJ-OK
054200         SET WS-SUBJ-REF-PRESENT TO TRUE
054300     ELSE
054400         DISPLAY "SUBJREF OPEN FAILED - STATUS " WS-SUBJ-STATUS
054500         ADD 1                   TO WS-OPEN-FAIL-COUNT
054600     END-IF.
054700     OPEN INPUT STUDENT-MASTER.
054800     IF WS-STU-OK
054900         SET WS-STU-REF-PRESENT  TO TRUE
055000     ELSE
055100         DISPLAY "STUMAST OPEN FAILED - STATUS " WS-STU-STATUS
055200         ADD 1                   TO WS-OPEN-FAIL-COUNT
055300     END-IF.
055400 1400-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800*    1500-LOAD-CUST-TABLE - TABLE THE CUSTNMM CUSTOMER IDS
055900******************************************************************
056000 1500-LOAD-CUST-TABLE.
056100     OPEN INPUT CUST-NAME-MASTER.
056200     IF NOT WS-CNM-OK
056300         DISPLAY "CUSTNMM OPEN FAILED - STATUS " WS-CNM-STATUS
056400         ADD 1                   TO WS-OPEN-FAIL-COUNT
056500         GO TO 1500-EXIT
056600     END-IF.
056700     SET WS-CNM-REF-PRESENT      TO TRUE.
056800     MOVE 'N'                    TO WS-EOF-SW.
056900     PERFORM 1590-READ-CUST THRU 1590-EXIT.
057000     PERFORM 1550-TABLE-ONE-CUST THRU 1550-EXIT
057100             UNTIL WS-EOF.
057200     CLOSE CUST-NAME-MASTER.
057300 1500-EXIT.
057400     EXIT.
057500
057600 1550-TABLE-ONE-CUST.
057700     IF WS-CUST-COUNT LESS THAN WS-CUST-MAX
057800         ADD 1                   TO WS-CUST-COUNT
057900         MOVE CNM-CUST-ID        TO WS-CUST-ID (WS-CUST-COUNT)
058000     ELSE
058100         DISPLAY "CUSTOMER TABLE FULL - CUSTOMER " CNM-CUST-ID
058200                 " NOT TABLED"
058300     END-IF.
058400     PERFORM 1590-READ-CUST THRU 1590-EXIT.
058500 1550-EXIT.
058600     EXIT.
058700
058800 1590-READ-CUST.
058900     READ CUST-NAME-MASTER
059000         AT END
059100             SET WS-EOF TO TRUE
059200     END-READ.
059300 1590-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700*    1600-LOAD-BREG-TABLE - TABLE THE BRANCHES BRREGION PLACES IN
059800*                           A REGION
059900******************************************************************
060000 1600-LOAD-BREG-TABLE.
060100     OPEN INPUT BRANCH-REGION.
060200     IF NOT WS-BREG-OK
060300         DISPLAY "BRREGION OPEN FAILED - STATUS " WS-BREG-STATUS
060400         ADD 1                   TO WS-OPEN-FAIL-COUNT
060500         GO TO 1600-EXIT
060600     END-IF.
060700     SET WS-BREG-REF-PRESENT     TO TRUE.
060800     MOVE 'N'                    TO WS-EOF-SW.
060900     PERFORM 1690-READ-BREG THRU 1690-EXIT.
061000     PERFORM 1650-TABLE-ONE-BREG THRU 1650-EXIT
061100             UNTIL WS-EOF.
061200     CLOSE BRANCH-REGION.
061300 1600-EXIT.
061400     EXIT.
061500
061600 1650-TABLE-ONE-BREG.
061700     IF WS-BREG-COUNT LESS THAN WS-BREG-MAX
061800         ADD 1                   TO WS-BREG-COUNT
061900         MOVE BG-BRANCH-CODE     TO WS-BREG-BRANCH (WS-BREG-COUNT)
062000     ELSE
062100         DISPLAY "BRANCH-REGION TABLE FULL - BRANCH "
062200                 BG-BRANCH-CODE
062300                 " NOT TABLED"
062400     END-IF.
062500     PERFORM 1690-READ-BREG THRU 1690-EXIT.
062600 1650-EXIT.
062700     EXIT.
062800
062900 1690-READ-BREG.
063000     READ BRANCH-REGION
063100         AT END
063200             SET WS-EOF TO TRUE
063300     END-READ.
063400 1690-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800*    2000-SWEEP-MASTERS - SORT INPUT PROCEDURE; ONE PASS OF EACH
063900*                         MASTER, RELEASING EVERY BAD REFERENCE
064000******************************************************************
064100 2000-SWEEP-MASTERS.
064200     PERFORM 2100-SWEEP-EMPMAST  THRU 2100-EXIT.
064300     PERFORM 2200-SWEEP-CUSTADDR THRU 2200-EXIT.
064400     PERFORM 2300-SWEEP-RSLTMAST THRU 2300-EXIT.
064500     PERFORM 2400-SWEEP-ACCTMST  THRU 2400-EXIT.
064600     PERFORM 2500-SWEEP-ORDMAST  THRU 2500-EXIT.
064700     PERFORM 2600-SWEEP-GARNMAST THRU 2600-EXIT.
064800     PERFORM 2700-SWEEP-BRMAST   THRU 2700-EXIT.
064900 2000-EXIT.
065000     EXIT.
065100
065200******************************************************************
065300*    2100-SWEEP-EMPMAST - EVERY EMPLOYEE STILL ON THE BOOKS
065400*                         AGAINST DEPTMAST AND PAYGRADE.  EMPMAST
065500*                         STAYS OPEN FOR THE GARNMAST LOOKUPS
065600******************************************************************
065700 2100-SWEEP-EMPMAST.
065800     OPEN INPUT EMPLOYEE-MASTER.
065900     IF NOT WS-EMP-OK
066000         DISPLAY "EMPMAST OPEN FAILED - STATUS " WS-EMP-STATUS
066100         ADD 1                   TO WS-OPEN-FAIL-COUNT
066200         GO TO 2100-EXIT
066300     END-IF.
066400     SET WS-EMP-REF-PRESENT      TO TRUE.
066500     MOVE 'N'                    TO WS-EOF-SW.
066600     PERFORM 2190-READ-EMPLOYEE THRU 2190-EXIT.
066700     PERFORM 2150-CHECK-EMPLOYEE THRU 2150-EXIT
066800             UNTIL WS-EOF.
066900 2100-EXIT.
067000     EXIT.
067100
067200 2150-CHECK-EMPLOYEE.
067300     IF EMP-TERMINATED
067400         GO TO 2150-READ-NEXT
067500     END-IF.
067600     ADD 1                       TO WS-SWEPT-COUNT.
067700     MOVE SPACES                 TO SORT-RECORD.
067800     MOVE "EMPMAST"              TO SX-MASTER.
067900     MOVE EMP-ID                 TO SX-MASTER-KEY.
068000     IF WS-DEPT-REF-PRESENT
068100         MOVE EMP-DEPT-CODE      TO DP-DEPT-CODE
068200         READ DEPT-MASTER
068300             INVALID KEY
068400                 MOVE 'M'        TO SX-CONDITION
068500             NOT INVALID KEY
068600                 IF DP-INACTIVE
068700                     MOVE 'I'    TO SX-CONDITION
068800                 END-IF
068900         END-READ
069000         IF SX-CONDITION NOT EQUAL SPACE
069100             MOVE "DEPTMAST"     TO SX-REF-FILE
069200             MOVE EMP-DEPT-CODE  TO SX-REF-CODE
069300             MOVE "DEPT CODE"    TO SX-FIELD
069400             PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
069500         END-IF
069600     END-IF.
069700     MOVE SPACE                  TO SX-CONDITION.
069800     IF WS-GRADE-REF-PRESENT
069900      AND EMP-GRADE-CODE NOT EQUAL SPACES
070000         MOVE EMP-GRADE-CODE     TO PG-GRADE-CODE
070100         READ PAY-GRADE-MASTER
070200             INVALID KEY
070300                 MOVE 'M'        TO SX-CONDITION
070400             NOT INVALID KEY
070500                 IF PG-INACTIVE
070600                     MOVE 'I'    TO SX-CONDITION
070700                 END-IF
070800         END-READ
070900         IF SX-CONDITION NOT EQUAL SPACE
071000             MOVE "PAYGRADE"     TO SX-REF-FILE
071100             MOVE EMP-GRADE-CODE TO SX-REF-CODE
071200             MOVE "GRADE CODE"   TO SX-FIELD
071300             PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
071400         END-IF
071500     END-IF.
071600 2150-READ-NEXT.
071700     PERFORM 2190-READ-EMPLOYEE THRU 2190-EXIT.
071800 2150-EXIT.
071900     EXIT.
072000
072100 2190-READ-EMPLOYEE.
072200     READ EMPLOYEE-MASTER NEXT RECORD
072300         AT END
072400             SET WS-EOF TO TRUE
072500     END-READ.
072600 2190-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    2200-SWEEP-CUSTADDR - EVERY ADDRESS AGAINST PINCREF AND
073100*                          CNTRYREF
073200******************************************************************
073300 2200-SWEEP-CUSTADDR.
073400     OPEN INPUT CUSTOMER-ADDR-MASTER.
073500     IF NOT WS-ADDR-OK
073600         DISPLAY "CUSTADDR OPEN FAILED - STATUS " WS-ADDR-STATUS
073700         ADD 1                   TO WS-OPEN-FAIL-COUNT
073800         GO TO 2200-EXIT
073900     END-IF.
074000     MOVE 'N'                    TO WS-EOF-SW.
074100     PERFORM 2290-READ-ADDRESS THRU 2290-EXIT.
074200     PERFORM 2250-CHECK-ADDRESS THRU 2250-EXIT
074300             UNTIL WS-EOF.
074400     CLOSE CUSTOMER-ADDR-MASTER.
074500 2200-EXIT.
074600     EXIT.
074700
074800 2250-CHECK-ADDRESS.
074900     ADD 1                       TO WS-SWEPT-COUNT.
075000     MOVE SPACES                 TO SORT-RECORD.
075100     MOVE "CUSTADDR"             TO SX-MASTER.
075200     MOVE CA-ADDR-KEY            TO SX-MASTER-KEY.
075300     IF WS-PIN-REF-PRESENT
075400      AND CA-PIN-CODE NUMERIC
075500      AND CA-PIN-CODE GREATER THAN ZERO
075600         MOVE CA-PIN-CODE        TO PR-PIN-CODE
075700         READ PIN-REF-FILE
075800             INVALID KEY
075900                 MOVE "PINCREF"  TO SX-REF-FILE
076000                 MOVE CA-PIN-CODE TO SX-REF-CODE
076100                 MOVE "PIN CODE" TO SX-FIELD
076200                 MOVE 'M'        TO SX-CONDITION
076300                 PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
076400         END-READ
076500     END-IF.
076600     IF WS-CNTRY-REF-PRESENT
076700      AND CA-COUNTRY NOT EQUAL SPACES
076800         MOVE CA-COUNTRY         TO CN-COUNTRY-CODE
076900         READ COUNTRY-REF-FILE
077000             INVALID KEY
077100                 MOVE "CNTRYREF" TO SX-REF-FILE
077200                 MOVE CA-COUNTRY TO SX-REF-CODE
077300                 MOVE "COUNTRY"  TO SX-FIELD
077400                 MOVE 'M'        TO SX-CONDITION
077500                 PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
077600         END-READ
077700     END-IF.
077800     PERFORM 2290-READ-ADDRESS THRU 2290-EXIT.
077900 2250-EXIT.
078000     EXIT.
078100
078200 2290-READ-ADDRESS.
078300     READ CUSTOMER-ADDR-MASTER NEXT RECORD
078400         AT END
078500             SET WS-EOF TO TRUE
078600     END-READ.
078700 2290-EXIT.
078800     EXIT.
078900
079000******************************************************************
079100*    2300-SWEEP-RSLTMAST - EVERY RESULT AGAINST SUBJREF AND
079200*                          STUMAST
079300******************************************************************
079400 2300-SWEEP-RSLTMAST.
079500     OPEN INPUT RESULT-MASTER.
079600     IF NOT WS-RSLT-OK
079700         DISPLAY "RSLTMAST OPEN FAILED - STATUS " WS-RSLT-STATUS
079800         ADD 1                   TO WS-OPEN-FAIL-COUNT
079900         GO TO 2300-EXIT
080000     END-IF.
080100     MOVE 'N'                    TO WS-EOF-SW.
080200     PERFORM 2390-READ-RESULT THRU 2390-EXIT.
080300     PERFORM 2350-CHECK-RESULT THRU 2350-EXIT
080400             UNTIL WS-EOF.
080500     CLOSE RESULT-MASTER.
080600 2300-EXIT.
080700     EXIT.
080800
080900 2350-CHECK-RESULT.
081000     ADD 1                       TO WS-SWEPT-COUNT.
081100     MOVE SPACES                 TO SORT-RECORD.
081200     MOVE "RSLTMAST"             TO SX-MASTER.
081300     MOVE RM-RESULT-KEY          TO SX-MASTER-KEY.
081400     IF WS-SUBJ-REF-PRESENT
081500         MOVE RM-SUBJECT-CODE    TO SB-SUBJECT-CODE
081600         READ SUBJECT-REF-FILE
081700             INVALID KEY
081800                 MOVE 'M'        TO SX-CONDITION
081900             NOT INVALID KEY
082000                 IF SB-INACTIVE
082100                     MOVE 'I'    TO SX-CONDITION
082200                 END-IF
082300         END-READ
082400         IF SX-CONDITION NOT EQUAL SPACE
082500             MOVE "SUBJREF"      TO SX-REF-FILE
082600             MOVE RM-SUBJECT-CODE TO SX-REF-CODE
082700             MOVE "SUBJECT CODE" TO SX-FIELD
082800             PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
082900         END-IF
083000     END-IF.
083100     MOVE SPACE                  TO SX-CONDITION.
083200     IF WS-STU-REF-PRESENT
083300         MOVE RM-STUDENT-ID      TO SM-STUDENT-ID
083400         READ STUDENT-MASTER
083500             INVALID KEY
083600                 MOVE "STUMAST"  TO SX-REF-FILE
083700                 MOVE RM-STUDENT-ID TO SX-REF-CODE
083800                 MOVE "STUDENT ID" TO SX-FIELD
083900                 MOVE 'M'        TO SX-CONDITION
084000                 PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
084100         END-READ
084200     END-IF.
084300     PERFORM 2390-READ-RESULT THRU 2390-EXIT.
084400 2350-EXIT.
084500     EXIT.
084600
084700 2390-READ-RESULT.
084800     READ RESULT-MASTER NEXT RECORD
084900         AT END
085000             SET WS-EOF TO TRUE
085100     END-READ.
085200 2390-EXIT.
085300     EXIT.
085400
085500******************************************************************
085600*    2400-SWEEP-ACCTMST - EVERY ACCOUNT NOT CLOSED AGAINST THE
085700*                         CUSTNMM CUSTOMERS
085800******************************************************************
085900 2400-SWEEP-ACCTMST.
086000     OPEN INPUT ACCT-MASTER.
086100     IF NOT WS-AMST-OK
086200         DISPLAY "ACCTMST OPEN FAILED - STATUS " WS-AMST-STATUS
086300         ADD 1                   TO WS-OPEN-FAIL-COUNT
086400         GO TO 2400-EXIT
086500     END-IF.
086600     MOVE 'N'                    TO WS-EOF-SW.
086700     PERFORM 2490-READ-ACCOUNT THRU 2490-EXIT.
086800     PERFORM 2450-CHECK-ACCOUNT THRU 2450-EXIT
086900             UNTIL WS-EOF.
087000     CLOSE ACCT-MASTER.
087100 2400-EXIT.
087200     EXIT.
087300
087400 2450-CHECK-ACCOUNT.
087500     IF AM-CLOSED
087600         GO TO 2450-READ-NEXT
087700     END-IF.
087800     ADD 1                       TO WS-SWEPT-COUNT.
087900     IF NOT WS-CNM-REF-PRESENT
088000         GO TO 2450-READ-NEXT
088100     END-IF.
088200     MOVE AM-CUST-ID             TO WS-CHK-CUST-ID.
088300     PERFORM 2800-FIND-CUSTOMER THRU 2800-EXIT.
088400     IF NOT WS-FOUND
088500         MOVE SPACES             TO SORT-RECORD
088600         MOVE "CUSTNMM"          TO SX-REF-FILE
088700         MOVE AM-CUST-ID         TO SX-REF-CODE
088800         MOVE "ACCTMST"          TO SX-MASTER
088900         MOVE AM-ACCT-NO         TO SX-MASTER-KEY
089000         MOVE "CUSTOMER ID"      TO SX-FIELD
089100         MOVE 'M'                TO SX-CONDITION
089200         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
089300     END-IF.
089400 2450-READ-NEXT.
089500     PERFORM 2490-READ-ACCOUNT THRU 2490-EXIT.
089600 2450-EXIT.
089700     EXIT.
089800
089900 2490-READ-ACCOUNT.
090000     READ ACCT-MASTER NEXT RECORD
090100         AT END
090200             SET WS-EOF TO TRUE
090300     END-READ.
090400 2490-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    2500-SWEEP-ORDMAST - EVERY ORDER NOT CLOSED AGAINST THE
090900*                         CUSTNMM CUSTOMERS
091000******************************************************************
091100 2500-SWEEP-ORDMAST.
091200     OPEN INPUT ORDER-MASTER.
091300     IF NOT WS-ORD-OK
091400         DISPLAY "ORDMAST OPEN FAILED - STATUS " WS-ORD-STATUS
091500         ADD 1                   TO WS-OPEN-FAIL-COUNT
091600         GO TO 2500-EXIT
091700     END-IF.
091800     MOVE 'N'                    TO WS-EOF-SW.
091900     PERFORM 2590-READ-ORDER THRU 2590-EXIT.
092000     PERFORM 2550-CHECK-ORDER THRU 2550-EXIT
092100             UNTIL WS-EOF.
092200     CLOSE ORDER-MASTER.
092300 2500-EXIT.
092400     EXIT.
092500
092600 2550-CHECK-ORDER.
092700     IF OM-STATUS-CLOSED
092800         GO TO 2550-READ-NEXT
092900     END-IF.
093000     ADD 1                       TO WS-SWEPT-COUNT.
093100     IF NOT WS-CNM-REF-PRESENT
093200         GO TO 2550-READ-NEXT
093300     END-IF.
093400     MOVE OM-CUST-ID             TO WS-CHK-CUST-ID.
093500     PERFORM 2800-FIND-CUSTOMER THRU 2800-EXIT.
093600     IF NOT WS-FOUND
093700         MOVE SPACES             TO SORT-RECORD
093800         MOVE "CUSTNMM"          TO SX-REF-FILE
093900         MOVE OM-CUST-ID         TO SX-REF-CODE
094000         MOVE "ORDMAST"          TO SX-MASTER
094100         MOVE OM-ORDER-ID        TO SX-MASTER-KEY
094200         MOVE "CUSTOMER ID"      TO SX-FIELD
094300         MOVE 'M'                TO SX-CONDITION
094400         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
094500     END-IF.
094600 2550-READ-NEXT.
094700     PERFORM 2590-READ-ORDER THRU 2590-EXIT.
094800 2550-EXIT.
094900     EXIT.
095000
095100 2590-READ-ORDER.
095200     READ ORDER-MASTER
095300         AT END
095400             SET WS-EOF TO TRUE
095500     END-READ.
095600 2590-EXIT.
095700     EXIT.
095800
095900******************************************************************
096000*    2600-SWEEP-GARNMAST - EVERY ORDER NOT STOPPED AGAINST
096100*                          EMPMAST; A LIVE ORDER ON A TERMINATED
096200*                          EMPLOYEE THAT FINSETL NEVER MARKED AS A
096300*                          LEAVER'S IS AN INACTIVE REFERENCE
096400******************************************************************
096500 2600-SWEEP-GARNMAST.
096600     OPEN INPUT GARN-ORDER-MASTER.
096700     IF NOT WS-GARN-OK
096800         DISPLAY "GARNMAST OPEN FAILED - STATUS " WS-GARN-STATUS
096900         ADD 1                   TO WS-OPEN-FAIL-COUNT
097000         GO TO 2600-EXIT
097100     END-IF.
097200     MOVE 'N'                    TO WS-EOF-SW.
097300     PERFORM 2690-READ-GARN THRU 2690-EXIT.
097400     PERFORM 2650-CHECK-GARN THRU 2650-EXIT
097500             UNTIL WS-EOF.
097600     CLOSE GARN-ORDER-MASTER.
097700 2600-EXIT.
097800     EXIT.
097900
098000 2650-CHECK-GARN.
098100     IF GO-STATUS-STOPPED
098200         GO TO 2650-READ-NEXT
098300     END-IF.
098400     ADD 1                       TO WS-SWEPT-COUNT.
098500     IF NOT WS-EMP-REF-PRESENT
098600         GO TO 2650-READ-NEXT
098700     END-IF.
098800     MOVE SPACES                 TO SORT-RECORD.
098900     MOVE GO-EMP-ID              TO EMP-ID.
099000     READ EMPLOYEE-MASTER
099100         INVALID KEY
099200             MOVE 'M'            TO SX-CONDITION
099300         NOT INVALID KEY
099400             IF EMP-TERMINATED
099500              AND NOT GO-STATUS-LEAVER
099600                 MOVE 'I'        TO SX-CONDITION
099700             END-IF
099800     END-READ.
099900     IF SX-CONDITION NOT EQUAL SPACE
100000         MOVE "EMPMAST"          TO SX-REF-FILE
100100         MOVE GO-EMP-ID          TO SX-REF-CODE
100200         MOVE "GARNMAST"         TO SX-MASTER
100300         MOVE GO-ORDER-KEY       TO SX-MASTER-KEY
100400         MOVE "EMPLOYEE ID"      TO SX-FIELD
100500         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
100600     END-IF.
100700 2650-READ-NEXT.
100800     PERFORM 2690-READ-GARN THRU 2690-EXIT.
100900 2650-EXIT.
101000     EXIT.
101100
101200 2690-READ-GARN.
101300     READ GARN-ORDER-MASTER NEXT RECORD
101400         AT END
101500             SET WS-EOF TO TRUE
101600     END-READ.
101700 2690-EXIT.
101800     EXIT.
101900
102000******************************************************************
102100*    2700-SWEEP-BRMAST - EVERY BRANCH NOT CLOSED MUST HAVE A
102200*                        BRREGION REGION
102300******************************************************************
102400 2700-SWEEP-BRMAST.
102500     OPEN INPUT BRANCH-MASTER.
102600     IF NOT WS-BRMAST-OK
102700         DISPLAY "BRMAST OPEN FAILED - STATUS " WS-BRMAST-STATUS
102800         ADD 1                   TO WS-OPEN-FAIL-COUNT
102900         GO TO 2700-EXIT
103000     END-IF.
103100     MOVE 'N'                    TO WS-EOF-SW.
103200     PERFORM 2790-READ-BRANCH THRU 2790-EXIT.
103300     PERFORM 2750-CHECK-BRANCH THRU 2750-EXIT
103400             UNTIL WS-EOF.
103500     CLOSE BRANCH-MASTER.
103600 2700-EXIT.
103700     EXIT.
103800
103900 2750-CHECK-BRANCH.
104000     IF BM-CLOSED
104100         GO TO 2750-READ-NEXT
104200     END-IF.
104300     ADD 1                       TO WS-SWEPT-COUNT.
104400     IF NOT WS-BREG-REF-PRESENT
104500         GO TO 2750-READ-NEXT
104600     END-IF.
104700     MOVE 'N'                    TO WS-FOUND-SW.
104800     PERFORM 2760-SCAN-ONE-BREG THRU 2760-EXIT
104900             VARYING WS-BREG-SUB FROM 1 BY 1
105000             UNTIL WS-BREG-SUB GREATER THAN WS-BREG-COUNT
105100                OR WS-FOUND.
105200     IF NOT WS-FOUND
105300         MOVE SPACES             TO SORT-RECORD
105400         MOVE "BRREGION"         TO SX-REF-FILE
105500         MOVE BM-BRANCH-CODE     TO SX-REF-CODE
105600         MOVE "BRMAST"           TO SX-MASTER
105700         MOVE BM-BRANCH-CODE     TO SX-MASTER-KEY
105800         MOVE "BRANCH CODE"      TO SX-FIELD
105900         MOVE 'M'                TO SX-CONDITION
106000         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
106100     END-IF.
106200 2750-READ-NEXT.
106300     PERFORM 2790-READ-BRANCH THRU 2790-EXIT.
106400 2750-EXIT.
106500     EXIT.
106600
106700 2760-SCAN-ONE-BREG.
106800     IF WS-BREG-BRANCH (WS-BREG-SUB) EQUAL BM-BRANCH-CODE
106900         SET WS-FOUND            TO TRUE
107000     END-IF.
107100 2760-EXIT.
107200     EXIT.
107300
107400 2790-READ-BRANCH.
107500     READ BRANCH-MASTER NEXT RECORD
107600         AT END
107700             SET WS-EOF TO TRUE
107800     END-READ.
107900 2790-EXIT.
108000     EXIT.
108100
108200******************************************************************
108300*    2800-FIND-CUSTOMER - IS WS-CHK-CUST-ID ON THE CUSTNMM TABLE
108400******************************************************************
108500 2800-FIND-CUSTOMER.
108600     MOVE 'N'                    TO WS-FOUND-SW.
108700     PERFORM 2850-SCAN-ONE-CUST THRU 2850-EXIT
108800             VARYING WS-CUST-SUB FROM 1 BY 1
108900             UNTIL WS-CUST-SUB GREATER THAN WS-CUST-COUNT
109000                OR WS-FOUND.
109100 2800-EXIT.
109200     EXIT.
109300
109400 2850-SCAN-ONE-CUST.
109500     IF WS-CUST-ID (WS-CUST-SUB) EQUAL WS-CHK-CUST-ID
109600         SET WS-FOUND            TO TRUE
109700     END-IF.
109800 2850-EXIT.
109900     EXIT.
110000
110100******************************************************************
110200*    2900-RELEASE-EXCEPTION - COUNT AND RELEASE ONE BAD REFERENCE
110300******************************************************************
110400 2900-RELEASE-EXCEPTION.
110500     ADD 1                       TO WS-EXCP-COUNT.
110600     IF SX-NOT-ON-FILE
110700         ADD 1                   TO WS-NOT-ON-FILE-COUNT
110800     ELSE
110900         ADD 1                   TO WS-INACTIVE-COUNT
111000     END-IF.
111100     RELEASE SORT-RECORD.
111200 2900-EXIT.
111300     EXIT.
111400
111500******************************************************************
111600*    3000-PRINT-EXCEPTIONS - SORT OUTPUT PROCEDURE; THE BAD
111700*                            REFERENCES GROUPED BY REFERENCE FILE
111800*                            WITH A COUNT PER CODE
111900******************************************************************
112000 3000-PRINT-EXCEPTIONS.
112100     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
112200     PERFORM 3100-PRINT-ONE THRU 3100-EXIT
112300             UNTIL WS-SORT-EOF.
112400     IF WS-FILE-STARTED
112500         PERFORM 3200-CLOSE-CODE THRU 3200-EXIT
112600         PERFORM 3300-CLOSE-FILE THRU 3300-EXIT
112700     ELSE
112800         MOVE SPACES             TO SWEEP-RPT-LINE
112900         WRITE SWEEP-RPT-LINE
113000         WRITE SWEEP-RPT-LINE    FROM WS-RPT-CLEAN-LINE
113100     END-IF.
113200     MOVE WS-SWEPT-COUNT         TO WS-RT-SWEPT.
113300     MOVE WS-NOT-ON-FILE-COUNT   TO WS-RT-NOT-ON-FILE.
113400     MOVE WS-INACTIVE-COUNT      TO WS-RT-INACTIVE.
113500     MOVE SPACES                 TO SWEEP-RPT-LINE.
113600     WRITE SWEEP-RPT-LINE.
113700     WRITE SWEEP-RPT-LINE        FROM WS-RPT-TOTAL-LINE.
113800 3000-EXIT.
113900     EXIT.
114000
114100 3100-PRINT-ONE.
114200     IF NOT WS-FILE-STARTED
114300         SET WS-FILE-STARTED     TO TRUE
114400         PERFORM 3400-OPEN-FILE THRU 3400-EXIT
114500     ELSE
114600         IF SX-REF-FILE NOT EQUAL WS-PREV-REF-FILE
114700             PERFORM 3200-CLOSE-CODE THRU 3200-EXIT
114800             PERFORM 3300-CLOSE-FILE THRU 3300-EXIT
114900             PERFORM 3400-OPEN-FILE THRU 3400-EXIT
115000         ELSE
115100             IF SX-REF-CODE NOT EQUAL WS-PREV-REF-CODE
115200                 PERFORM 3200-CLOSE-CODE THRU 3200-EXIT
115300                 MOVE SX-REF-CODE TO WS-PREV-REF-CODE
115400                 ADD 1           TO WS-FILE-CODE-COUNT
115500             END-IF
115600         END-IF
115700     END-IF.
115800     ADD 1                       TO WS-CODE-REF-COUNT
115900                                    WS-FILE-REF-COUNT.
116000     MOVE SX-REF-CODE            TO WS-RD-REF-CODE.
116100     IF SX-NOT-ON-FILE
116200         MOVE "NOT ON FILE"      TO WS-RD-PROBLEM
116300     ELSE
116400         MOVE "INACTIVE"         TO WS-RD-PROBLEM
116500     END-IF.
116600     MOVE SX-MASTER              TO WS-RD-MASTER.
116700     MOVE SX-MASTER-KEY          TO WS-RD-MASTER-KEY.
116800     MOVE SX-FIELD               TO WS-RD-FIELD.
116900     WRITE SWEEP-RPT-LINE        FROM WS-RPT-DETAIL-LINE.
117000     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
117100 3100-EXIT.
117200     EXIT.
117300
117400 3200-CLOSE-CODE.
117500     MOVE WS-PREV-REF-CODE       TO WS-RC-REF-CODE.
117600     MOVE WS-CODE-REF-COUNT      TO WS-RC-COUNT.
117700     WRITE SWEEP-RPT-LINE        FROM WS-RPT-CODE-LINE.
117800     MOVE ZERO                   TO WS-CODE-REF-COUNT.
117900 3200-EXIT.
118000     EXIT.
118100
118200 3300-CLOSE-FILE.
118300     MOVE WS-PREV-REF-FILE       TO WS-RF-REF-FILE.
118400     MOVE WS-FILE-CODE-COUNT     TO WS-RF-CODES.
118500     MOVE WS-FILE-REF-COUNT      TO WS-RF-REFS.
118600     WRITE SWEEP-RPT-LINE        FROM WS-RPT-FILE-TOTAL-LINE.
118700 3300-EXIT.
118800     EXIT.
118900
119000 3400-OPEN-FILE.
119100     MOVE SX-REF-FILE            TO WS-PREV-REF-FILE
119200                                    WS-FH-REF-FILE.
119300     MOVE SX-REF-CODE            TO WS-PREV-REF-CODE.
119400     MOVE 1                      TO WS-FILE-CODE-COUNT.
119500     MOVE ZERO                   TO WS-FILE-REF-COUNT
119600                                    WS-CODE-REF-COUNT.
119700     MOVE SPACES                 TO SWEEP-RPT-LINE.
119800     WRITE SWEEP-RPT-LINE.
119900     WRITE SWEEP-RPT-LINE        FROM WS-RPT-FILE-HEADING.
120000     WRITE SWEEP-RPT-LINE        FROM WS-RPT-COLUMN-HEADING.
120100 3400-EXIT.
120200     EXIT.
120300
120400 3900-RETURN-SORTED.
120500     RETURN EXCP-SORT
120600         AT END
120700             SET WS-SORT-EOF TO TRUE
120800     END-RETURN.
120900 3900-EXIT.
121000     EXIT.
121100
121200******************************************************************
121300*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
121400*                             SHARED DATEUTIL FALLBACK
121500******************************************************************
121600 8100-GET-BUSINESS-DATE.
121700     OPEN INPUT BUS-DATE-FILE.
121800     IF WS-BDAT-OK
121900         READ BUS-DATE-FILE
122000             AT END
122100                 CONTINUE
122200             NOT AT END
122300                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
122400                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
122500                 END-IF
122600         END-READ
122700     END-IF.
122800     CLOSE BUS-DATE-FILE.
122900     IF WS-BUSINESS-DATE EQUAL ZERO
123000         MOVE 'C'                TO WS-DU-FUNCTION
123100         CALL "DATEUTIL"         USING WS-DU-FUNCTION
123200                                       WS-BUSINESS-DATE
123300                                       WS-DU-DATE-2
123400                                       WS-DU-DAYS
123500                                       WS-DU-VALID-SW
123600     END-IF.
123700 8100-EXIT.
123800     EXIT.
123900
124000******************************************************************
124100*    9000-TERMINATE - CLOSE OUT AND SET THE RETURN CODE
124200******************************************************************
124300 9000-TERMINATE.
124400     IF NOT WS-SWEEP-TONIGHT
124500         GO TO 9000-STATS
124600     END-IF.
124700     DISPLAY "RECORDS SWEPT      : " WS-SWEPT-COUNT.
124800     DISPLAY "NOT ON FILE        : " WS-NOT-ON-FILE-COUNT.
124900     DISPLAY "INACTIVE           : " WS-INACTIVE-COUNT.
125000     DISPLAY "FILES NOT OPENED   : " WS-OPEN-FAIL-COUNT.
125100     IF WS-DEPT-REF-PRESENT
125200         CLOSE DEPT-MASTER
125300     END-IF.
125400     IF WS-GRADE-REF-PRESENT
125500         CLOSE PAY-GRADE-MASTER
125600     END-IF.
125700     IF WS-PIN-REF-PRESENT
125800         CLOSE PIN-REF-FILE
125900     END-IF.
126000     IF WS-CNTRY-REF-PRESENT
126100         CLOSE COUNTRY-REF-FILE
126200     END-IF.
126300     IF WS-SUBJ-REF-PRESENT
126400         CLOSE SUBJECT-REF-FILE
126500     END-IF.
126600     IF WS-STU-REF-PRESENT
126700         CLOSE STUDENT-MASTER
126800     END-IF.
126900     IF WS-EMP-REF-PRESENT
127000         CLOSE EMPLOYEE-MASTER
127100     END-IF.
127200     CLOSE SWEEP-REPORT.
127300     IF WS-INACTIVE-COUNT > ZERO
127400         MOVE 4                  TO RETURN-CODE
127500     END-IF.
127600     IF WS-NOT-ON-FILE-COUNT > ZERO
127700      OR WS-OPEN-FAIL-COUNT > ZERO
127800         MOVE 8                  TO RETURN-CODE
127900     END-IF.
128000 9000-STATS.
128100     MOVE 'E'                    TO RSA-FUNCTION.
128200     MOVE WS-SWEPT-COUNT         TO RSA-READ-COUNT.
128300     MOVE ZERO                   TO RSA-WRITTEN-COUNT.
128400     MOVE WS-EXCP-COUNT          TO RSA-REJECT-COUNT.
128500     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
128600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
128700     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
128800 9000-EXIT.
128900     EXIT.
129000
129100 9999-EXIT.
129200     STOP RUN.
