000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 IMPACT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - FAILURE IMPACT REPORT FOR
001200*                     THE NIGHTLY STREAM.  THE DEPREF DEPENDENCY
001300*                     REFERENCE GIVES THE CBLBATCH STEPS IN ORDER
001400*                     WITH THE FILES EACH READS AND WRITES; THE
001500*                     NIGHT'S JOBHIST RECORDS AND STEPCTL
001600*                     COMPLETIONS SAY WHICH STEPS RAN.  A STEP
001700*                     THAT ENDED RC 8 OR WORSE HAS FAILED; A
001800*                     TRACKED STEP WITH NO RECORD, WHILE A LATER
001900*                     STEP DID RUN, WAS SKIPPED.  THEIR OUTPUT
002000*                     FILES ARE STALE, AND EVERY LATER STEP THAT
002100*                     READS A STALE FILE IS AFFECTED AND MAKES ITS
002200*                     OWN OUTPUT STALE IN TURN.  IMPCTRPT LISTS
002300*                     THE FAILED AND SKIPPED STEPS, THE AFFECTED
002400*                     DOWNSTREAM STEPS, THE OUTBOUND INTERFACES
002500*                     THEY PRODUCE, AND THE STEPS STILL TO RUN
002600*                     THAT CAN SAFELY RUN ANYWAY.  THE IMPPRM
002700*                     CARD NAMES THE BUSINESS DATE WHEN IT IS NOT
002800*                     THE ONE ON BUSDATE.  RC 4 WHEN ANY STEP
002900*                     FAILED OR WAS SKIPPED, RC 8 WHEN DEPREF WILL
003000*                     NOT OPEN.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.            IBM-370.
003500 OBJECT-COMPUTER.            IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003900                             ORGANIZATION IS LINE SEQUENTIAL
004000                             FILE STATUS IS WS-BDAT-STATUS.
004100     SELECT OPTIONAL IMPACT-PARM ASSIGN TO "IMPPRM"
004200                             ORGANIZATION IS LINE SEQUENTIAL
004300                             FILE STATUS IS WS-PARM-STATUS.
004400     SELECT DEPEND-REF       ASSIGN TO "DEPREF"
004500                             ORGANIZATION IS LINE SEQUENTIAL
004600                             FILE STATUS IS WS-DEP-STATUS.
004700     SELECT OPTIONAL JOB-HISTORY ASSIGN TO "JOBHIST"
004800                             ORGANIZATION IS LINE SEQUENTIAL
004900                             FILE STATUS IS WS-JOB-STATUS.
005000     SELECT OPTIONAL STEP-CONTROL ASSIGN TO "STEPCTL"
005100                             ORGANIZATION IS LINE SEQUENTIAL
005200                             FILE STATUS IS WS-CTL-STATUS.
005300     SELECT IMPACT-REPORT    ASSIGN TO "IMPCTRPT"
005400                             ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  BUS-DATE-FILE
005900     RECORDING MODE IS F.
006000     COPY BUSDATE.
006100
006200 FD  IMPACT-PARM
006300     RECORDING MODE IS F.
006400 01  IMPACT-PARM-RECORD.
006500     05  IP-BUS-DATE             PIC 9(08).
006600
006700 FD  DEPEND-REF
006800     RECORDING MODE IS F.
006900     COPY DEPREF.
007000
007100 FD  JOB-HISTORY
007200     RECORDING MODE IS F.
007300     COPY JOBHIST.
007400
007500 FD  STEP-CONTROL
007600     RECORDING MODE IS F.
007700 01  STEP-CONTROL-RECORD.
007800     05  SC-BUS-DATE             PIC 9(08).
007900     05  SC-PROGRAM-ID           PIC X(08).
008000     05  SC-STATUS               PIC X(01).
008100         88  SC-COMPLETE                 VALUE 'C'.
008200
008300 FD  IMPACT-REPORT
008400     RECORDING MODE IS F.
008500 01  IMPACT-RPT-LINE             PIC X(100).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-BDAT-STATUS              PIC X(02).
008900     88  WS-BDAT-OK                      VALUE "00".
009000 01  WS-PARM-STATUS              PIC X(02).
009100     88  WS-PARM-OK                      VALUE "00".
009200 01  WS-DEP-STATUS               PIC X(02).
009300     88  WS-DEP-OK                       VALUE "00".
009400 01  WS-JOB-STATUS               PIC X(02).
009500     88  WS-JOB-OK                       VALUE "00".
009600 01  WS-CTL-STATUS               PIC X(02).
009700     88  WS-CTL-OK                       VALUE "00".
009800
009900 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010000 01  WS-DU-FUNCTION              PIC X(01).
010100 01  WS-DU-DATE-2                PIC 9(08).
010200 01  WS-DU-DAYS                  PIC S9(05).
010300 01  WS-DU-VALID-SW              PIC X(01).
010400
010500 01  WS-SWITCHES.
010600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010700         88  WS-EOF                          VALUE 'Y'.
010800     05  WS-DEP-SW               PIC X(01)   VALUE 'N'.
010900         88  WS-DEP-PRESENT                  VALUE 'Y'.
011000     05  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
011100         88  WS-FOUND                        VALUE 'Y'.
011200     05  WS-CTL-EOF-SW           PIC X(01)   VALUE 'N'.
011300         88  WS-CTL-EOF                      VALUE 'Y'.
011400     05  WS-PRINTED-SW           PIC X(01)   VALUE 'N'.
011500         88  WS-PRINTED                      VALUE 'Y'.
011600
011700 01  WS-MATCH-PROGRAM            PIC X(08).
011800
011900*    THE STREAM'S STEPS IN ORDER - THE STEP'S FILES ARE THE DEP
012000*    TABLE ENTRIES FROM WS-ST-FIRST-DEP FOR WS-ST-DEP-COUNT
012100 77  WS-STEP-MAX                 PIC 9(03)   COMP    VALUE 150.
012200 77  WS-STEP-COUNT               PIC 9(03)   COMP    VALUE ZERO.
012300 77  WS-STEP-SUB                 PIC 9(03)   COMP.
012400 77  WS-LAST-RUN-SUB             PIC 9(03)   COMP    VALUE ZERO.
012500 01  WS-STEP-TABLE.
012600     05  WS-STEP-ENTRY           OCCURS 150 TIMES.
012700         10  WS-ST-STEP-NAME     PIC X(08).
012800         10  WS-ST-PROGRAM       PIC X(08).
012900         10  WS-ST-RUN-SW        PIC X(01).
013000             88  WS-ST-RUNS-ALWAYS           VALUE 'E'.
013100         10  WS-ST-TRACK-SW      PIC X(01).
013200             88  WS-ST-TRACKED               VALUE 'Y'.
013300         10  WS-ST-FIRST-DEP     PIC 9(04)   COMP.
013400         10  WS-ST-DEP-COUNT     PIC 9(04)   COMP.
013500         10  WS-ST-STATE         PIC X(01).
013600             88  WS-ST-NOT-RUN               VALUE SPACE.
013700             88  WS-ST-CLEAN                 VALUE 'C'.
013800             88  WS-ST-FAILED                VALUE 'F'.
013900         10  WS-ST-RC            PIC 9(02).
014000         10  WS-ST-IMPACT        PIC X(01).
014100             88  WS-ST-UNAFFECTED            VALUE SPACE.
014200             88  WS-ST-ROOT                  VALUE 'R'.
014300             88  WS-ST-AFFECTED              VALUE 'A'.
014400         10  WS-ST-CAUSE-FILE    PIC X(20).
014500         10  WS-ST-CAUSE-STEP    PIC X(08).
014600
014700 77  WS-DEP-MAX                  PIC 9(04)   COMP    VALUE 1500.
014800 77  WS-DEP-COUNT                PIC 9(04)   COMP    VALUE ZERO.
014900 77  WS-DEP-SUB                  PIC 9(04)   COMP.
015000 77  WS-DEP-END                  PIC 9(04)   COMP.
015100 01  WS-DEP-TABLE.
015200     05  WS-DEP-ENTRY            OCCURS 1500 TIMES.
015300         10  WS-DP-DD-NAME       PIC X(08).
015400         10  WS-DP-FILE-NAME     PIC X(20).
015500         10  WS-DP-ACCESS        PIC X(01).
015600             88  WS-DP-READS                 VALUE 'R' 'U'.
015700             88  WS-DP-WRITES                VALUE 'W' 'U'.
015800         10  WS-DP-CLASS         PIC X(01).
015900             88  WS-DP-INTERFACE             VALUE 'I'.
016000             88  WS-DP-CONTROL               VALUE 'C'.
016100
016200*    FILES MADE STALE SO FAR, WITH THE STEP THAT FIRST DID IT
016300 77  WS-STALE-MAX                PIC 9(03)   COMP    VALUE 500.
016400 77  WS-STALE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
016500 77  WS-STALE-SUB                PIC 9(03)   COMP.
016600 01  WS-STALE-TABLE.
016700     05  WS-STALE-ENTRY          OCCURS 500 TIMES.
016800         10  WS-SL-FILE-NAME     PIC X(20).
016900         10  WS-SL-STEP-NAME     PIC X(08).
017000
017100 77  WS-ROOT-COUNT               PIC 9(03)   COMP    VALUE ZERO.
017200 77  WS-AFFECTED-COUNT           PIC 9(03)   COMP    VALUE ZERO.
017300 77  WS-INTERFACE-COUNT          PIC 9(03)   COMP    VALUE ZERO.
017400 77  WS-SAFE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
017500 77  WS-RUN-RECORD-COUNT         PIC 9(05)   COMP    VALUE ZERO.
017600 77  WS-REF-ERROR-COUNT          PIC 9(03)   COMP    VALUE ZERO.
017700
017800 01  WS-RPT-HEADING-1.
017900     05  FILLER                  PIC X(40)   VALUE
018000         "NIGHTLY STREAM FAILURE IMPACT REPORT".
018100     05  FILLER                  PIC X(15)   VALUE
018200         "BUSINESS DATE: ".
018300     05  WS-H1-DATE              PIC 9(08).
018400
018500 01  WS-RPT-SECTION-LINE.
018600     05  WS-RS-TITLE             PIC X(60).
018700
018800 01  WS-RPT-ROOT-LINE.
018900     05  FILLER                  PIC X(02)   VALUE SPACES.
019000     05  WS-RR-STEP-NAME         PIC X(08).
019100     05  FILLER                  PIC X(02)   VALUE SPACES.
019200     05  WS-RR-PROGRAM           PIC X(08).
019300     05  FILLER                  PIC X(02)   VALUE SPACES.
019400     05  WS-RR-TEXT              PIC X(30).
019500
019600 01  WS-RPT-AFFECTED-LINE.
019700     05  FILLER                  PIC X(02)   VALUE SPACES.
019800     05  WS-RA-STEP-NAME         PIC X(08).
019900     05  FILLER                  PIC X(02)   VALUE SPACES.
020000     05  WS-RA-PROGRAM           PIC X(08).
020100     05  FILLER                  PIC X(02)   VALUE SPACES.
020200     05  WS-RA-STATE             PIC X(22).
020300     05  FILLER                  PIC X(07)   VALUE "READS  ".
020400     05  WS-RA-FILE-NAME         PIC X(20).
020500     05  FILLER                  PIC X(06)   VALUE " FROM ".
020600     05  WS-RA-CAUSE-STEP        PIC X(08).
020700
020800 01  WS-RPT-INTERFACE-LINE.
020900     05  FILLER                  PIC X(02)   VALUE SPACES.
021000     05  WS-RI-FILE-NAME         PIC X(20).
021100     05  FILLER                  PIC X(02)   VALUE SPACES.
021200     05  WS-RI-DD-NAME           PIC X(08).
021300     05  FILLER                  PIC X(14)   VALUE
021400         "  WRITTEN BY  ".
021500     05  WS-RI-STEP-NAME         PIC X(08).
021600     05  FILLER                  PIC X(01)   VALUE SPACE.
021700     05  WS-RI-PROGRAM           PIC X(08).
021800
021900 01  WS-RPT-SAFE-LINE.
022000     05  FILLER                  PIC X(02)   VALUE SPACES.
022100     05  WS-RF-STEP-NAME         PIC X(08).
022200     05  FILLER                  PIC X(02)   VALUE SPACES.
022300     05  WS-RF-PROGRAM           PIC X(08).
022400
022500 01  WS-RPT-NONE-LINE.
022600     05  FILLER                  PIC X(08)   VALUE "  (NONE)".
022700
022800 01  WS-RPT-TOTAL-LINE.
022900     05  FILLER                  PIC X(18)   VALUE
023000         "FAILED/SKIPPED:   ".
023100     05  WS-RT-ROOTS             PIC ZZ9.
023200     05  FILLER                  PIC X(13)   VALUE
023300         "  AFFECTED:  ".
023400     05  WS-RT-AFFECTED          PIC ZZ9.
023500     05  FILLER                  PIC X(15)   VALUE
023600         "  INTERFACES:  ".
023700     05  WS-RT-INTERFACES        PIC ZZ9.
023800     05  FILLER                  PIC X(15)   VALUE
023900         "  SAFE TO RUN: ".
024000     05  WS-RT-SAFE              PIC ZZ9.
024100
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
024500     IF WS-DEP-PRESENT
024600         PERFORM 3000-TAKE-ONE-RUN   THRU 3000-EXIT
024700                 UNTIL WS-EOF
024800         PERFORM 4000-READ-COMPLETIONS THRU 4000-EXIT
024900         PERFORM 5000-FIND-LAST-RUN  THRU 5000-EXIT
025000                 VARYING WS-STEP-SUB FROM 1 BY 1
025100                 UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT
025200         PERFORM 6000-TRACE-ONE-STEP THRU 6000-EXIT
025300                 VARYING WS-STEP-SUB FROM 1 BY 1
025400                 UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT
025500         PERFORM 7000-PRINT-REPORT   THRU 7000-EXIT
025600     END-IF.
025700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
025800     GO TO 9999-EXIT.
025900
026000******************************************************************
026100*    1000-INITIALIZE - THE BUSINESS DATE IN QUESTION, THE
026200*                      DEPENDENCY TABLES, AND THE NIGHT'S JOBHIST
026300******************************************************************
026400 1000-INITIALIZE.
026500     DISPLAY "IMPACT - STREAM FAILURE IMPACT REPORT STARTING".
026600     PERFORM 1100-READ-IMPACT-PARM THRU 1100-EXIT.
026700     IF WS-BUSINESS-DATE EQUAL ZERO
026800         PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT
026900     END-IF.
027000     DISPLAY "BUSINESS DATE      : " WS-BUSINESS-DATE.
027100     PERFORM 2000-LOAD-DEPREF THRU 2000-EXIT.
027200     IF NOT WS-DEP-PRESENT
027300         GO TO 1000-EXIT
027400     END-IF.
027500     OPEN INPUT JOB-HISTORY.
027600     IF NOT WS-JOB-OK
027700         SET WS-EOF              TO TRUE
027800     END-IF.
027900 1000-EXIT.
028000     EXIT.
028100
028200 1100-READ-IMPACT-PARM.
028300     OPEN INPUT IMPACT-PARM.
028400     IF WS-PARM-OK
028500         READ IMPACT-PARM
028600             AT END
028700                 CONTINUE
028800             NOT AT END
028900                 IF IP-BUS-DATE NUMERIC AND IP-BUS-DATE > ZERO
029000                     MOVE IP-BUS-DATE TO WS-BUSINESS-DATE
029100                 END-IF
029200         END-READ
029300     END-IF.
029400     CLOSE IMPACT-PARM.
029500 1100-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900*    2000-LOAD-DEPREF - STEP RECORDS INTO THE STEP TABLE, EACH
030000*                       STEP'S FILE RECORDS INTO THE DEP TABLE
030100******************************************************************
030200 2000-LOAD-DEPREF.
030300     OPEN INPUT DEPEND-REF.
030400     IF NOT WS-DEP-OK
030500         DISPLAY "DEPREF WILL NOT OPEN - STATUS " WS-DEP-STATUS
030600         GO TO 2000-EXIT
030700     END-IF.
030800     SET WS-DEP-PRESENT          TO TRUE.
030900     PERFORM 2100-TABLE-ONE-REF THRU 2100-EXIT
031000             UNTIL WS-EOF.
031100     CLOSE DEPEND-REF.
031200     MOVE 'N'                    TO WS-EOF-SW.
031300     DISPLAY "STEPS ON DEPREF    : " WS-STEP-COUNT.
031400     DISPLAY "FILES ON DEPREF    : " WS-DEP-COUNT.
031500     IF WS-REF-ERROR-COUNT > ZERO
031600         DISPLAY "DEPREF RECORDS IGNORED: " WS-REF-ERROR-COUNT
031700     END-IF.
031800 2000-EXIT.
031900     EXIT.
032000
032100 2100-TABLE-ONE-REF.
032200     READ DEPEND-REF
032300         AT END
032400             SET WS-EOF TO TRUE
032500     END-READ.
032600     IF WS-EOF
032700         GO TO 2100-EXIT
032800     END-IF.
032900     IF DS-STEP-REC
033000         PERFORM 2200-TABLE-STEP THRU 2200-EXIT
033100         GO TO 2100-EXIT
033200     END-IF.
033300     IF DS-FILE-REC
033400         PERFORM 2300-TABLE-FILE THRU 2300-EXIT
033500         GO TO 2100-EXIT
033600     END-IF.
033700     DISPLAY "DEPREF RECORD TYPE NOT KNOWN: " DEP-STEP-RECORD.
033800     ADD 1                       TO WS-REF-ERROR-COUNT.
033900 2100-EXIT.
034000     EXIT.
034100
034200 2200-TABLE-STEP.
034300     IF WS-STEP-COUNT NOT LESS THAN WS-STEP-MAX
034400         DISPLAY "STEP TABLE FULL - " DS-STEP-NAME " IGNORED"
034500         ADD 1                   TO WS-REF-ERROR-COUNT
034600         GO TO 2200-EXIT
034700     END-IF.
034800     ADD 1                       TO WS-STEP-COUNT.
034900     MOVE WS-STEP-COUNT          TO WS-STEP-SUB.
035000     MOVE DS-STEP-NAME           TO WS-ST-STEP-NAME (WS-STEP-SUB).
035100     MOVE DS-PROGRAM-ID          TO WS-ST-PROGRAM (WS-STEP-SUB).
035200     MOVE DS-RUN-SW              TO WS-ST-RUN-SW (WS-STEP-SUB).
035300     MOVE DS-TRACK-SW            TO WS-ST-TRACK-SW (WS-STEP-SUB).
035400     COMPUTE WS-ST-FIRST-DEP (WS-STEP-SUB) = WS-DEP-COUNT + 1.
035500     MOVE ZERO                   TO WS-ST-DEP-COUNT (WS-STEP-SUB)
035600                                    WS-ST-RC (WS-STEP-SUB).
035700     MOVE SPACES            TO WS-ST-STATE (WS-STEP-SUB)
035800                               WS-ST-IMPACT (WS-STEP-SUB)
035900                               WS-ST-CAUSE-FILE (WS-STEP-SUB)
036000                               WS-ST-CAUSE-STEP (WS-STEP-SUB).
036100 2200-EXIT.
036200     EXIT.
036300
036400*    A FILE RECORD BELONGS TO THE STEP RECORD JUST BEFORE IT
036500 2300-TABLE-FILE.
036600     IF WS-STEP-COUNT EQUAL ZERO
036700         DISPLAY "FILE RECORD WITH NO STEP - " DF-STEP-NAME
036800         ADD 1                   TO WS-REF-ERROR-COUNT
036900         GO TO 2300-EXIT
037000     END-IF.
037100     IF DF-STEP-NAME NOT EQUAL WS-ST-STEP-NAME (WS-STEP-COUNT)
037200         DISPLAY "FILE RECORD OUT OF ORDER - " DF-STEP-NAME
037300                 " " DF-DD-NAME
037400         ADD 1                   TO WS-REF-ERROR-COUNT
037500         GO TO 2300-EXIT
037600     END-IF.
037700     IF WS-DEP-COUNT NOT LESS THAN WS-DEP-MAX
037800         DISPLAY "FILE TABLE FULL - " DF-STEP-NAME " "
037900                 DF-DD-NAME " IGNORED"
038000         ADD 1                   TO WS-REF-ERROR-COUNT
038100         GO TO 2300-EXIT
038200     END-IF.
038300     ADD 1                       TO WS-DEP-COUNT.
038400     MOVE DF-DD-NAME             TO WS-DP-DD-NAME (WS-DEP-COUNT).
038500     MOVE DF-FILE-NAME      TO WS-DP-FILE-NAME (WS-DEP-COUNT).
038600     MOVE DF-ACCESS              TO WS-DP-ACCESS (WS-DEP-COUNT).
038700     MOVE DF-FILE-CLASS          TO WS-DP-CLASS (WS-DEP-COUNT).
038800     ADD 1                  TO WS-ST-DEP-COUNT (WS-STEP-COUNT).
038900 2300-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    3000-TAKE-ONE-RUN - A JOBHIST RECORD OF THE NIGHT GOES TO
039400*                        THE FIRST STEP OF ITS PROGRAM NOT YET
039500*                        CLEAN, SO A CLEAN RERUN OVERRIDES THE
039600*                        FAILED RUN
039700******************************************************************
039800 3000-TAKE-ONE-RUN.
039900     READ JOB-HISTORY
040000         AT END
040100             SET WS-EOF TO TRUE
040200     END-READ.
040300     IF WS-EOF
040400         GO TO 3000-EXIT
040500     END-IF.
040600*    THE STREAM SPANS MIDNIGHT - A STEP STAMPED WITH THE BUSINESS
040700*    DATE OR THE MORNING AFTER BELONGS TO THIS RUN
040800     MOVE 'D'                    TO WS-DU-FUNCTION.
040900     MOVE JH-RUN-DATE            TO WS-DU-DATE-2.
041000     CALL "DATEUTIL"             USING WS-DU-FUNCTION
041100                                       WS-BUSINESS-DATE
041200                                       WS-DU-DATE-2
041300                                       WS-DU-DAYS
041400                                       WS-DU-VALID-SW.
041500     IF WS-DU-DAYS GREATER THAN ZERO
041600      OR WS-DU-DAYS LESS THAN -1
041700         GO TO 3000-EXIT
041800     END-IF.
041900     MOVE JH-PROGRAM-ID          TO WS-MATCH-PROGRAM.
042000     PERFORM 3100-FIND-OPEN-STEP THRU 3100-EXIT.
042100     IF NOT WS-FOUND
042200         GO TO 3000-EXIT
042300     END-IF.
042400     ADD 1                       TO WS-RUN-RECORD-COUNT.
042500     MOVE JH-RETURN-CODE         TO WS-ST-RC (WS-STEP-SUB).
042600     IF JH-RETURN-CODE NOT LESS THAN 8
042700         MOVE 'F'                TO WS-ST-STATE (WS-STEP-SUB)
042800     ELSE
042900         MOVE 'C'                TO WS-ST-STATE (WS-STEP-SUB)
043000     END-IF.
043100 3000-EXIT.
043200     EXIT.
043300
043400*    LEAVES WS-STEP-SUB ON THE FIRST STEP RUNNING WS-MATCH-PROGRAM
043500*    THAT HAS NOT YET RUN CLEAN
043600 3100-FIND-OPEN-STEP.
043700     MOVE 'N'                    TO WS-FOUND-SW.
043800     PERFORM 3150-MATCH-ONE-STEP THRU 3150-EXIT
043900             VARYING WS-STEP-SUB FROM 1 BY 1
044000             UNTIL WS-FOUND
044100                OR WS-STEP-SUB GREATER THAN WS-STEP-COUNT.
044200     IF WS-FOUND
044300         SUBTRACT 1              FROM WS-STEP-SUB
044400     END-IF.
044500 3100-EXIT.
044600     EXIT.
044700
044800 3150-MATCH-ONE-STEP.
044900     IF WS-ST-PROGRAM (WS-STEP-SUB) EQUAL WS-MATCH-PROGRAM
045000      AND NOT WS-ST-CLEAN (WS-STEP-SUB)
045100         SET WS-FOUND            TO TRUE
045200     END-IF.
045300 3150-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    4000-READ-COMPLETIONS - A STEPCTL COMPLETION FOR THE DATE
045800*                            COUNTS AS A CLEAN RUN (A RESTARTED
045900*                            STREAM PASSES OVER FINISHED STEPS)
046000******************************************************************
046100 4000-READ-COMPLETIONS.
046200     CLOSE JOB-HISTORY.
046300     OPEN INPUT STEP-CONTROL.
046400     IF NOT WS-CTL-OK
046500         GO TO 4000-EXIT
046600     END-IF.
046700     PERFORM 4100-TAKE-ONE-COMPLETION THRU 4100-EXIT
046800             UNTIL WS-CTL-EOF.
046900     CLOSE STEP-CONTROL.
047000 4000-EXIT.
047100     EXIT.
047200
047300 4100-TAKE-ONE-COMPLETION.
047400     READ STEP-CONTROL
047500         AT END
047600             SET WS-CTL-EOF TO TRUE
047700     END-READ.
047800     IF WS-CTL-EOF
047900         GO TO 4100-EXIT
048000     END-IF.
048100     IF SC-BUS-DATE NOT EQUAL WS-BUSINESS-DATE
048200      OR NOT SC-COMPLETE
048300         GO TO 4100-EXIT
048400     END-IF.
048500     MOVE SC-PROGRAM-ID          TO WS-MATCH-PROGRAM.
048600     PERFORM 3100-FIND-OPEN-STEP THRU 3100-EXIT.
048700     IF WS-FOUND
048800         ADD 1                   TO WS-RUN-RECORD-COUNT
048900         MOVE 'C'                TO WS-ST-STATE (WS-STEP-SUB)
049000     END-IF.
049100 4100-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*    5000-FIND-LAST-RUN - THE LATEST STEP IN STREAM ORDER THAT
049600*                         RAN, NOT COUNTING A COND=EVEN STEP
049700*                         (WHICH RUNS WHATEVER HAPPENED BEFORE IT)
049800******************************************************************
049900 5000-FIND-LAST-RUN.
050000     IF NOT WS-ST-NOT-RUN (WS-STEP-SUB)
050100      AND NOT WS-ST-RUNS-ALWAYS (WS-STEP-SUB)
050200         MOVE WS-STEP-SUB        TO WS-LAST-RUN-SUB
050300     END-IF.
050400 5000-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*    6000-TRACE-ONE-STEP - IN STREAM ORDER: A FAILED OR SKIPPED
050900*                          STEP, OR ONE READING A STALE FILE,
051000*                          MAKES EVERY FILE IT WRITES STALE
051100******************************************************************
051200 6000-TRACE-ONE-STEP.
051300     COMPUTE WS-DEP-END = WS-ST-FIRST-DEP (WS-STEP-SUB)
051400                        + WS-ST-DEP-COUNT (WS-STEP-SUB) - 1.
051500     IF WS-ST-FAILED (WS-STEP-SUB)
051600         GO TO 6000-ROOT
051700     END-IF.
051800     IF WS-ST-NOT-RUN (WS-STEP-SUB)
051900      AND WS-ST-TRACKED (WS-STEP-SUB)
052000      AND NOT WS-ST-RUNS-ALWAYS (WS-STEP-SUB)
052100      AND WS-STEP-SUB LESS THAN WS-LAST-RUN-SUB
052200         GO TO 6000-ROOT
052300     END-IF.
052400     MOVE 'N'                    TO WS-FOUND-SW.
052500     PERFORM 6100-CHECK-ONE-READ THRU 6100-EXIT
052600             VARYING WS-DEP-SUB FROM WS-ST-FIRST-DEP (WS-STEP-SUB)
052700             BY 1
052800             UNTIL WS-FOUND
052900                OR WS-DEP-SUB GREATER THAN WS-DEP-END.
053000     IF NOT WS-FOUND
053100         GO TO 6000-EXIT
053200     END-IF.
053300     MOVE 'A'                    TO WS-ST-IMPACT (WS-STEP-SUB).
053400     ADD 1                       TO WS-AFFECTED-COUNT.
053500     GO TO 6000-MARK.
053600 6000-ROOT.
053700     MOVE 'R'                    TO WS-ST-IMPACT (WS-STEP-SUB).
053800     ADD 1                       TO WS-ROOT-COUNT.
053900 6000-MARK.
054000     PERFORM 6200-MARK-ONE-WRITE THRU 6200-EXIT
054100             VARYING WS-DEP-SUB FROM WS-ST-FIRST-DEP (WS-STEP-SUB)
054200             BY 1
054300             UNTIL WS-DEP-SUB GREATER THAN WS-DEP-END.
054400 6000-EXIT.
054500     EXIT.
054600
054700 6100-CHECK-ONE-READ.
054800     IF NOT WS-DP-READS (WS-DEP-SUB)
054900      OR WS-DP-CONTROL (WS-DEP-SUB)
055000         GO TO 6100-EXIT
055100     END-IF.
055200     PERFORM 6300-FIND-STALE THRU 6300-EXIT.
055300     IF WS-FOUND
055400         MOVE WS-DP-FILE-NAME (WS-DEP-SUB)
055500                                 TO WS-ST-CAUSE-FILE (WS-STEP-SUB)
055600         MOVE WS-SL-STEP-NAME (WS-STALE-SUB)
055700                                 TO WS-ST-CAUSE-STEP (WS-STEP-SUB)
055800     END-IF.
055900 6100-EXIT.
056000     EXIT.
056100
056200 6200-MARK-ONE-WRITE.
056300     IF NOT WS-DP-WRITES (WS-DEP-SUB)
056400      OR WS-DP-CONTROL (WS-DEP-SUB)
056500         GO TO 6200-EXIT
056600     END-IF.
056700     PERFORM 6300-FIND-STALE THRU 6300-EXIT.
056800     IF WS-FOUND
056900         GO TO 6200-EXIT
057000     END-IF.
057100     IF WS-STALE-COUNT NOT LESS THAN WS-STALE-MAX
057200         DISPLAY "STALE FILE TABLE FULL - "
057300                 WS-DP-FILE-NAME (WS-DEP-SUB) " NOT TRACED"
057400         GO TO 6200-EXIT
057500     END-IF.
057600     ADD 1                       TO WS-STALE-COUNT.
057700     MOVE WS-DP-FILE-NAME (WS-DEP-SUB)
057800                            TO WS-SL-FILE-NAME (WS-STALE-COUNT).
057900     MOVE WS-ST-STEP-NAME (WS-STEP-SUB)
058000                            TO WS-SL-STEP-NAME (WS-STALE-COUNT).
058100 6200-EXIT.
058200     EXIT.
058300
058400*    LEAVES WS-STALE-SUB ON THE ENTRY FOR WS-DP-FILE-NAME IF FOUND
058500 6300-FIND-STALE.
058600     MOVE 'N'                    TO WS-FOUND-SW.
058700     PERFORM 6350-MATCH-ONE-STALE THRU 6350-EXIT
058800             VARYING WS-STALE-SUB FROM 1 BY 1
058900             UNTIL WS-FOUND
059000                OR WS-STALE-SUB GREATER THAN WS-STALE-COUNT.
059100     IF WS-FOUND
059200         SUBTRACT 1              FROM WS-STALE-SUB
059300     END-IF.
059400 6300-EXIT.
059500     EXIT.
059600
059700 6350-MATCH-ONE-STALE.
059800     IF WS-SL-FILE-NAME (WS-STALE-SUB)
059900                           EQUAL WS-DP-FILE-NAME (WS-DEP-SUB)
060000         SET WS-FOUND            TO TRUE
060100     END-IF.
060200 6350-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600*    7000-PRINT-REPORT - FAILED AND SKIPPED STEPS, AFFECTED STEPS,
060700*                        AFFECTED INTERFACES, STEPS SAFE TO RUN
060800******************************************************************
060900 7000-PRINT-REPORT.
061000     OPEN OUTPUT IMPACT-REPORT.
061100     MOVE WS-BUSINESS-DATE       TO WS-H1-DATE.
061200     WRITE IMPACT-RPT-LINE       FROM WS-RPT-HEADING-1.
061300
061400     MOVE "FAILED OR SKIPPED STEPS" TO WS-RS-TITLE.
061500     PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
061600     PERFORM 7100-PRINT-ROOT THRU 7100-EXIT
061700             VARYING WS-STEP-SUB FROM 1 BY 1
061800             UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT.
061900     PERFORM 7950-WRITE-NONE THRU 7950-EXIT.
062000
062100     MOVE "DOWNSTREAM STEPS AFFECTED" TO WS-RS-TITLE.
062200     PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
062300     PERFORM 7200-PRINT-AFFECTED THRU 7200-EXIT
062400             VARYING WS-STEP-SUB FROM 1 BY 1
062500             UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT.
062600     PERFORM 7950-WRITE-NONE THRU 7950-EXIT.
062700
062800     MOVE "OUTBOUND INTERFACES AFFECTED" TO WS-RS-TITLE.
062900     PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
063000     PERFORM 7300-PRINT-STEP-INTERFACES THRU 7300-EXIT
063100             VARYING WS-STEP-SUB FROM 1 BY 1
063200             UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT.
063300     PERFORM 7950-WRITE-NONE THRU 7950-EXIT.
063400
063500     MOVE "STEPS NOT YET RUN THAT CAN SAFELY RUN ANYWAY"
063600                                 TO WS-RS-TITLE.
063700     PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
063800     PERFORM 7400-PRINT-SAFE THRU 7400-EXIT
063900             VARYING WS-STEP-SUB FROM 1 BY 1
064000             UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT.
064100     PERFORM 7950-WRITE-NONE THRU 7950-EXIT.
064200
064300     MOVE WS-ROOT-COUNT          TO WS-RT-ROOTS.
064400     MOVE WS-AFFECTED-COUNT      TO WS-RT-AFFECTED.
064500     MOVE WS-INTERFACE-COUNT     TO WS-RT-INTERFACES.
064600     MOVE WS-SAFE-COUNT          TO WS-RT-SAFE.
064700     MOVE SPACES                 TO IMPACT-RPT-LINE.
064800     WRITE IMPACT-RPT-LINE.
064900     WRITE IMPACT-RPT-LINE       FROM WS-RPT-TOTAL-LINE.
065000     CLOSE IMPACT-REPORT.
065100 7000-EXIT.
065200     EXIT.
065300
065400 7100-PRINT-ROOT.
065500     IF NOT WS-ST-ROOT (WS-STEP-SUB)
065600         GO TO 7100-EXIT
065700     END-IF.
065800     MOVE WS-ST-STEP-NAME (WS-STEP-SUB) TO WS-RR-STEP-NAME.
065900     MOVE WS-ST-PROGRAM (WS-STEP-SUB)   TO WS-RR-PROGRAM.
066000     IF WS-ST-FAILED (WS-STEP-SUB)
066100         MOVE SPACES             TO WS-RR-TEXT
066200         STRING "FAILED - RC " DELIMITED BY SIZE
066300                WS-ST-RC (WS-STEP-SUB) DELIMITED BY SIZE
066400                INTO WS-RR-TEXT
066500     ELSE
066600         MOVE "SKIPPED - DID NOT RUN" TO WS-RR-TEXT
066700     END-IF.
066800     WRITE IMPACT-RPT-LINE       FROM WS-RPT-ROOT-LINE.
066900     SET WS-PRINTED              TO TRUE.
067000 7100-EXIT.
067100     EXIT.
067200
067300 7200-PRINT-AFFECTED.
067400     IF NOT WS-ST-AFFECTED (WS-STEP-SUB)
067500         GO TO 7200-EXIT
067600     END-IF.
067700     MOVE WS-ST-STEP-NAME (WS-STEP-SUB)  TO WS-RA-STEP-NAME.
067800     MOVE WS-ST-PROGRAM (WS-STEP-SUB)    TO WS-RA-PROGRAM.
067900     IF WS-ST-NOT-RUN (WS-STEP-SUB)
068000         MOVE "NOT YET RUN"      TO WS-RA-STATE
068100     ELSE
068200         MOVE "RAN - OUTPUT SUSPECT" TO WS-RA-STATE
068300     END-IF.
068400     MOVE WS-ST-CAUSE-FILE (WS-STEP-SUB) TO WS-RA-FILE-NAME.
068500     MOVE WS-ST-CAUSE-STEP (WS-STEP-SUB) TO WS-RA-CAUSE-STEP.
068600     WRITE IMPACT-RPT-LINE       FROM WS-RPT-AFFECTED-LINE.
068700     SET WS-PRINTED              TO TRUE.
068800 7200-EXIT.
068900     EXIT.
069000
069100 7300-PRINT-STEP-INTERFACES.
069200     IF WS-ST-UNAFFECTED (WS-STEP-SUB)
069300         GO TO 7300-EXIT
069400     END-IF.
069500     COMPUTE WS-DEP-END = WS-ST-FIRST-DEP (WS-STEP-SUB)
069600                        + WS-ST-DEP-COUNT (WS-STEP-SUB) - 1.
069700     PERFORM 7350-PRINT-ONE-INTERFACE THRU 7350-EXIT
069800             VARYING WS-DEP-SUB FROM WS-ST-FIRST-DEP (WS-STEP-SUB)
069900             BY 1
070000             UNTIL WS-DEP-SUB GREATER THAN WS-DEP-END.
070100 7300-EXIT.
070200     EXIT.
070300
070400 7350-PRINT-ONE-INTERFACE.
070500     IF NOT WS-DP-WRITES (WS-DEP-SUB)
070600      OR NOT WS-DP-INTERFACE (WS-DEP-SUB)
070700         GO TO 7350-EXIT
070800     END-IF.
070900     ADD 1                       TO WS-INTERFACE-COUNT.
071000     MOVE WS-DP-FILE-NAME (WS-DEP-SUB)   TO WS-RI-FILE-NAME.
071100     MOVE WS-DP-DD-NAME (WS-DEP-SUB)     TO WS-RI-DD-NAME.
071200     MOVE WS-ST-STEP-NAME (WS-STEP-SUB)  TO WS-RI-STEP-NAME.
071300     MOVE WS-ST-PROGRAM (WS-STEP-SUB)    TO WS-RI-PROGRAM.
071400     WRITE IMPACT-RPT-LINE       FROM WS-RPT-INTERFACE-LINE.
071500     SET WS-PRINTED              TO TRUE.
071600 7350-EXIT.
071700     EXIT.
071800
071900*    A STEP STILL TO RUN - PAST THE LAST STEP THAT RAN, OR A
072000*    COND=EVEN STEP NOT YET REACHED - THAT NOTHING STALE FEEDS
072100 7400-PRINT-SAFE.
072200     IF NOT WS-ST-NOT-RUN (WS-STEP-SUB)
072300      OR NOT WS-ST-UNAFFECTED (WS-STEP-SUB)
072400         GO TO 7400-EXIT
072500     END-IF.
072600     IF WS-STEP-SUB NOT GREATER THAN WS-LAST-RUN-SUB
072700      AND NOT WS-ST-RUNS-ALWAYS (WS-STEP-SUB)
072800         GO TO 7400-EXIT
072900     END-IF.
073000     ADD 1                       TO WS-SAFE-COUNT.
073100     MOVE WS-ST-STEP-NAME (WS-STEP-SUB) TO WS-RF-STEP-NAME.
073200     MOVE WS-ST-PROGRAM (WS-STEP-SUB)   TO WS-RF-PROGRAM.
073300     WRITE IMPACT-RPT-LINE       FROM WS-RPT-SAFE-LINE.
073400     SET WS-PRINTED              TO TRUE.
073500 7400-EXIT.
073600     EXIT.
073700
073800 7900-WRITE-SECTION.
073900     MOVE SPACES                 TO IMPACT-RPT-LINE.
074000     WRITE IMPACT-RPT-LINE.
074100     WRITE IMPACT-RPT-LINE       FROM WS-RPT-SECTION-LINE.
074200     MOVE 'N'                    TO WS-PRINTED-SW.
074300 7900-EXIT.
074400     EXIT.
074500
074600 7950-WRITE-NONE.
074700     IF NOT WS-PRINTED
074800         WRITE IMPACT-RPT-LINE   FROM WS-RPT-NONE-LINE
074900     END-IF.
075000 7950-EXIT.
075100     EXIT.
075200
075300******************************************************************
075400*    8100-GET-BUSINESS-DATE - TONIGHT'S OFFICIAL DATE FROM THE
075500*                             CALCHK BUSDATE CARD; MACHINE DATE
075600*                             ONLY AS FALLBACK
075700******************************************************************
075800 8100-GET-BUSINESS-DATE.
075900     OPEN INPUT BUS-DATE-FILE.
076000     IF WS-BDAT-OK
076100         READ BUS-DATE-FILE
076200             AT END
076300                 CONTINUE
076400             NOT AT END
076500                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
076600                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
076700                 END-IF
076800         END-READ
076900     END-IF.
077000     CLOSE BUS-DATE-FILE.
077100     IF WS-BUSINESS-DATE EQUAL ZERO
077200         MOVE 'C'                TO WS-DU-FUNCTION
077300         CALL "DATEUTIL"         USING WS-DU-FUNCTION
077400                                       WS-BUSINESS-DATE
077500                                       WS-DU-DATE-2
077600                                       WS-DU-DAYS
077700                                       WS-DU-VALID-SW
077800     END-IF.
077900 8100-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300*    9000-TERMINATE - SET THE RETURN CODE
078400******************************************************************
078500 9000-TERMINATE.
078600     IF NOT WS-DEP-PRESENT
078700         MOVE 8                  TO RETURN-CODE
078800         GO TO 9000-EXIT
078900     END-IF.
079000     DISPLAY "RUNS MATCHED       : " WS-RUN-RECORD-COUNT.
079100     DISPLAY "FAILED OR SKIPPED  : " WS-ROOT-COUNT.
079200     DISPLAY "STEPS AFFECTED     : " WS-AFFECTED-COUNT.
079300     DISPLAY "INTERFACES AFFECTED: " WS-INTERFACE-COUNT.
079400     DISPLAY "SAFE TO RUN        : " WS-SAFE-COUNT.
079500     IF WS-ROOT-COUNT > ZERO
079600         MOVE 4                  TO RETURN-CODE
079700     END-IF.
079800 9000-EXIT.
079900     EXIT.
080000
080100 9999-EXIT.
080200     STOP RUN.
