002100*                     SAME INPUT ALWAYS MASKS TO THE SAME
002200*                     OUTPUT - SO CA-CUST-ID STILL JOINS
002300*                     CUSTNMM TO CUSTADDR IN THE TEST REGION.
002330*    2026-10-15 JPL   TESTEMP RECORD WIDENED FOR THE EMPREC PAY
002360*                     GROUP BYTE.
002370*    2026-10-15 JPL   TESTEMP RECORD WIDENED FOR THE EMPREC PAY
002380*                     GRADE CODE.
002385*    2026-10-15 JPL   TESTEMP RECORD WIDENED FOR THE EMPREC
002390*                     MANAGER ID, WHICH IS MASKED BY THE SAME
002395*                     EMP-ID RULE SO THE REPORTING LINES STILL
002397*                     JOIN IN THE TEST REGION.
002398*    2026-10-15 JPL   TESTCADR RECORD WIDENED FOR THE CUSTADDR
002399*                     RETURNED-MAIL MARKER.
002409*    2026-10-15 JPL   THE DISTRIBUTION CLASS NOW COMES FROM THE
002419*                     PARMMAST CONTROLLED PARAMETER MASTER
002429*                     (PARAMETER MASKPRM) AS OF THE BUSINESS DATE
002439*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002449*                     MASKPRM CARD IS READ ONLY WHEN THE MASTER
002459*                     HOLDS NO VALUE.
002469******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-370.
007900
008000 FD  TEST-EMP-OUT
008100     RECORDING MODE IS F.
008200 01  TEST-EMP-RECORD             PIC X(71).
008300
008400 FD  TEST-CNM-OUT
008500     RECORDING MODE IS F.
008700
008800 FD  TEST-CADR-OUT
008900     RECORDING MODE IS F.
009000 01  TEST-CADR-RECORD            PIC X(31).
009100
009200 WORKING-STORAGE SECTION.
009300 01  WS-EMP-STATUS               PIC X(02).
010300
010400 01  WS-DIST-CLASS               PIC X(08)   VALUE "TESTREG".
010500
010520 01  WS-MASK-CARD.
010540     05  WS-MC-DIST-CLASS        PIC X(08).
010560     05  FILLER                  PIC X(32).
010580
010600 01  WS-SWITCHES.
010700     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
010800         88  WS-EOF                          VALUE 'Y'.
014000 77  WS-FIELDS-MASKED            PIC 9(07)   COMP    VALUE ZERO.
014100
014200     COPY RUNSTAT.
014220
014240     COPY PARMREQ.
014300
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
016800     EXIT.
016900
017000 1100-READ-MASK-PARM.
017050     MOVE SPACES                 TO WS-MASK-CARD.
017100     MOVE "MASKPRM"              TO PQ-PARM-ID.
017150     MOVE SPACES                 TO PQ-PARM-QUAL.
017200     MOVE ZERO                   TO PQ-AS-OF-DATE.
017250     CALL "PARMGET"              USING PARM-REQUEST-AREA.
017300     IF PQ-FOUND
017350         MOVE PQ-VALUE           TO WS-MASK-CARD
017400     ELSE
017450         PERFORM 1110-READ-MASK-CARD THRU 1110-EXIT
017500     END-IF.
017550     IF WS-MC-DIST-CLASS NOT EQUAL SPACES
017600         MOVE WS-MC-DIST-CLASS   TO WS-DIST-CLASS
017650     END-IF.
018300     DISPLAY "DISTRIBUTION CLASS : " WS-DIST-CLASS.
018400 1100-EXIT.
018500     EXIT.
018505
018510 1110-READ-MASK-CARD.
018515     OPEN INPUT MASK-PARM.
018520     IF WS-PARM-OK
018525         READ MASK-PARM INTO WS-MASK-CARD
018530             AT END
018535                 CONTINUE
018540         END-READ
018545     END-IF.
018550     CLOSE MASK-PARM.
018555 1110-EXIT.
018560     EXIT.
018600
018700 1200-LOAD-POLICY.
018800     OPEN INPUT MASK-POLICY.
032400     MOVE EMP-ID                 TO WS-ID-WORK.
032500     PERFORM 7200-MASK-ID THRU 7200-EXIT.
032600     MOVE WS-ID-WORK             TO EMP-ID.
032610     IF EMP-MANAGER-ID NOT EQUAL ZERO
032620         MOVE EMP-MANAGER-ID     TO WS-ID-WORK
032630         PERFORM 7200-MASK-ID THRU 7200-EXIT
032640         MOVE WS-ID-WORK         TO EMP-MANAGER-ID
032650     END-IF.
032700     MOVE "EMP-NAME"             TO WS-WANT-FIELD.
032800     PERFORM 7000-FIND-RULE THRU 7000-EXIT.
032900     MOVE EMP-NAME               TO WS-MASK-WORK.
