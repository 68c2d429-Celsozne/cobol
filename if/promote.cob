002000*                     RECONCILE TO THE ENROLLED POPULATION.
002100*                     A STUDENT WITH NO RESULTS FOR THE TERM
002200*                     IS LISTED AND COUNTED SEPARATELY.
002220*    2026-10-15 JPL   A SUBJECT THE STUDENT WAS BARRED FROM FOR
002240*                     LOW ATTENDANCE COUNTS AGAINST PROMOTION
002260*                     THE SAME AS A FAILED SUBJECT.
002270*    2026-10-15 JPL   A PROMOTED STUDENT ALREADY IN THE FINAL
002280*                     CLASS YEAR (PROMPARM, DEFAULT 04) IS NOT
002285*                     ADVANCED BUT SET TO GRADUATED ('G') ON THE
002290*                     MASTER FOR THE CERTRUN CERTIFICATE RUN.
002291*    2026-10-15 JPL   THE PROMOTION RULE NOW COMES FROM THE
002292*                     PARMMAST CONTROLLED PARAMETER MASTER
002293*                     (PARAMETER PROMPARM) AS OF THE BUSINESS
002294*                     DATE THROUGH THE SHARED PARMGET ROUTINE;
002295*                     THE PROMPARM CARD IS READ ONLY WHEN THE
002296*                     MASTER HOLDS NO VALUE.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005900 01  PROMO-PARM-RECORD.
006000     05  PP-MAX-FAILED           PIC 9(02).
006100     05  PP-MIN-AVERAGE          PIC 9(03).
006150     05  PP-FINAL-YEAR           PIC 9(02).
006200
006300 FD  TERM-PARM
006400     RECORDING MODE IS F.
008300
008400 01  WS-MAX-FAILED               PIC 9(02)   VALUE 01.
008500 01  WS-MIN-AVERAGE              PIC 9(03)   VALUE 041.
008550 01  WS-FINAL-YEAR               PIC 9(02)   VALUE 04.
008558 01  WS-PROMO-CARD.
008566     05  WS-PC-MAX-FAILED        PIC 9(02).
008574     05  WS-PC-MIN-AVERAGE       PIC 9(03).
008582     05  WS-PC-FINAL-YEAR        PIC 9(02).
008590     05  FILLER                  PIC X(33).
008600
008700 01  WS-SWITCHES.
008800     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
009500 77  WS-DETAINED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
009600 77  WS-NO-RESULT-COUNT          PIC 9(05)   COMP    VALUE ZERO.
009700 77  WS-SKIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
009750 77  WS-GRADUATED-COUNT          PIC 9(05)   COMP    VALUE ZERO.
009800
009900 01  WS-SUBJ-COUNT               PIC 9(02)   COMP    VALUE ZERO.
010000 01  WS-FAIL-COUNT               PIC 9(02)   COMP    VALUE ZERO.
011800     05  FILLER                  PIC X(13)   VALUE
011801         "  MIN AVERAGE".
011900     05  WS-RL-MIN-AVG           PIC ZZ9.
011910     05  FILLER                  PIC X(13)   VALUE
011920         "  FINAL YEAR ".
011930     05  WS-RL-FINAL-YEAR        PIC Z9.
012000
012100 01  WS-RPT-DETAIL-LINE.
012200     05  WS-RD-VERDICT           PIC X(09).
014600     05  WS-RP-VERDICT           PIC X(14).
014700
014800     COPY RUNSTAT.
014830
014860     COPY PARMREQ.
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
017500     WRITE PROMO-RPT-LINE        FROM WS-RPT-HEADING.
017600     MOVE WS-MAX-FAILED          TO WS-RL-MAX-FAILED.
017700     MOVE WS-MIN-AVERAGE         TO WS-RL-MIN-AVG.
017750     MOVE WS-FINAL-YEAR          TO WS-RL-FINAL-YEAR.
017800     WRITE PROMO-RPT-LINE        FROM WS-RPT-RULE-LINE.
017900     PERFORM 2900-READ-STUDENT THRU 2900-EXIT.
018000 1000-EXIT.
018100     EXIT.
018200
018210******************************************************************
018220*    1100-READ-PROMO-PARM - THE PROMOTION RULE IN FORCE ON THE
018230*                           PARAMETER MASTER, ELSE THE CARD;
018240*                           WITHOUT EITHER THE DEFAULTS STAND
018250******************************************************************
018300 1100-READ-PROMO-PARM.
018370     MOVE SPACES                 TO WS-PROMO-CARD.
018440     MOVE "PROMPARM"             TO PQ-PARM-ID.
018510     MOVE SPACES                 TO PQ-PARM-QUAL.
018580     MOVE ZERO                   TO PQ-AS-OF-DATE.
018650     CALL "PARMGET"              USING PARM-REQUEST-AREA.
018720     IF PQ-FOUND
018790         MOVE PQ-VALUE           TO WS-PROMO-CARD
018860     ELSE
018930         PERFORM 1110-READ-PROMO-CARD THRU 1110-EXIT
019000     END-IF.
019070     IF WS-PC-MAX-FAILED NUMERIC
019140         MOVE WS-PC-MAX-FAILED   TO WS-MAX-FAILED
019210     END-IF.
019280     IF WS-PC-MIN-AVERAGE NUMERIC
019350      AND WS-PC-MIN-AVERAGE > ZERO
019420         MOVE WS-PC-MIN-AVERAGE  TO WS-MIN-AVERAGE
019490     END-IF.
019560     IF WS-PC-FINAL-YEAR NUMERIC
019630      AND WS-PC-FINAL-YEAR > ZERO
019700         MOVE WS-PC-FINAL-YEAR   TO WS-FINAL-YEAR
019770     END-IF.
020000 1100-EXIT.
020100     EXIT.
020107
020114 1110-READ-PROMO-CARD.
020121     OPEN INPUT PROMO-PARM.
020128     IF WS-PARM-OK
020135         READ PROMO-PARM INTO WS-PROMO-CARD
020142             AT END
020149                 CONTINUE
020156         END-READ
020163     END-IF.
020170     CLOSE PROMO-PARM.
020177 1110-EXIT.
020184     EXIT.
020200
020300 1300-READ-TERM-PARM.
020400     OPEN INPUT TERM-PARM.
024300          AND WS-AVERAGE NOT LESS THAN WS-MIN-AVERAGE
024400             SET WS-PROMOTED     TO TRUE
024500             ADD 1               TO WS-PROMOTED-COUNT
024610             IF SM-CLASS-YEAR NOT LESS THAN WS-FINAL-YEAR
024620                 SET SM-GRADUATED TO TRUE
024630                 ADD 1           TO WS-GRADUATED-COUNT
024640             ELSE
024650                 ADD 1           TO SM-CLASS-YEAR
024660             END-IF
024700             REWRITE STUDENT-MASTER-RECORD
024800         ELSE
024900             SET WS-DETAINED     TO TRUE
025200     END-IF.
025300     EVALUATE TRUE
025400         WHEN WS-PROMOTED
025410          AND SM-GRADUATED
025420             MOVE "GRADUATED"    TO WS-RD-VERDICT
025450         WHEN WS-PROMOTED
025500             MOVE "PROMOTED"     TO WS-RD-VERDICT
025600         WHEN WS-DETAINED
025700             MOVE "DETAINED"     TO WS-RD-VERDICT
030700     ADD 1                       TO WS-SUBJ-COUNT.
030800     ADD RM-MARKS                TO WS-MARKS-TOTAL.
030900     IF RM-GRADE EQUAL "FAIL"
030950      OR RM-BARRED
031000         ADD 1                   TO WS-FAIL-COUNT
031100     END-IF.
031200 2200-EXIT.
034800 9000-TERMINATE.
034900     DISPLAY "ENROLLED STUDENTS  : " WS-ENROLLED-COUNT.
035000     DISPLAY "PROMOTED           : " WS-PROMOTED-COUNT.
035050     DISPLAY "  OF WHICH GRADUATED : " WS-GRADUATED-COUNT.
035100     DISPLAY "DETAINED           : " WS-DETAINED-COUNT.
035200     DISPLAY "NO RESULTS         : " WS-NO-RESULT-COUNT.
035300     DISPLAY "NOT ENROLLED       : " WS-SKIPPED-COUNT.
