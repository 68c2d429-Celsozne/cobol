002000*                     ESCALATION AGE RAISES RC 8 SO THE
002100*                     MORNING MEETING SEES IT; ANY AGED ITEM
002200*                     AT ALL IS RC 4.
002210*    2026-10-15 JPL   THE ESCALATION AGE NOW COMES FROM THE
002220*                     PARMMAST CONTROLLED PARAMETER MASTER
002230*                     (PARAMETER REJAPRM) AS OF THE BUSINESS DATE
002240*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002250*                     REJAPRM CARD IS READ ONLY WHEN THE MASTER
002260*                     HOLDS NO VALUE.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
011800 01  WS-REJECT-IMAGE             PIC X(128).
011900 01  WS-ESCALATE-DAYS            PIC 9(03)   VALUE 007.
012000
012020 01  WS-AGE-CARD.
012040     05  WS-AC-ESCALATE-DAYS     PIC 9(03).
012060     05  FILLER                  PIC X(37).
012080
012100 77  WS-ROW-MAX                  PIC 9(03)   COMP    VALUE 200.
012200 77  WS-ROW-COUNT                PIC 9(03)   COMP    VALUE ZERO.
012300 77  WS-ROW-SUB                  PIC 9(03)   COMP.
017000     05  WS-RT-ESCALATED         PIC ZZZZ9.
017100
017200     COPY RUNSTAT.
017220
017240     COPY PARMREQ.
017300
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
023000     EXIT.
023100
023200 1100-READ-AGE-PARM.
023250     MOVE SPACES                 TO WS-AGE-CARD.
023300     MOVE "REJAPRM"              TO PQ-PARM-ID.
023350     MOVE SPACES                 TO PQ-PARM-QUAL.
023400     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
023450     CALL "PARMGET"              USING PARM-REQUEST-AREA.
023500     IF PQ-FOUND
023550         MOVE PQ-VALUE           TO WS-AGE-CARD
023600     ELSE
023650         PERFORM 1110-READ-AGE-CARD THRU 1110-EXIT
023700     END-IF.
023750     IF WS-AC-ESCALATE-DAYS NUMERIC
023800      AND WS-AC-ESCALATE-DAYS > ZERO
023850         MOVE WS-AC-ESCALATE-DAYS TO WS-ESCALATE-DAYS
023900     END-IF.
024600     DISPLAY "ESCALATION AGE     : " WS-ESCALATE-DAYS.
024700 1100-EXIT.
024800     EXIT.
024805
024810 1110-READ-AGE-CARD.
024815     OPEN INPUT AGE-PARM.
024820     IF WS-PARM-OK
024825         READ AGE-PARM INTO WS-AGE-CARD
024830             AT END
024835                 CONTINUE
024840         END-READ
024845     END-IF.
024850     CLOSE AGE-PARM.
024855 1110-EXIT.
024860     EXIT.
024900
025000******************************************************************
025100*    2000/2100/2200/2300/2400 - ONE SWEEP PER REJECT FILE, ALL
