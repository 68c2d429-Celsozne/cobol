002000*                     JOB FAILS SAFE - IF THE COUNTS DO NOT
002100*                     RECONCILE THE RC IS 8 AND THE LIVE FILE IS
002200*                     NOT TO BE REPLACED.
002210*    2026-10-15 JPL   THE RETENTION DAYS NOW COME FROM THE
002220*                     PARMMAST CONTROLLED PARAMETER MASTER
002230*                     (PARAMETER ARCHPRM, QUALIFIED BY THE FILE
002240*                     ID) AS OF THE BUSINESS DATE THROUGH THE
002250*                     SHARED PARMGET ROUTINE; THE DAYS ON THE CARD
002260*                     ARE USED ONLY WHEN THE MASTER HOLDS NO VALUE
002270*                     FOR THE FILE.  THE CARD STILL NAMES THE FILE
002280*                     AND WHERE ITS DATE SITS.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
008700     05  WS-RD-YYMMDD            PIC 9(06).
008800 01  WS-DATE-TEXT                PIC X(08).
008900
008910 01  WS-RETENTION-DAYS           PIC 9(04).
008920
008930 01  WS-RETENTION-CARD.
008940     05  WS-RC-RETENTION-DAYS    PIC 9(04).
008950     05  FILLER                  PIC X(36).
008960
008970     COPY PARMREQ.
008980
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
011200     IF WS-RUN-IN-ERROR
011300         GO TO 1000-EXIT
011400     END-IF.
011450     PERFORM 1100-GET-RETENTION  THRU 1100-EXIT.
011500     MOVE 'C'                    TO WS-DU-FUNCTION.
011600     CALL "DATEUTIL"             USING WS-DU-FUNCTION
011700                                       WS-TODAY
011900                                       WS-DU-DAYS
012000                                       WS-DU-VALID-SW.
012100     MOVE 'S'                    TO WS-DU-FUNCTION.
012200     MOVE WS-RETENTION-DAYS      TO WS-DU-DAYS.
012300     CALL "DATEUTIL"             USING WS-DU-FUNCTION
012400                                       WS-TODAY
012500                                       WS-CUTOFF-DATE
013900     PERFORM 2900-READ-LIVE THRU 2900-EXIT.
014000 1000-EXIT.
014100     EXIT.
014104
014108******************************************************************
014112*    1100-GET-RETENTION - THE MASTER'S RETENTION FOR THIS FILE
014116*                         WINS OVER THE DAYS ON THE CARD
014120******************************************************************
014124 1100-GET-RETENTION.
014128     MOVE AP-RETENTION-DAYS      TO WS-RETENTION-DAYS.
014132     MOVE SPACES                 TO WS-RETENTION-CARD.
014136     MOVE "ARCHPRM"              TO PQ-PARM-ID.
014140     MOVE AP-FILE-ID             TO PQ-PARM-QUAL.
014144     MOVE ZERO                   TO PQ-AS-OF-DATE.
014148     CALL "PARMGET"              USING PARM-REQUEST-AREA.
014152     IF PQ-FOUND
014156         MOVE PQ-VALUE           TO WS-RETENTION-CARD
014160         IF WS-RC-RETENTION-DAYS NUMERIC
014164             MOVE WS-RC-RETENTION-DAYS TO WS-RETENTION-DAYS
014168         END-IF
014172     END-IF.
014176     DISPLAY "RETENTION DAYS: " WS-RETENTION-DAYS.
014180 1100-EXIT.
014184     EXIT.
014200
014300******************************************************************
014400*    2000-ROUTE-ONE-RECORD - OLDER THAN THE CUTOFF GOES TO THE
