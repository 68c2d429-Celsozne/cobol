002185*                     POST-MIDNIGHT END TIMES ARE HELD AGAINST
002186*                     THE 06:00 HANDOVER - AN EVENING 23:50
002187*                     END NO LONGER READS AS A MISS.
002188*    2026-10-15 JPL   THE HANDOVER CUTOFF NOW COMES FROM THE
002189*                     PARMMAST CONTROLLED PARAMETER MASTER
002190*                     (PARAMETER SLACUT) AS OF THE BUSINESS DATE
002191*                     THROUGH THE SHARED PARMGET ROUTINE; THE
002192*                     SLACUT CARD IS READ ONLY WHEN THE MASTER
002193*                     HOLDS NO VALUE.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005530 01  WS-CUT-STATUS               PIC X(02).
005540     88  WS-CUT-OK                       VALUE "00".
005550 01  WS-CUTOFF-TIME              PIC 9(06)   VALUE 060000.
005551 01  WS-CUTOFF-CARD.
005552     05  WS-CC-CUTOFF-TIME       PIC 9(06).
005553     05  FILLER                  PIC X(34).
005554     COPY PARMREQ.
005560 01  WS-LATEST-END               PIC 9(06)   VALUE ZERO.
005570 01  WS-ELAPSED-SECS             PIC S9(07)  COMP    VALUE ZERO.
005580 01  WS-START-SECS               PIC S9(07)  COMP    VALUE ZERO.
014710     EXIT.
014720
014730 1200-READ-CUTOFF.
014731     MOVE SPACES                 TO WS-CUTOFF-CARD.
014732     MOVE "SLACUT"               TO PQ-PARM-ID.
014733     MOVE SPACES                 TO PQ-PARM-QUAL.
014734     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
014735     CALL "PARMGET"              USING PARM-REQUEST-AREA.
014736     IF PQ-FOUND
014737         MOVE PQ-VALUE           TO WS-CUTOFF-CARD
014738     ELSE
014739         PERFORM 1210-READ-CUTOFF-CARD THRU 1210-EXIT
014740     END-IF.
014741     IF WS-CC-CUTOFF-TIME NUMERIC
014742      AND WS-CC-CUTOFF-TIME > ZERO
014743         MOVE WS-CC-CUTOFF-TIME  TO WS-CUTOFF-TIME
014744     END-IF.
014870 1200-EXIT.
014880     EXIT.
014881
014882 1210-READ-CUTOFF-CARD.
014883     OPEN INPUT CUTOFF-PARM.
014884     IF WS-CUT-OK
014885         READ CUTOFF-PARM INTO WS-CUTOFF-CARD
014886             AT END
014887                 CONTINUE
014888         END-READ
014889     END-IF.
014890     CLOSE CUTOFF-PARM.
014891 1210-EXIT.
014892     EXIT.
014500
014600******************************************************************
014700*    2000-SUMMARIZE-STEP - ONE LINE PER JOBHIST RECORD, FLAGGED
