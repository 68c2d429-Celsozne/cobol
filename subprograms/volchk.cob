002000*                     PERCENTAGE RETURNS VERDICT '4' OR '8'
002100*                     (DEFAULTS 50 AND 300).  TONIGHT'S
002200*                     FIGURES THEN JOIN THE HISTORY.
002210*    2026-10-15 JPL   THE WARN AND STOP PERCENTAGES NOW COME FROM
002220*                     THE PARMMAST CONTROLLED PARAMETER MASTER
002230*                     (PARAMETER VOLPRM) AS OF THE CALLER'S
002240*                     BUSINESS DATE THROUGH THE SHARED PARMGET
002250*                     ROUTINE; THE VOLPRM CARD IS READ ONLY WHEN
002260*                     THE MASTER HOLDS NO VALUE.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005600
005700 01  WS-WARN-PCT                 PIC 9(03)   VALUE 050.
005800 01  WS-STOP-PCT                 PIC 9(03)   VALUE 300.
005810 01  WS-VOLUME-CARD.
005820     05  WS-VC-WARN-PCT          PIC 9(03).
005830     05  WS-VC-STOP-PCT          PIC 9(03).
005840     05  FILLER                  PIC X(34).
005850
005860     COPY PARMREQ.
005900
006000 77  WS-RING-SUB                 PIC 9(01)   COMP.
006100 77  WS-RING-NEXT                PIC 9(01)   COMP    VALUE 1.
009200     PERFORM 4000-APPEND-TONIGHT THRU 4000-EXIT.
009300     GOBACK.
009400
009410******************************************************************
009420*    1000-READ-PARM - THE WARN AND STOP PERCENTAGES IN FORCE ON
009430*                     THE PARAMETER MASTER, ELSE THE CARD;
009440*                     WITHOUT EITHER THE DEFAULTS STAND
009450******************************************************************
009500 1000-READ-PARM.
009510     MOVE SPACES                 TO WS-VOLUME-CARD.
009520     MOVE "VOLPRM"               TO PQ-PARM-ID.
009530     MOVE SPACES                 TO PQ-PARM-QUAL.
009540     MOVE LK-BUS-DATE            TO PQ-AS-OF-DATE.
009550     CALL "PARMGET"              USING PARM-REQUEST-AREA.
009560     IF PQ-FOUND
009570         MOVE PQ-VALUE           TO WS-VOLUME-CARD
009580     ELSE
009590         PERFORM 1010-READ-VOLUME-CARD THRU 1010-EXIT
009600     END-IF.
009700     IF WS-VC-WARN-PCT NUMERIC AND WS-VC-WARN-PCT > ZERO
009800         MOVE WS-VC-WARN-PCT     TO WS-WARN-PCT
009900     END-IF.
010000     IF WS-VC-STOP-PCT NUMERIC AND WS-VC-STOP-PCT > ZERO
010100         MOVE WS-VC-STOP-PCT     TO WS-STOP-PCT
010200     END-IF.
011100 1000-EXIT.
011200     EXIT.
011210
011220 1010-READ-VOLUME-CARD.
011230     OPEN INPUT VOLUME-PARM.
011240     IF WS-PARM-OK
011250         READ VOLUME-PARM INTO WS-VOLUME-CARD
011260             AT END
011270                 CONTINUE
011280         END-READ
011290     END-IF.
011300     CLOSE VOLUME-PARM.
011310 1010-EXIT.
011320     EXIT.
011300
011400******************************************************************
011500*    2000-GATHER-HISTORY - THE LAST FIVE PRIOR-DATE ENTRIES FOR
