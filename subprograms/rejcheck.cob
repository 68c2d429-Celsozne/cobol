001700*                     STREAM STOPS INSTEAD OF PLOWING ON WITH A
001800*                     FILE THAT IS CLEARLY BAD.  NO THRESHOLD
001900*                     RECORD FOR THE CALLER MEANS NO CHECK.
001910*    2026-10-15 JPL   THE CALLER'S THRESHOLD NOW COMES FROM THE
001920*                     PARMMAST CONTROLLED PARAMETER MASTER
001930*                     (PARAMETER REJTHRSH, QUALIFIED BY PROGRAM
001940*                     ID) AS OF THE BUSINESS DATE THROUGH THE
001950*                     SHARED PARMGET ROUTINE; THE REJTHRSH FILE
001960*                     IS SCANNED ONLY WHEN THE MASTER HOLDS NO
001970*                     VALUE FOR THE CALLER.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004800
004900 01  WS-THRESHOLD-PCT            PIC 9(03).
005000 01  WS-REJECT-PCT               PIC 9(03)V9(02).
005010 01  WS-THRESHOLD-CARD.
005020     05  WS-TC-PROGRAM-ID        PIC X(08).
005030     05  WS-TC-THRESHOLD-PCT     PIC 9(03).
005040     05  FILLER                  PIC X(29).
005050
005060     COPY PARMREQ.
005100
005200 LINKAGE SECTION.
005300 01  LK-PROGRAM-ID               PIC X(08).
008100     GOBACK.
008200
008300******************************************************************
008400*    1000-FIND-THRESHOLD - THE CALLER'S ROW IN FORCE ON THE
008410*                          PARAMETER MASTER, ELSE ITS ROW ON THE
008420*                          PARAMETER FILE
008500******************************************************************
008600 1000-FIND-THRESHOLD.
008610     MOVE "REJTHRSH"             TO PQ-PARM-ID.
008620     MOVE LK-PROGRAM-ID          TO PQ-PARM-QUAL.
008630     MOVE ZERO                   TO PQ-AS-OF-DATE.
008640     CALL "PARMGET"              USING PARM-REQUEST-AREA.
008650     IF PQ-FOUND
008660         MOVE PQ-VALUE           TO WS-THRESHOLD-CARD
008670         IF WS-TC-THRESHOLD-PCT NUMERIC
008680             SET WS-FOUND        TO TRUE
008690             MOVE WS-TC-THRESHOLD-PCT TO WS-THRESHOLD-PCT
008692         END-IF
008694         GO TO 1000-EXIT
008696     END-IF.
008700     OPEN INPUT THRESHOLD-FILE.
008800     IF WS-THR-OK
008900         PERFORM 1100-SCAN-ONE THRU 1100-EXIT
