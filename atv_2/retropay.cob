002300*                     AND REGISTER CONTROLS.  THE EMPLOYEE'S
002400*                     BADGE COMES FROM BADGMAST SO THE FEED
002500*                     PASSES THE ATV2 BADGE EDITS.
002520*    2026-10-15 JPL   ADJUSTMENTS NOW CARRY A RATE CODE FROM
002540*                     THE RATECODE MASTER IN PLACE OF A RAW
002560*                     RATE; THESE ARE PLAIN AMOUNTS AND CARRY
002580*                     NO CODE.
002583*    2026-10-15 JPL   A CARD EFFECTIVE IN A CLOSED ACCOUNTING
002586*                     PERIOD (SHARED PERDCHK AGAINST PERDCTL)
002590*                     PRODUCES NO CATCH-UP - IT IS WRITTEN TO THE
002593*                     BACKDTD EXCEPTIONS FILE FOR FINANCE, NOTED
002596*                     ON THE REPORT, AND THE RUN ENDS RC 4.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004300                             ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT RETRO-REPORT     ASSIGN TO "RETRORPT"
004500                             ORGANIZATION IS LINE SEQUENTIAL.
004533     SELECT OPTIONAL BACK-DATED-FILE ASSIGN TO "BACKDTD"
004566                             ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
007300 FD  BUS-DATE-FILE
007400     RECORDING MODE IS F.
007500     COPY BUSDATE.
007520
007540 FD  BACK-DATED-FILE
007560     RECORDING MODE IS F.
007580     COPY BACKDTD.
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-BDAT-STATUS              PIC X(02).
009500         88  WS-BADGE-EOF                    VALUE 'Y'.
009600     05  WS-BADGE-FOUND-SW       PIC X(01)   VALUE 'N'.
009700         88  WS-BADGE-FOUND                  VALUE 'Y'.
009733     05  WS-DIVERTED-SW          PIC X(01)   VALUE 'N'.
009766         88  WS-DIVERTED                     VALUE 'Y'.
009800
009900 77  WS-PERIOD-MAX               PIC 9(03)   COMP    VALUE 120.
010000 77  WS-PERIOD-COUNT             PIC 9(03)   COMP    VALUE ZERO.
011200
011300 77  WS-CARD-COUNT               PIC 9(05)   COMP    VALUE ZERO.
011400 77  WS-CARD-REJECT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
011450 77  WS-DIVERT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
011500 77  WS-EMP-PERIOD-COUNT         PIC 9(03)   COMP    VALUE ZERO.
011600 77  WS-DETAIL-COUNT             PIC 9(07)   COMP    VALUE ZERO.
011700 01  WS-AMOUNT-HASH              PIC 9(11)V9(02) VALUE ZERO.
014700     05  WS-RR-REASON            PIC X(30).
014800
014900     COPY RUNSTAT.
014933
014966     COPY PERDREQ.
015000
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
017300     OPEN INPUT  RETRO-PARM.
017400     OPEN OUTPUT RETRO-FEED.
017500     OPEN OUTPUT RETRO-REPORT.
017550     OPEN EXTEND BACK-DATED-FILE.
017600     WRITE RETRO-RPT-LINE        FROM WS-RPT-HEADING-1.
017700     MOVE SPACES                 TO FILE-HEADER-RECORD.
017800     MOVE 'HDR'                  TO FH-REC-ID.
029000******************************************************************
029100 2000-PROCESS-ONE-CARD.
029200     ADD 1                       TO WS-CARD-COUNT.
029220     PERFORM 2050-CHECK-CLOSED-PERIOD THRU 2050-EXIT.
029240     IF WS-DIVERTED
029260         GO TO 2000-READ-NEXT
029280     END-IF.
029300     COMPUTE WS-RATE-DELTA = RP-NEW-RATE - RP-OLD-RATE.
029400     MOVE WS-RATE-DELTA          TO WS-ABS-DELTA.
029500     IF WS-RATE-DELTA < ZERO
032700     PERFORM 2900-READ-PARM THRU 2900-EXIT.
032800 2000-EXIT.
032900     EXIT.
032902
032905******************************************************************
032908*    2050-CHECK-CLOSED-PERIOD - A CARD EFFECTIVE IN A CLOSED
032911*                               ACCOUNTING PERIOD PRODUCES NO
032913*                               CATCH-UP; IT GOES TO THE BACKDTD
032916*                               EXCEPTIONS FILE FOR FINANCE TO
032919*                               RELEASE
032922******************************************************************
032925 2050-CHECK-CLOSED-PERIOD.
032927     MOVE 'N'                    TO WS-DIVERTED-SW.
032930     IF RP-EFF-DATE NOT NUMERIC
032933      OR RP-EFF-DATE EQUAL ZERO
032936         GO TO 2050-EXIT
032938     END-IF.
032941     MOVE RP-EFF-DATE            TO PK-EFF-DATE.
032944     CALL "PERDCHK"              USING PERIOD-CHECK-AREA.
032947     IF NOT PK-CLOSED
032950         GO TO 2050-EXIT
032952     END-IF.
032955     SET WS-DIVERTED             TO TRUE.
032958     ADD 1                       TO WS-DIVERT-COUNT.
032961     MOVE "RETROPAY"             TO BKD-ORIGIN-PROGRAM.
032963     MOVE WS-BUSINESS-DATE       TO BKD-RUN-DATE.
032966     MOVE RP-EFF-DATE            TO BKD-EFF-DATE.
032969     MOVE PK-PERIOD              TO BKD-PERIOD.
032972     MOVE SPACES                 TO BKD-USER-ID.
032975     MOVE SPACES                 TO BKD-ORIGINAL-RECORD.
032977     MOVE RETRO-PARM-RECORD      TO BKD-ORIGINAL-RECORD (1:27).
032980     WRITE BACK-DATED-RECORD.
032983     MOVE RP-EMP-ID              TO WS-RR-EMP-ID.
032986     MOVE "DIVERTED - PERIOD CLOSED"
032988                                 TO WS-RR-REASON.
032991     WRITE RETRO-RPT-LINE        FROM WS-RPT-REJECT-LINE.
032994 2050-EXIT.
032997     EXIT.
033000
033100 2100-FIND-BADGE.
033200     MOVE 'N'                    TO WS-BADGE-FOUND-SW.
037000     END-IF.
037100     MOVE WS-ABS-DELTA           TO ADJ-AMOUNT.
037200     MOVE WS-FOUND-BADGE         TO ADJ-BADGE-ID.
037300     MOVE SPACES                 TO ADJ-RATE-CODE.
037400     MOVE "06"                   TO ADJ-SOURCE-FEED.
037410     MOVE ZERO                   TO ADJ-ORIG-RUN-DATE.
037500     MOVE SPACES                 TO RETRO-FEED-RECORD.
040100     WRITE RETRO-FEED-RECORD.
040200     DISPLAY "RETRO CARDS READ   : " WS-CARD-COUNT.
040300     DISPLAY "CARDS REJECTED     : " WS-CARD-REJECT-COUNT.
040350     DISPLAY "CARDS DIVERTED     : " WS-DIVERT-COUNT.
040400     DISPLAY "CATCH-UPS EMITTED  : " WS-DETAIL-COUNT.
040500     CLOSE RETRO-PARM.
040600     CLOSE RETRO-FEED.
040800     IF WS-CARD-REJECT-COUNT > ZERO
040900         MOVE 4                  TO RETURN-CODE
041000     END-IF.
041020     CLOSE BACK-DATED-FILE.
041040     IF WS-DIVERT-COUNT > ZERO
041060         MOVE 4                  TO RETURN-CODE
041080     END-IF.
041100     MOVE 'E'                    TO RSA-FUNCTION.
041200     MOVE WS-CARD-COUNT          TO RSA-READ-COUNT.
041300     MOVE WS-DETAIL-COUNT        TO RSA-WRITTEN-COUNT.
