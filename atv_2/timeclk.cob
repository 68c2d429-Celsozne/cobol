002200*                     '07') INTO ADJMERGE.  AN UNKNOWN BADGE
002300*                     OR AN AMOUNT OVER THE ADJUSTMENT LIMIT
002400*                     GOES TO THE WORK REPORT, NOT THE FEED.
002410*    2026-10-15 JPL   PUNCHFD DETAILS NOW ALSO CARRY THE DAY'S
002420*                     CLOCK-IN AND CLOCK-OUT TIMES (HHMM, ZERO
002430*                     WHEN THE PUNCH IS MISSING) FOR THE ATTNRPT
002440*                     ATTENDANCE MATCH; THE RECORD IS NOW 26
002450*                     BYTES.  OVERTIME IS STILL TAKEN FROM THE
002460*                     HOURS WORKED.
002468*    2026-10-15 JPL   ADJUSTMENTS NOW CARRY A RATE CODE FROM
002476*                     THE RATECODE MASTER IN PLACE OF A RAW
002484*                     RATE; THESE ARE PLAIN AMOUNTS AND CARRY
002492*                     NO CODE.
002493*    2026-10-15 JPL   THE STANDARD HOURS AND OVERTIME MULTIPLIER
002494*                     NOW COME FROM THE PARMMAST CONTROLLED
002495*                     PARAMETER MASTER (PARAMETER OTPARM) AS OF
002496*                     THE BUSINESS DATE THROUGH THE SHARED
002497*                     PARMGET ROUTINE; THE OTPARM CARD IS READ
002498*                     ONLY WHEN THE MASTER HOLDS NO VALUE.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005300 FILE SECTION.
005400 FD  PUNCH-FILE
005500     RECORDING MODE IS F.
005600 01  PUNCH-RECORD                PIC X(26).
005700
005800 FD  BADGE-MASTER
005900     RECORDING MODE IS F.
010000     05  WS-PD-BADGE-ID          PIC X(06).
010100     05  WS-PD-PUNCH-DATE        PIC 9(08).
010200     05  WS-PD-HOURS             PIC 9(02)V9(02).
010210     05  WS-PD-IN-TIME           PIC 9(04).
010220     05  WS-PD-OUT-TIME          PIC 9(04).
010300
010400 01  WS-SWITCHES.
010500     05  WS-PUNCH-EOF-SW         PIC X(01)   VALUE 'N'.
011900
012000 01  WS-STD-HOURS                PIC 9(03)V9(02) VALUE 80.00.
012100 01  WS-OT-MULTIPLIER            PIC 9(01)V9(02) VALUE 1.50.
012120 01  WS-OT-CARD.
012140     05  WS-OC-STD-HOURS         PIC 9(03)V9(02).
012160     05  WS-OC-MULTIPLIER        PIC 9(01)V9(02).
012180     05  FILLER                  PIC X(32).
012200
012300 77  WS-BADGE-MAX                PIC 9(03)   COMP    VALUE 500.
012400 77  WS-BADGE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
017500     05  WS-RR-REASON            PIC X(30).
017600
017700     COPY RUNSTAT.
017730
017760     COPY PARMREQ.
017800
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
027000
027100******************************************************************
027200*    1200-READ-OT-PARM - STANDARD PERIOD HOURS AND THE OVERTIME
027300*                        MULTIPLIER FROM THE PARAMETER MASTER,
027350*                        ELSE THE CARD; WITHOUT EITHER THE
027400*                        DEFAULTS STAND
027500******************************************************************
027600 1200-READ-OT-PARM.
027690     MOVE SPACES                 TO WS-OT-CARD.
027780     MOVE "OTPARM"               TO PQ-PARM-ID.
027870     MOVE SPACES                 TO PQ-PARM-QUAL.
027960     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
028050     CALL "PARMGET"              USING PARM-REQUEST-AREA.
028140     IF PQ-FOUND
028230         MOVE PQ-VALUE           TO WS-OT-CARD
028320     ELSE
028410         PERFORM 1210-READ-OT-CARD THRU 1210-EXIT
028500     END-IF.
028590     IF WS-OC-STD-HOURS NUMERIC
028680      AND WS-OC-STD-HOURS > ZERO
028770         MOVE WS-OC-STD-HOURS    TO WS-STD-HOURS
028860     END-IF.
028950     IF WS-OC-MULTIPLIER NUMERIC
029040      AND WS-OC-MULTIPLIER > ZERO
029130         MOVE WS-OC-MULTIPLIER   TO WS-OT-MULTIPLIER
029220     END-IF.
029400 1200-EXIT.
029500     EXIT.
029507
029514 1210-READ-OT-CARD.
029521     OPEN INPUT OT-PARM.
029528     IF WS-PARM-OK
029535         READ OT-PARM INTO WS-OT-CARD
029542             AT END
029549                 CONTINUE
029556         END-READ
029563     END-IF.
029570     CLOSE OT-PARM.
029577 1210-EXIT.
029584     EXIT.
029600
029700******************************************************************
029800*    2000-TOTAL-PUNCHES - VERIFY THE PUNCH ENVELOPE AND TOTAL
033600         MOVE PUNCH-RECORD (1:23) TO FILE-TRAILER-RECORD
033700         GO TO 2100-READ-NEXT
033800     END-IF.
033900     MOVE PUNCH-RECORD (1:26)    TO WS-PUNCH-DETAIL.
034000     ADD 1                       TO WS-PUNCH-COUNT.
034100     ADD WS-PD-HOURS             TO WS-PUNCH-HASH.
034200     PERFORM 2200-ROLL-BADGE-HOURS THRU 2200-EXIT.
043300     SET ADJ-TYPE-ADD            TO TRUE.
043400     MOVE WS-OT-AMOUNT           TO ADJ-AMOUNT.
043500     MOVE WS-HR-BADGE-ID (WS-HOUR-SUB) TO ADJ-BADGE-ID.
043600     MOVE SPACES                 TO ADJ-RATE-CODE.
043700     MOVE "07"                   TO ADJ-SOURCE-FEED.
043800     MOVE ZERO                   TO ADJ-ORIG-RUN-DATE.
043900     MOVE SPACES                 TO OVERTIME-FEED-RECORD.
