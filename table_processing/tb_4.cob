003500*                     SUPERSEDED VALUES GO TO THE RATEHIST
003600*                     HISTORY FILE SO "WHAT WAS THE RATE ON THE
003700*                     3RD" HAS AN ANSWER.
003710*    2026-10-15 JPL   ATV2 AND PAYRUN NOW RESOLVE ADJUSTMENT RATE
003720*                     CODES AGAINST RATECODE, SO THE MASTER
003730*                     RECORD CARRIES THE DATE ITS VALUES CAME IN
003740*                     FORCE AND AN OPTIONAL EXPIRY DATE SET FROM
003750*                     THE UPDATE.  A BLANK SUB-VALUE ON AN UPDATE
003760*                     LEAVES THAT VALUE AS IT IS.  THE RUN DATE
003770*                     IS NOW THE BUSINESS DATE FROM THE BUSDATE
003780*                     CARD, AND THE STEP RUNS AHEAD OF ATV2.
003782*    2026-10-15 JPL   AN UPDATE EFFECTIVE IN A CLOSED ACCOUNTING
003785*                     PERIOD (SHARED PERDCHK AGAINST PERDCTL) IS
003788*                     NOT APPLIED - IT IS WRITTEN TO THE BACKDTD
003791*                     EXCEPTIONS FILE FOR FINANCE, AND THE RUN
003794*                     ENDS RC 4 (RC 8 STILL WINS FOR AN UNKNOWN
003797*                     KEY).
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004200 OBJECT-COMPUTER.            IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004420     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004440                             ORGANIZATION IS LINE SEQUENTIAL
004460                             FILE STATUS IS WS-BDAT-STATUS.
004500     SELECT RATE-CODE-MASTER ASSIGN TO "RATECODE"
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS DYNAMIC
005600                             ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT OPTIONAL RATE-HISTORY ASSIGN TO "RATEHIST"
005800                             ORGANIZATION IS LINE SEQUENTIAL.
005833     SELECT OPTIONAL BACK-DATED-FILE ASSIGN TO "BACKDTD"
005866                             ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006900
007000 FD  RATE-PENDING-IN
007100     RECORDING MODE IS F.
007200 01  RATE-PEND-IN-RECORD         PIC X(24).
007300
007400 FD  RATE-PENDING-OUT
007500     RECORDING MODE IS F.
007600 01  RATE-PEND-OUT-RECORD        PIC X(24).
007700
007800 FD  RATE-HISTORY
007900     RECORDING MODE IS F.
008000 01  RATE-HISTORY-LINE           PIC X(40).
008100
008120 FD  BUS-DATE-FILE
008140     RECORDING MODE IS F.
008160     COPY BUSDATE.
008164
008168 FD  BACK-DATED-FILE
008172     RECORDING MODE IS F.
008176     COPY BACKDTD.
008180
008200 WORKING-STORAGE SECTION.
008300 01  WS-TABLE.
008400     05  WS-A                    OCCURS 3 TIMES INDEXED BY I.
009500         88  WS-PEND-EOF                     VALUE 'Y'.
009600     05  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
009700         88  WS-FOUND                        VALUE 'Y'.
009733     05  WS-DIVERTED-SW          PIC X(01)   VALUE 'N'.
009766         88  WS-DIVERTED                     VALUE 'Y'.
009800
009900 01  WS-MASTER-STATUS            PIC X(02).
010000     88  WS-MASTER-OK                        VALUE "00".
010300     88  WS-PEND-OK                          VALUE "00".
010400
010500 01  WS-RUN-DATE                 PIC 9(08).
010509 01  WS-BDAT-STATUS              PIC X(02).
010518     88  WS-BDAT-OK                          VALUE "00".
010527 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010536 01  WS-DU-FUNCTION              PIC X(01).
010545 01  WS-DU-DATE-2                PIC 9(08).
010554 01  WS-DU-DAYS                  PIC S9(05).
010563 01  WS-DU-VALID-SW              PIC X(01).
010572
010581 01  WS-NEW-SUB-1                PIC X(03).
010590 01  WS-NEW-SUB-2                PIC X(03).
010600
010700 01  WS-HISTORY-DETAIL.
010800     05  WS-HIS-KEY              PIC A(02).
011600     05  WS-HIS-NEW-SUB-2        PIC X(03).
011700     05  FILLER                  PIC X(02)   VALUE SPACES.
011800     05  WS-HIS-DATE             PIC 9(08).
011833
011866     COPY PERDREQ.
011900
012000 77  WS-TABLE-COUNT              PIC 9(02)   COMP    VALUE ZERO.
012100 77  WS-PRINT-IDX                PIC 9(02)   COMP.
012500 77  WS-MATCH-IDX                PIC 9(02)   COMP.
012600 77  WS-HELD-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012700 77  WS-PEND-APPLIED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
012750 77  WS-DIVERT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012800 PROCEDURE DIVISION.
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
015300     OPEN INPUT TB4-UPDATE.
015400     OPEN OUTPUT RATE-PENDING-OUT.
015500     OPEN EXTEND RATE-HISTORY.
015550     OPEN EXTEND BACK-DATED-FILE.
015600     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
015650     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
015700     PERFORM 1200-PROCESS-PENDING THRU 1200-EXIT.
015800     PERFORM 2900-READ-UPDATE       THRU 2900-EXIT.
015900 1000-EXIT.
024600     WRITE RATE-PEND-OUT-RECORD  FROM TB4-UPDATE-RECORD.
024700 2050-EXIT.
024800     EXIT.
024803
024806******************************************************************
024809*    2060-CHECK-CLOSED-PERIOD - AN UPDATE DATED IN A CLOSED
024812*                               ACCOUNTING PERIOD IS NOT APPLIED;
024816*                               IT GOES TO THE BACKDTD EXCEPTIONS
024819*                               FILE FOR FINANCE TO RELEASE
024822******************************************************************
024825 2060-CHECK-CLOSED-PERIOD.
024829     MOVE 'N'                    TO WS-DIVERTED-SW.
024832     IF TU-EFF-DATE NOT NUMERIC
024835      OR TU-EFF-DATE EQUAL ZERO
024838         GO TO 2060-EXIT
024841     END-IF.
024845     MOVE TU-EFF-DATE            TO PK-EFF-DATE.
024848     CALL "PERDCHK"              USING PERIOD-CHECK-AREA.
024851     IF NOT PK-CLOSED
024854         GO TO 2060-EXIT
024858     END-IF.
024861     SET WS-DIVERTED             TO TRUE.
024864     ADD 1                       TO WS-DIVERT-COUNT.
024867     MOVE "TB4"                  TO BKD-ORIGIN-PROGRAM.
024870     MOVE WS-RUN-DATE            TO BKD-RUN-DATE.
024874     MOVE TU-EFF-DATE            TO BKD-EFF-DATE.
024877     MOVE PK-PERIOD              TO BKD-PERIOD.
024880     MOVE SPACES                 TO BKD-USER-ID.
024883     MOVE SPACES                 TO BKD-ORIGINAL-RECORD.
024887     MOVE TB4-UPDATE-RECORD      TO BKD-ORIGINAL-RECORD (1:24).
024890     WRITE BACK-DATED-RECORD.
024893 2060-EXIT.
024896     EXIT.
024900
025000******************************************************************
025100*    2100-APPLY-UPDATE - FIND THE MATCHING TABLE ENTRY AND, WHEN
025200*                        FOUND, UPDATE IT AND REWRITE THE MASTER
025300******************************************************************
025400 2100-APPLY-UPDATE.
025420     PERFORM 2060-CHECK-CLOSED-PERIOD THRU 2060-EXIT.
025440     IF WS-DIVERTED
025460         GO TO 2100-EXIT
025480     END-IF.
025500     MOVE 'N'                    TO WS-FOUND-SW.
025600     PERFORM 2110-FIND-ENTRY     THRU 2110-EXIT
025700             VARYING I FROM 1 BY 1
025800             UNTIL I > WS-TABLE-COUNT OR WS-FOUND.
025900     IF WS-FOUND
025910         MOVE WS-D(WS-MATCH-IDX, 1) TO WS-NEW-SUB-1
025920         MOVE WS-D(WS-MATCH-IDX, 2) TO WS-NEW-SUB-2
025930         IF TU-SUB-1 NOT EQUAL SPACES
025940             MOVE TU-SUB-1       TO WS-NEW-SUB-1
025950         END-IF
025960         IF TU-SUB-2 NOT EQUAL SPACES
025970             MOVE TU-SUB-2       TO WS-NEW-SUB-2
025980         END-IF
026000         MOVE WS-NEW-SUB-1       TO WS-D(WS-MATCH-IDX, 1)
026100         MOVE WS-NEW-SUB-2       TO WS-D(WS-MATCH-IDX, 2)
026200         PERFORM 2150-REWRITE-MASTER THRU 2150-EXIT
026300     ELSE
026400         DISPLAY "UPDATE KEY NOT IN TABLE: " TU-KEY
028300
028400******************************************************************
028500*    2150-REWRITE-MASTER - RE-READ THE MASTER RECORD BY KEY AND
028600*                          REWRITE IT WITH THE NEW SUB-VALUES,
028630*                          THE DATE THEY CAME IN FORCE AND ANY
028660*                          NEW EXPIRY DATE
028700******************************************************************
028800 2150-REWRITE-MASTER.
028900     MOVE TU-KEY                 TO RC-KEY.
029200             DISPLAY "RATE CODE NOT ON MASTER: " TU-KEY
029300         NOT INVALID KEY
029400             PERFORM 2160-WRITE-HISTORY THRU 2160-EXIT
029407             IF TU-SUB-1 NOT EQUAL SPACES
029414              OR TU-SUB-2 NOT EQUAL SPACES
029421                 IF TU-EFF-DATE NUMERIC
029428                  AND TU-EFF-DATE GREATER THAN ZERO
029435                     MOVE TU-EFF-DATE TO RC-EFF-DATE
029442                 ELSE
029449                     MOVE WS-RUN-DATE TO RC-EFF-DATE
029456                 END-IF
029463             END-IF
029470             IF TU-EXPIRY-DATE NUMERIC
029477                 MOVE TU-EXPIRY-DATE TO RC-EXPIRY-DATE
029484             END-IF
029500             MOVE WS-NEW-SUB-1   TO RC-SUB-VAL(1)
029600             MOVE WS-NEW-SUB-2   TO RC-SUB-VAL(2)
029700             REWRITE RATE-CODE-RECORD
029800             IF NOT WS-MASTER-OK
029900                 DISPLAY "RATE CODE MASTER REWRITE FAILED: "
031200     MOVE RC-KEY                 TO WS-HIS-KEY.
031300     MOVE RC-SUB-VAL(1)          TO WS-HIS-OLD-SUB-1.
031400     MOVE RC-SUB-VAL(2)          TO WS-HIS-OLD-SUB-2.
031500     MOVE WS-NEW-SUB-1           TO WS-HIS-NEW-SUB-1.
031600     MOVE WS-NEW-SUB-2           TO WS-HIS-NEW-SUB-2.
031700     MOVE WS-RUN-DATE            TO WS-HIS-DATE.
031800     WRITE RATE-HISTORY-LINE     FROM WS-HISTORY-DETAIL.
031900 2160-EXIT.
036000     DISPLAY "UPDATES NOT APPLIED: " WS-UPDATE-REJECT-COUNT.
036100     DISPLAY "HELD FOR FUTURE DATE: " WS-HELD-COUNT.
036200     DISPLAY "PENDING ITEMS APPLIED: " WS-PEND-APPLIED-COUNT.
036250     DISPLAY "BACK-DATED - DIVERTED: " WS-DIVERT-COUNT.
036300     CLOSE RATE-CODE-MASTER.
036400     CLOSE TB4-UPDATE.
036500     CLOSE RATE-PENDING-OUT.
036600     CLOSE RATE-HISTORY.
036620     CLOSE BACK-DATED-FILE.
036640     IF WS-DIVERT-COUNT > ZERO
036660         MOVE 4              TO RETURN-CODE
036680     END-IF.
036700     IF WS-UPDATE-REJECT-COUNT > ZERO
036800         MOVE 8              TO RETURN-CODE
036900     END-IF.
037000 9000-EXIT.
037100     EXIT.
037103
037106******************************************************************
037109*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
037112*                             FROM THE CALCHK BUSDATE CARD; THE
037115*                             SHARED DATEUTIL ROUTINE SUPPLIES
037118*                             THE FALLBACK WHEN THE CARD IS
037121*                             ABSENT
037124******************************************************************
037127 8100-GET-BUSINESS-DATE.
037130     OPEN INPUT BUS-DATE-FILE.
037133     IF WS-BDAT-OK
037136         READ BUS-DATE-FILE
037139             AT END
037142                 CONTINUE
037145             NOT AT END
037148                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
037151                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
037154                 END-IF
037157         END-READ
037160     END-IF.
037163     CLOSE BUS-DATE-FILE.
037166     IF WS-BUSINESS-DATE EQUAL ZERO
037169         MOVE 'C'                TO WS-DU-FUNCTION
037172         CALL "DATEUTIL"         USING WS-DU-FUNCTION
037175                                       WS-BUSINESS-DATE
037178                                       WS-DU-DATE-2
037181                                       WS-DU-DAYS
037184                                       WS-DU-VALID-SW
037187     END-IF.
037190 8100-EXIT.
037193     EXIT.
037200
037300 9999-EXIT.
037400     STOP RUN.
