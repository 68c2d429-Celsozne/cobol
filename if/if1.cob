005900*                     OPENING A FILE, A CLEAN END OF RUN MARKS
006000*                     COMPLETION, AND STEPRST CLEARS THE MARKS
006100*                     FROM A FAILED STEP FORWARD FOR A RERUN.
006110*    2026-10-15 JPL   SHIPMENTS ARE NOW CHECKED PER ORDER LINE.
006120*                     EACH QTYTRAN CARRIES A LINE NUMBER THAT
006130*                     MUST BE ON THE NEW ORDLINE FILE WITH THE
006140*                     SAME ORDERED QUANTITY, OR THE TRANSACTION
006150*                     IS REJECTED.  ORDPOS AND EXCPMAST ARE KEYED
006160*                     BY ORDER AND LINE, AND THE BACKORDER AND
006170*                     REPORT LINES CARRY THE LINE AND ITS ITEM,
006180*                     SO EACH SHORT-SHIPPED LINE IS REPORTED AND
006190*                     BACKORDERED ON ITS OWN.
006191*    2026-10-15 JPL   EVERY ACCEPTED SHIPMENT WITH A QUANTITY ON
006192*                     IT NOW ALSO GOES TO THE NEW SHIPPED
006193*                     INTERFACE (ORDER, LINE, ITEM, QUANTITY
006194*                     SHIPPED TONIGHT) FOR THE BILLRUN CUSTOMER
006195*                     INVOICING RUN.
006196*    2026-10-15 JPL   A SHIPMENT AGAINST A LINE ORDMNT HAS
006197*                     CANCELLED, OR WHOSE BACKORDER BOEXPIRE HAS
006198*                     EXPIRED, IS REJECTED - IT RAISES NO
006199*                     EXCEPTION AND NO BACKORDER.
006200******************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
008200     SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
008300                             ORGANIZATION IS INDEXED
008400                             ACCESS MODE IS RANDOM
008500                             RECORD KEY IS EX-EXCP-KEY
008600                             FILE STATUS IS WS-EXCP-STATUS.
008700     SELECT OPTIONAL ORDER-POSITION ASSIGN TO "ORDPOS"
008800                             ORGANIZATION IS INDEXED
008900                             ACCESS MODE IS DYNAMIC
009000                             RECORD KEY IS OP-POS-KEY
009100                             FILE STATUS IS WS-POS-STATUS.
009110     SELECT ORDER-LINE       ASSIGN TO "ORDLINE"
009120                             ORGANIZATION IS INDEXED
009130                             ACCESS MODE IS RANDOM
009140                             RECORD KEY IS OL-LINE-KEY
009150                             FILE STATUS IS WS-OLIN-STATUS.
009160     SELECT SHIPPED-FILE     ASSIGN TO "SHIPPED"
009170                             ORGANIZATION IS LINE SEQUENTIAL.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
011900 FD  ORDER-POSITION.
012000     COPY ORDPOS.
012100
012120 FD  ORDER-LINE.
012140     COPY ORDLINE.
012160
012170 FD  SHIPPED-FILE
012175     RECORDING MODE IS F.
012180     COPY SHIPREC.
012190
012200 FD  BUS-DATE-FILE
012300     RECORDING MODE IS F.
012400     COPY BUSDATE.
014100 01  WS-POS-FOUND-SW             PIC X(01)   VALUE 'N'.
014200     88  WS-POS-FOUND                    VALUE 'Y'.
014300 01  WS-CUM-SHIPPED              PIC 9(07)   VALUE ZERO.
014330 01  WS-OLIN-STATUS              PIC X(02).
014360     88  WS-OLIN-OK                      VALUE "00".
014400
014500 01  WS-SWITCHES.
014600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
014900         88  WS-ORD-EOF                      VALUE 'Y'.
015000     05  WS-ORDER-FOUND-SW       PIC X(01)   VALUE 'N'.
015100         88  WS-ORDER-FOUND                  VALUE 'Y'.
015130     05  WS-LINE-FOUND-SW        PIC X(01)   VALUE 'N'.
015160         88  WS-LINE-FOUND                   VALUE 'Y'.
015200
015300 01  WS-ORDER-TABLE.
015400     05  WS-ORDER-ENTRY      OCCURS 0 TO 500 TIMES
016800 77  WS-TOLERANCE-COUNT          PIC 9(05)   COMP    VALUE ZERO.
016900 77  WS-EXCEPTION-COUNT          PIC 9(05)   COMP    VALUE ZERO.
017000 77  WS-ORDER-REJECT-COUNT       PIC 9(05)   COMP    VALUE ZERO.
017050 77  WS-LINE-REJECT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
017100 77  WS-BACKORDER-COUNT          PIC 9(05)   COMP    VALUE ZERO.
017150 77  WS-SHIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
017200 77  WS-EXCP-OPENED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
017300 77  WS-EXCP-CLOSED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
017400
017700 01  WS-ORDER-REJECT-DETAIL.
017800     05  WS-OREJ-ORDER-ID        PIC 9(05).
017900     05  FILLER                  PIC X(02)   VALUE SPACES.
017930     05  WS-OREJ-LINE-NO         PIC 9(03).
017960     05  FILLER                  PIC X(02)   VALUE SPACES.
018000     05  WS-OREJ-REASON          PIC X(30).
018100
018200 01  WS-HEADING-1.
018500
018600 01  WS-DETAIL-LINE.
018700     05  WS-DET-ORDER-ID         PIC 9(05).
018800     05  FILLER                  PIC X(01)   VALUE SPACES.
018820     05  WS-DET-LINE-NO          PIC 9(03).
018840     05  FILLER                  PIC X(02)   VALUE SPACES.
018860     05  WS-DET-ITEM-CODE        PIC X(08).
018880     05  FILLER                  PIC X(02)   VALUE SPACES.
018900     05  WS-DET-ORDERED-QTY      PIC 9(05).
019000     05  FILLER                  PIC X(03)   VALUE SPACES.
019100     05  WS-DET-SHIPPED-QTY      PIC 9(05).
019200     05  FILLER                  PIC X(03)   VALUE SPACES.
019300     05  WS-DET-STATUS           PIC X(20).
019400
019500 01  WS-TOTAL-LINE.
028800     OPEN OUTPUT ORDER-REJECT.
028900     OPEN OUTPUT BACKORDER-FILE.
029000     OPEN I-O    EXCEPTION-MASTER.
029050     OPEN OUTPUT SHIPPED-FILE.
029100     OPEN I-O    ORDER-POSITION.
029110     OPEN INPUT  ORDER-LINE.
029120     IF NOT WS-OLIN-OK
029130         DISPLAY "ORDER LINE OPEN FAILED - STATUS "
029140                 WS-OLIN-STATUS
029150     END-IF.
029200     IF NOT WS-POS-USABLE
029300         DISPLAY "ORDER POSITION OPEN FAILED - STATUS "
029400                 WS-POS-STATUS
029700     PERFORM 1100-LOAD-ORDER-TABLE THRU 1100-EXIT.
029800     MOVE "QUANTITY EXCEPTION REPORT"
029900                                 TO RPT-TITLE.
030000     MOVE "ORDER LINE ITEM      ORDERED SHIPPED STATUS"
030100                                 TO RPT-COLUMN-HEADING.
030200     MOVE WS-HT-RUN-DATE TO RPT-RUN-DATE.
030300     MOVE 55                     TO RPT-MAX-LINES.
044000     EXIT.
044100
044200******************************************************************
044300*    2000-PROCESS-TRANS - VALIDATE THE ORDER ID AND LINE, THEN
044400*                         COMPARE THE LINE'S ORDERED AND SHIPPED
044500*                         QUANTITY AND CLASSIFY THE TRANSACTION
044600******************************************************************
044700 2000-PROCESS-TRANS.
044800     ADD 1                       TO WS-TOTAL-COUNT.
044900     PERFORM 2050-CHECK-ORDER THRU 2050-EXIT.
045000     IF NOT WS-ORDER-FOUND
045050         MOVE "ORDER NOT ON ORDER MASTER" TO WS-OREJ-REASON
045100         PERFORM 2075-WRITE-ORDER-REJECT THRU 2075-EXIT
045200         GO TO 2000-READ-NEXT
045300     END-IF.
045310     PERFORM 2055-CHECK-LINE THRU 2055-EXIT.
045320     IF NOT WS-LINE-FOUND
045330         ADD 1                   TO WS-LINE-REJECT-COUNT
045340         PERFORM 2075-WRITE-ORDER-REJECT THRU 2075-EXIT
045350         GO TO 2000-READ-NEXT
045360     END-IF.
045400     PERFORM 2060-NET-POSITION THRU 2060-EXIT.
045450     PERFORM 2080-WRITE-SHIPPED THRU 2080-EXIT.
045500     COMPUTE WS-DIFFERENCE = OL-ORDERED-QTY - WS-CUM-SHIPPED.
045600     MOVE WS-DIFFERENCE          TO WS-ABS-DIFFERENCE.
045700     IF WS-DIFFERENCE < 0
045800         COMPUTE WS-ABS-DIFFERENCE = WS-DIFFERENCE * -1
048200     END-IF.
048300 2050-EXIT.
048400     EXIT.
048403
048406******************************************************************
048409*    2055-CHECK-LINE - THE ORDER LINE MUST BE ON ORDLINE, AND THE
048412*                      ORDERED QUANTITY THE FEED CARRIES MUST
048415*                      AGREE WITH IT; A CANCELLED OR EXPIRED
048418*                      LINE TAKES NO MORE SHIPMENTS
048421******************************************************************
048424 2055-CHECK-LINE.
048427     MOVE 'N'                    TO WS-LINE-FOUND-SW.
048430     MOVE QT-ORDER-ID            TO OL-ORDER-ID.
048433     MOVE QT-LINE-NO             TO OL-LINE-NO.
048436     READ ORDER-LINE
048439         INVALID KEY
048442             MOVE "LINE NOT ON ORDLINE" TO WS-OREJ-REASON
048445             GO TO 2055-EXIT
048448     END-READ.
048451     IF OL-ORDERED-QTY NOT EQUAL QT-ORDERED-QTY
048454         MOVE "ORDERED QTY NOT AS ON ORDLINE" TO WS-OREJ-REASON
048457         GO TO 2055-EXIT
048460     END-IF.
048463     IF OL-LINE-CLOSED-OUT
048466         MOVE "LINE CANCELLED OR EXPIRED" TO WS-OREJ-REASON
048469         GO TO 2055-EXIT
048472     END-IF.
048475     SET WS-LINE-FOUND           TO TRUE.
048478 2055-EXIT.
048481     EXIT.
048500
048600******************************************************************
048700*    2060-NET-POSITION - FOLD THIS SHIPMENT INTO THE LINE'S
048800*                        SHIPPED-TO-DATE POSITION; THE DECISION
048900*                        QUANTITY BECOMES THE CUMULATIVE TOTAL
049000******************************************************************
049100 2060-NET-POSITION.
049200     MOVE 'N'                    TO WS-POS-FOUND-SW.
049300     MOVE QT-ORDER-ID            TO OP-ORDER-ID.
049350     MOVE QT-LINE-NO             TO OP-LINE-NO.
049400     READ ORDER-POSITION
049500         INVALID KEY
049600             MOVE ZERO           TO OP-SHIPPED-TO-DATE
050000     COMPUTE WS-CUM-SHIPPED = OP-SHIPPED-TO-DATE
050100                            + QT-SHIPPED-QTY.
050200     MOVE QT-ORDER-ID            TO OP-ORDER-ID.
050250     MOVE QT-LINE-NO             TO OP-LINE-NO.
050300     MOVE WS-CUM-SHIPPED         TO OP-SHIPPED-TO-DATE.
050400     IF WS-POS-FOUND
050500         REWRITE ORDER-POSITION-RECORD
051000     EXIT.
051100
051200******************************************************************
051300*    2075-WRITE-ORDER-REJECT - LOG A TRANSACTION WHOSE ORDER OR
051400*                              ORDER LINE DOES NOT CHECK OUT
051500******************************************************************
051600 2075-WRITE-ORDER-REJECT.
051700     ADD 1                       TO WS-ORDER-REJECT-COUNT.
051800     MOVE QT-ORDER-ID            TO WS-OREJ-ORDER-ID.
051900     MOVE QT-LINE-NO             TO WS-OREJ-LINE-NO.
052000     WRITE ORDER-REJECT-LINE     FROM WS-ORDER-REJECT-DETAIL.
052100 2075-EXIT.
052200     EXIT.
052205
052210******************************************************************
052215*    2080-WRITE-SHIPPED - TONIGHT'S SHIPPED QUANTITY ON AN
052220*                         ACCEPTED LINE GOES TO THE BILLING RUN
052225******************************************************************
052230 2080-WRITE-SHIPPED.
052235     IF QT-SHIPPED-QTY NOT > ZERO
052240         GO TO 2080-EXIT
052245     END-IF.
052250     MOVE QT-ORDER-ID            TO SHP-ORDER-ID.
052255     MOVE QT-LINE-NO             TO SHP-LINE-NO.
052260     MOVE OL-ITEM-CODE           TO SHP-ITEM-CODE.
052265     MOVE QT-SHIPPED-QTY         TO SHP-SHIPPED-QTY.
052270     MOVE WS-BUSINESS-DATE       TO SHP-SHIP-DATE.
052275     WRITE SHIPPED-LINE-RECORD.
052280     ADD 1                       TO WS-SHIPPED-COUNT.
052285 2080-EXIT.
052290     EXIT.
052300
052400******************************************************************
052500*    2100-CLASSIFY-QUANTITY - EXACT MATCH, WITHIN TOLERANCE, OR
055600 2150-WRITE-BACKORDER.
055700     ADD 1                       TO WS-BACKORDER-COUNT.
055800     MOVE QT-ORDER-ID            TO BO-ORDER-ID.
055830     MOVE QT-LINE-NO             TO BO-LINE-NO.
055860     MOVE OL-ITEM-CODE           TO BO-ITEM-CODE.
055900     MOVE OL-ORDERED-QTY         TO BO-ORDERED-QTY.
056000     MOVE WS-CUM-SHIPPED         TO BO-SHIPPED-QTY.
056100     MOVE WS-DIFFERENCE          TO BO-SHORTFALL-QTY.
056200     WRITE BACKORDER-RECORD.
056400     EXIT.
056500
056600******************************************************************
056700*    2160-OPEN-EXCEPTION - OPEN OR REFRESH THE LINE'S ENTRY
056800*                          ON THE OPEN-EXCEPTION MASTER; THE
056900*                          ORIGINAL OPENED DATE IS KEPT ON A
057000*                          REFRESH
057100******************************************************************
057200 2160-OPEN-EXCEPTION.
057300     MOVE QT-ORDER-ID            TO EX-ORDER-ID.
057350     MOVE QT-LINE-NO             TO EX-LINE-NO.
057400     READ EXCEPTION-MASTER
057500         INVALID KEY
057600             MOVE QT-ORDER-ID    TO EX-ORDER-ID
057630             MOVE QT-LINE-NO     TO EX-LINE-NO
057660             MOVE OL-ITEM-CODE   TO EX-ITEM-CODE
057700             MOVE WS-RUN-DATE    TO EX-OPENED-DATE
057800             MOVE OL-ORDERED-QTY TO EX-ORDERED-QTY
057900             MOVE QT-SHIPPED-QTY TO EX-SHIPPED-QTY
058000             MOVE WS-DIFFERENCE  TO EX-DIFFERENCE
058100             WRITE EXCEPTION-MASTER-RECORD
058200             ADD 1               TO WS-EXCP-OPENED-COUNT
058300         NOT INVALID KEY
058400             MOVE OL-ORDERED-QTY TO EX-ORDERED-QTY
058500             MOVE QT-SHIPPED-QTY TO EX-SHIPPED-QTY
058600             MOVE WS-DIFFERENCE  TO EX-DIFFERENCE
058700             REWRITE EXCEPTION-MASTER-RECORD
059200******************************************************************
059300*    2170-CLOSE-EXCEPTION - A MATCHED OR IN-TOLERANCE
059400*                           SHIPMENT CLOSES ANY OPEN ENTRY
059500*                           FOR THE ORDER LINE
059600******************************************************************
059700 2170-CLOSE-EXCEPTION.
059800     MOVE QT-ORDER-ID            TO EX-ORDER-ID.
059850     MOVE QT-LINE-NO             TO EX-LINE-NO.
059900     READ EXCEPTION-MASTER
060000         INVALID KEY
060100             CONTINUE
061100******************************************************************
061200 2200-PRINT-DETAIL.
061300     MOVE QT-ORDER-ID            TO WS-DET-ORDER-ID.
061330     MOVE QT-LINE-NO             TO WS-DET-LINE-NO.
061360     MOVE OL-ITEM-CODE           TO WS-DET-ITEM-CODE.
061400     MOVE OL-ORDERED-QTY         TO WS-DET-ORDERED-QTY.
061500     MOVE QT-SHIPPED-QTY         TO WS-DET-SHIPPED-QTY.
061600     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL.
061700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
065400     DISPLAY "MATCHED              : " WS-MATCH-COUNT.
065500     DISPLAY "WITHIN TOLERANCE     : " WS-TOLERANCE-COUNT.
065600     DISPLAY "EXCEPTIONS           : " WS-EXCEPTION-COUNT.
065700     DISPLAY "TRANSACTIONS REJECTED: " WS-ORDER-REJECT-COUNT.
065750     DISPLAY "  OF WHICH BAD LINES : " WS-LINE-REJECT-COUNT.
065800     DISPLAY "BACKORDERS GENERATED : " WS-BACKORDER-COUNT.
065850     DISPLAY "SHIPPED LINES WRITTEN: " WS-SHIPPED-COUNT.
065900     DISPLAY "EXCEPTIONS OPENED    : " WS-EXCP-OPENED-COUNT.
066000     DISPLAY "EXCEPTIONS CLOSED    : " WS-EXCP-CLOSED-COUNT.
066100     CLOSE QUANTITY-TRANS.
066200     CLOSE ORDER-POSITION.
066250     CLOSE ORDER-LINE.
066300     CLOSE EXCEPTION-RPT.
066400     CLOSE ORDER-REJECT.
066500     CLOSE BACKORDER-FILE.
066550     CLOSE SHIPPED-FILE.
066600     CLOSE EXCEPTION-MASTER.
066700     IF WS-EXCEPTION-COUNT > ZERO
066800        OR WS-ORDER-REJECT-COUNT > ZERO
