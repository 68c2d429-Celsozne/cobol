002100*                     REPEAT OFFENDER, AND BOHISTN CARRIES THE
002200*                     HISTORY FORWARD WITH TONIGHT'S ORDERS
002300*                     ADDED.
002310*    2026-10-15 JPL   BACKORDERS NOW ARRIVE PER ORDER LINE.  THE
002320*                     SHORTFALL IS AGGREGATED BY ORDER AND LINE,
002330*                     EACH PREQ REQUISITION AND WORKLIST ROW
002340*                     CARRIES THE LINE AND ITS ITEM, AND BOHISTN
002350*                     STILL TAKES ONE ENTRY PER ORDER.
002358*    2026-10-15 JPL   BOHIST ENTRIES CARRY A CLOSED DATE, SET BY
002366*                     GRNRCV ONCE THE ORDER'S REQUISITIONS ARE
002374*                     RECEIVED IN FULL.  IT IS CARRIED FORWARD
002382*                     HERE AND IS ZERO ON TONIGHT'S NEW ENTRIES;
002390*                     A CLOSED ENTRY STILL MARKS A REPEAT.
002392*    2026-10-15 JPL   A BACKORDER WHOSE ORDLINE LINE HAS BEEN
002394*                     CANCELLED OR EXPIRED IS DROPPED, NOT
002396*                     REQUISITIONED.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004500                             ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT WORKLIST-REPORT  ASSIGN TO "REPLWRK"
004700                             ORGANIZATION IS LINE SEQUENTIAL.
004710     SELECT OPTIONAL ORDER-LINE ASSIGN TO "ORDLINE"
004720                             ORGANIZATION IS INDEXED
004730                             ACCESS MODE IS RANDOM
004740                             RECORD KEY IS OL-LINE-KEY
004750                             FILE STATUS IS WS-OLIN-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006100 01  BACKORDER-HIST-RECORD.
006200     05  BH-ORDER-ID             PIC 9(05).
006300     05  BH-RUN-DATE             PIC 9(08).
006350     05  BH-CLOSED-DATE          PIC 9(08).
006400
006500 FD  BACKORDER-HIST-NEW
006600     RECORDING MODE IS F.
006700 01  BACKORDER-HIST-NEW-RECORD.
006800     05  BHN-ORDER-ID            PIC 9(05).
006900     05  BHN-RUN-DATE            PIC 9(08).
006950     05  BHN-CLOSED-DATE         PIC 9(08).
007000
007100 FD  PURCHASE-REQ
007200     RECORDING MODE IS F.
007500 FD  WORKLIST-REPORT
007600     RECORDING MODE IS F.
007700 01  WORKLIST-LINE               PIC X(80).
007720
007740 FD  ORDER-LINE.
007760     COPY ORDLINE.
007800
007900 FD  BUS-DATE-FILE
008000     RECORDING MODE IS F.
008700     88  WS-BACK-OK                      VALUE "00".
008800 01  WS-HIST-STATUS              PIC X(02).
008900     88  WS-HIST-OK                      VALUE "00".
008930 01  WS-OLIN-STATUS              PIC X(02).
008960     88  WS-OLIN-OK                      VALUE "00".
009000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
009100 01  WS-DU-FUNCTION              PIC X(01).
009200 01  WS-DU-DATE-2                PIC 9(08).
011900 77  WS-ROW-HIT                  PIC 9(03)   COMP    VALUE ZERO.
012000 77  WS-RANK-PASS                PIC 9(03)   COMP.
012100 77  WS-BEST-ROW                 PIC 9(03)   COMP    VALUE ZERO.
012130 77  WS-PRIOR-SUB                PIC 9(03)   COMP.
012160 77  WS-PRIOR-HIT                PIC 9(03)   COMP    VALUE ZERO.
012200 01  WS-REQ-TABLE.
012300     05  WS-REQ-ENTRY            OCCURS 200 TIMES.
012400         10  WS-RQ-ORDER-ID      PIC 9(05).
012430         10  WS-RQ-LINE-NO       PIC 9(03).
012460         10  WS-RQ-ITEM-CODE     PIC X(08).
012500         10  WS-RQ-CUST-ID       PIC 9(05).
012600         10  WS-RQ-SHORTFALL     PIC 9(07)   COMP.
012700         10  WS-RQ-REPEAT-SW     PIC X(01).
013400     05  WS-HIST-ENTRY           OCCURS 500 TIMES.
013410         10  WS-HIST-ORDER-ID    PIC 9(05).
013420         10  WS-HIST-RUN-DATE    PIC 9(08).
013460         10  WS-HIST-CLOSED-DATE PIC 9(08).
013500
013600 77  WS-BACKORDER-COUNT          PIC 9(05)   COMP    VALUE ZERO.
013700 77  WS-DETAIL-COUNT             PIC 9(07)   COMP    VALUE ZERO.
013800 77  WS-REPEAT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
013850 77  WS-DROPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
013900 01  WS-QTY-HASH                 PIC 9(11)V9(02) VALUE ZERO.
014000
014100 01  WS-REQ-DETAIL-RECORD.
014200     05  WS-PQ-REC-TYPE          PIC X(01)   VALUE 'D'.
014300     05  WS-PQ-ORDER-ID          PIC 9(05).
014330     05  WS-PQ-LINE-NO           PIC 9(03).
014360     05  WS-PQ-ITEM-CODE         PIC X(08).
014400     05  WS-PQ-CUST-ID           PIC 9(05).
014500     05  WS-PQ-SHORTFALL         PIC 9(07).
014600
015400     05  WS-RD-RANK              PIC ZZ9.
015500     05  FILLER                  PIC X(08)   VALUE "  ORDER ".
015600     05  WS-RD-ORDER-ID          PIC 9(05).
015620     05  FILLER                  PIC X(01)   VALUE "/".
015640     05  WS-RD-LINE-NO           PIC 9(03).
015660     05  FILLER                  PIC X(07)   VALUE "  ITEM ".
015680     05  WS-RD-ITEM-CODE         PIC X(08).
015700     05  FILLER                  PIC X(07)   VALUE "  CUST ".
015800     05  WS-RD-CUST-ID           PIC 9(05).
015900     05  FILLER                  PIC X(08)   VALUE
016000         "  SHORT ".
016100     05  WS-RD-SHORTFALL         PIC ZZZZZZ9.
016200     05  FILLER                  PIC X(02)   VALUE SPACES.
016300     05  WS-RD-REPEAT            PIC X(15).
019400     ELSE
019500         PERFORM 2900-READ-BACKORDER THRU 2900-EXIT
019600     END-IF.
019650     OPEN INPUT  ORDER-LINE.
019700     OPEN OUTPUT PURCHASE-REQ.
019800     OPEN OUTPUT WORKLIST-REPORT.
019900     MOVE WS-BUSINESS-DATE       TO WS-RH-DATE.
027800                 TO WS-HIST-ORDER-ID (WS-HIST-COUNT)
027810         MOVE BH-RUN-DATE
027820                 TO WS-HIST-RUN-DATE (WS-HIST-COUNT)
027830         IF BH-CLOSED-DATE NUMERIC
027840             MOVE BH-CLOSED-DATE
027850                 TO WS-HIST-CLOSED-DATE (WS-HIST-COUNT)
027860         ELSE
027870             MOVE ZERO
027880                 TO WS-HIST-CLOSED-DATE (WS-HIST-COUNT)
027890         END-IF
027900     END-IF.
028000     PERFORM 1290-READ-HISTORY THRU 1290-EXIT.
028100 1250-EXIT.
029100
029200******************************************************************
029300*    2000-TAKE-ONE-BACKORDER - AGGREGATE THE SHORTFALL INTO THE
029400*                              ORDER LINE'S ROW, RESOLVING THE
029500*                              CUSTOMER AND THE REPEAT FLAG ON
029600*                              FIRST SIGHT.  A CANCELLED OR
029650*                              EXPIRED LINE IS DROPPED
029700******************************************************************
029800 2000-TAKE-ONE-BACKORDER.
029900     ADD 1                       TO WS-BACKORDER-COUNT.
029907     IF WS-OLIN-OK
029914         MOVE BO-ORDER-ID        TO OL-ORDER-ID
029921         MOVE BO-LINE-NO         TO OL-LINE-NO
029928         READ ORDER-LINE
029935             INVALID KEY
029942                 CONTINUE
029949             NOT INVALID KEY
029956                 IF OL-LINE-CLOSED-OUT
029963                     ADD 1       TO WS-DROPPED-COUNT
029970                     GO TO 2000-READ-NEXT
029977                 END-IF
029984         END-READ
029991     END-IF.
030000     PERFORM 2100-FIND-ROW THRU 2100-EXIT.
030100     IF WS-ROW-HIT GREATER THAN ZERO
030200         ADD BO-SHORTFALL-QTY
030300                 TO WS-RQ-SHORTFALL (WS-ROW-HIT)
030400     END-IF.
030450 2000-READ-NEXT.
030500     PERFORM 2900-READ-BACKORDER THRU 2900-EXIT.
030600 2000-EXIT.
030700     EXIT.
031800         ADD 1                   TO WS-ROW-COUNT
031900         MOVE WS-ROW-COUNT       TO WS-ROW-HIT
032000         MOVE BO-ORDER-ID        TO WS-RQ-ORDER-ID (WS-ROW-HIT)
032030         MOVE BO-LINE-NO         TO WS-RQ-LINE-NO (WS-ROW-HIT)
032060         MOVE BO-ITEM-CODE       TO WS-RQ-ITEM-CODE (WS-ROW-HIT)
032100         MOVE ZERO               TO WS-RQ-CUST-ID (WS-ROW-HIT)
032200         MOVE ZERO               TO WS-RQ-SHORTFALL (WS-ROW-HIT)
032300         MOVE 'N'                TO WS-RQ-REPEAT-SW (WS-ROW-HIT)
033000
033100 2150-SCAN-ONE-ROW.
033200     IF WS-RQ-ORDER-ID (WS-ROW-SUB) EQUAL BO-ORDER-ID
033250      AND WS-RQ-LINE-NO (WS-ROW-SUB) EQUAL BO-LINE-NO
033300         SET WS-ROW-FOUND        TO TRUE
033400         MOVE WS-ROW-SUB         TO WS-ROW-HIT
033500     END-IF.
040500     ADD 1                       TO WS-DETAIL-COUNT.
040600     ADD WS-RQ-SHORTFALL (WS-ROW-SUB) TO WS-QTY-HASH.
040700     MOVE WS-RQ-ORDER-ID (WS-ROW-SUB) TO WS-PQ-ORDER-ID.
040730     MOVE WS-RQ-LINE-NO (WS-ROW-SUB)  TO WS-PQ-LINE-NO.
040760     MOVE WS-RQ-ITEM-CODE (WS-ROW-SUB) TO WS-PQ-ITEM-CODE.
040800     MOVE WS-RQ-CUST-ID (WS-ROW-SUB)  TO WS-PQ-CUST-ID.
040900     MOVE WS-RQ-SHORTFALL (WS-ROW-SUB) TO WS-PQ-SHORTFALL.
041000     MOVE SPACES                 TO PURCHASE-REQ-RECORD.
041100     MOVE WS-REQ-DETAIL-RECORD   TO PURCHASE-REQ-RECORD (1:29).
041200     WRITE PURCHASE-REQ-RECORD.
041300 3100-EXIT.
041400     EXIT.
043300         MOVE 'Y'                TO WS-RQ-RANKED-SW (WS-BEST-ROW)
043400         MOVE WS-RANK-PASS       TO WS-RD-RANK
043500         MOVE WS-RQ-ORDER-ID (WS-BEST-ROW) TO WS-RD-ORDER-ID
043530         MOVE WS-RQ-LINE-NO (WS-BEST-ROW)  TO WS-RD-LINE-NO
043560         MOVE WS-RQ-ITEM-CODE (WS-BEST-ROW) TO WS-RD-ITEM-CODE
043600         MOVE WS-RQ-CUST-ID (WS-BEST-ROW)  TO WS-RD-CUST-ID
043700         MOVE WS-RQ-SHORTFALL (WS-BEST-ROW) TO WS-RD-SHORTFALL
043800         IF WS-RQ-REPEAT-SW (WS-BEST-ROW) EQUAL 'Y'
045800
045900******************************************************************
046000*    5000-ROLL-HISTORY - THE PRIOR HISTORY PLUS TONIGHT'S
046100*                        ORDERS GOES OUT AS THE NEW GENERATION,
046130*                        ONE ENTRY PER ORDER HOWEVER MANY OF ITS
046160*                        LINES WERE SHORT
046200******************************************************************
046300 5000-ROLL-HISTORY.
046400     OPEN OUTPUT BACKORDER-HIST-NEW.
047500 5100-WRITE-OLD-HIST.
047600     MOVE WS-HIST-ORDER-ID (WS-HIST-SUB) TO BHN-ORDER-ID.
047700     MOVE WS-HIST-RUN-DATE (WS-HIST-SUB) TO BHN-RUN-DATE.
047750     MOVE WS-HIST-CLOSED-DATE (WS-HIST-SUB) TO BHN-CLOSED-DATE.
047800     WRITE BACKORDER-HIST-NEW-RECORD.
047900 5100-EXIT.
048000     EXIT.
048100
048200 5200-WRITE-NEW-HIST.
048210     MOVE ZERO                   TO WS-PRIOR-HIT.
048220     PERFORM 5250-SCAN-PRIOR-ROW THRU 5250-EXIT
048230             VARYING WS-PRIOR-SUB FROM 1 BY 1
048240             UNTIL WS-PRIOR-SUB NOT LESS THAN WS-ROW-SUB
048250                OR WS-PRIOR-HIT > ZERO.
048260     IF WS-PRIOR-HIT > ZERO
048270         GO TO 5200-EXIT
048280     END-IF.
048300     MOVE WS-RQ-ORDER-ID (WS-ROW-SUB) TO BHN-ORDER-ID.
048400     MOVE WS-BUSINESS-DATE       TO BHN-RUN-DATE.
048450     MOVE ZERO                   TO BHN-CLOSED-DATE.
048500     WRITE BACKORDER-HIST-NEW-RECORD.
048600 5200-EXIT.
048700     EXIT.
048710
048720 5250-SCAN-PRIOR-ROW.
048730     IF WS-RQ-ORDER-ID (WS-PRIOR-SUB)
048740             EQUAL WS-RQ-ORDER-ID (WS-ROW-SUB)
048750         MOVE WS-PRIOR-SUB       TO WS-PRIOR-HIT
048760     END-IF.
048770 5250-EXIT.
048780     EXIT.
048800
048900******************************************************************
049000*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
049100******************************************************************
049200 9000-TERMINATE.
049300     DISPLAY "BACKORDERS READ    : " WS-BACKORDER-COUNT.
049400     DISPLAY "LINES REQUISITIONED: " WS-DETAIL-COUNT.
049500     DISPLAY "REPEAT OFFENDERS   : " WS-REPEAT-COUNT.
049550     DISPLAY "CANCELLED/EXPIRED  : " WS-DROPPED-COUNT.
049600     CLOSE BACKORDER-FILE.
049700     CLOSE PURCHASE-REQ.
049800     CLOSE WORKLIST-REPORT.
049850     CLOSE ORDER-LINE.
049900     IF WS-REPEAT-COUNT > ZERO
050000         MOVE 4                  TO RETURN-CODE
050100     END-IF.
