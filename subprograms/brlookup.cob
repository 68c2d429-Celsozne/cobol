001600*                     SEARCH ALL - THE TABLE IS LOADED IN BRANCH
001700*                     CODE SEQUENCE SO A BINARY SEARCH CAN BE
001800*                     USED.
001810*    2026-10-15 JPL   THE COMPILED-IN RATE TABLE IS GONE -
001820*                     BRANCHES NOW LIVE ON THE BRMAST MASTER,
001830*                     MAINTAINED BY BRMNT.  THE CALLER PASSES THE
001840*                     TRANSACTION DATE: A BRANCH IS FOUND ONLY
001850*                     BETWEEN ITS OPENING AND CLOSING DATES, AND A
001860*                     TRANSACTION DATED BEFORE THE CURRENT RATE'S
001870*                     EFFECTIVE DATE GETS THE PRIOR RATE.
001875*    2026-10-15 JPL   TAX COMPONENTS - THE COMPONENTS IN FORCE ON
001880*                     THE TRANSACTION DATE (CODE, AUTHORITY AND
001885*                     RATE) ARE RETURNED IN A FIFTH PARAMETER,
001890*                     BRCOMP.  A BRANCH WHOSE RATE IS NOT SPLIT
001895*                     RETURNS NO COMPONENTS.
001900******************************************************************
002100*    FUNCTION: GIVEN A BRANCH CODE AND A TRANSACTION DATE, RETURNS
002200*              THE TAX RATE IN FORCE ON THAT DATE AND WHETHER THE
002300*              BRANCH WAS OPEN ON IT, WITH THE RATE'S SPLIT
002350*              INTO TAX COMPONENTS WHERE IT HAS ONE.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-370.
002800 OBJECT-COMPUTER.            IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT BRANCH-MASTER    ASSIGN TO "BRMAST"
003200                             ORGANIZATION IS INDEXED
003300                             ACCESS MODE IS RANDOM
003400                             RECORD KEY IS BM-BRANCH-CODE
003500                             FILE STATUS IS WS-BRMAST-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  BRANCH-MASTER.
004000     COPY BRMAST.
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-BRMAST-STATUS            PIC X(02).
004400     88  WS-BRMAST-OK                        VALUE "00".
004500
004600 01  WS-SWITCHES.
004700     05  WS-OPENED-SW            PIC X(01)   VALUE 'N'.
004800         88  WS-FILE-OPENED              VALUE 'Y'.
004830
004860 77  WS-CMP-SUB                  PIC 9(03)   COMP.
004900
005000 LINKAGE SECTION.
005100 01  LK-BRANCH-CODE              PIC X(03).
005200 01  LK-TAX-RATE                 PIC 9(02)V9(02).
005300 01  LK-FOUND-SW                 PIC X(01).
005400     88  LK-FOUND                            VALUE 'Y'.
005500 01  LK-TRAN-DATE                PIC 9(08).
005550     COPY BRCOMP.
005600
005700 PROCEDURE DIVISION USING LK-BRANCH-CODE
005800                          LK-TAX-RATE
005900                          LK-FOUND-SW
006000                          LK-TRAN-DATE
006050                          BRANCH-COMPONENT-AREA.
006100 0000-MAINLINE.
006200     IF NOT WS-FILE-OPENED
006300         OPEN INPUT BRANCH-MASTER
006400         SET WS-FILE-OPENED      TO TRUE
006500     END-IF.
006600     MOVE 'N'                    TO LK-FOUND-SW.
006700     MOVE ZERO                   TO LK-TAX-RATE.
006750     MOVE ZERO                   TO BC-COMPONENT-COUNT.
006800     MOVE LK-BRANCH-CODE         TO BM-BRANCH-CODE.
006900     READ BRANCH-MASTER
007000         INVALID KEY
007100             GO TO 0000-EXIT
007200     END-READ.
007300     IF LK-TRAN-DATE LESS THAN BM-OPEN-DATE
007400         GO TO 0000-EXIT
007500     END-IF.
007600     IF BM-CLOSED AND LK-TRAN-DATE GREATER THAN BM-CLOSE-DATE
007700         GO TO 0000-EXIT
007800     END-IF.
007900     MOVE 'Y'                    TO LK-FOUND-SW.
008000     IF LK-TRAN-DATE LESS THAN BM-RATE-EFF-DATE
008100         MOVE BM-PRIOR-RATE      TO LK-TAX-RATE
008110         IF BM-PRIOR-SPLIT
008120             PERFORM 1100-PRIOR-COMPONENT THRU 1100-EXIT
008130                     VARYING WS-CMP-SUB FROM 1 BY 1
008140                     UNTIL WS-CMP-SUB GREATER THAN 3
008150         END-IF
008200     ELSE
008300         MOVE BM-TAX-RATE        TO LK-TAX-RATE
008320         PERFORM 1000-CURRENT-COMPONENT THRU 1000-EXIT
008340                 VARYING WS-CMP-SUB FROM 1 BY 1
008360                 UNTIL WS-CMP-SUB GREATER THAN 3
008400     END-IF.
008500 0000-EXIT.
008600     GOBACK.
008700
008800******************************************************************
008900*    1000-CURRENT-COMPONENT - RETURN ONE COMPONENT AT ITS CURRENT
009000*                             RATE; A RETIRED (ZERO-RATE) OR
009100*                             UNUSED SLOT IS SKIPPED
009200******************************************************************
009300 1000-CURRENT-COMPONENT.
009400     IF BM-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
009500      OR BM-CMP-RATE (WS-CMP-SUB) EQUAL ZERO
009600         GO TO 1000-EXIT
009700     END-IF.
009800     ADD 1                       TO BC-COMPONENT-COUNT.
009900     MOVE BM-CMP-CODE (WS-CMP-SUB)
010000                 TO BC-CODE (BC-COMPONENT-COUNT).
010100     MOVE BM-CMP-AUTHORITY (WS-CMP-SUB)
010200                 TO BC-AUTHORITY (BC-COMPONENT-COUNT).
010300     MOVE BM-CMP-RATE (WS-CMP-SUB)
010400                 TO BC-RATE (BC-COMPONENT-COUNT).
010500 1000-EXIT.
010600     EXIT.
010700
010800******************************************************************
010900*    1100-PRIOR-COMPONENT - THE SAME FOR A TRANSACTION DATED
011000*                           BEFORE THE RATE'S EFFECTIVE DATE,
011100*                           AT THE COMPONENT'S PRIOR RATE
011200******************************************************************
011300 1100-PRIOR-COMPONENT.
011400     IF BM-CMP-CODE (WS-CMP-SUB) EQUAL SPACES
011500      OR BM-CMP-PRIOR-RATE (WS-CMP-SUB) EQUAL ZERO
011600         GO TO 1100-EXIT
011700     END-IF.
011800     ADD 1                       TO BC-COMPONENT-COUNT.
011900     MOVE BM-CMP-CODE (WS-CMP-SUB)
012000                 TO BC-CODE (BC-COMPONENT-COUNT).
012100     MOVE BM-CMP-AUTHORITY (WS-CMP-SUB)
012200                 TO BC-AUTHORITY (BC-COMPONENT-COUNT).
012300     MOVE BM-CMP-PRIOR-RATE (WS-CMP-SUB)
012400                 TO BC-RATE (BC-COMPONENT-COUNT).
012500 1100-EXIT.
012600     EXIT.
