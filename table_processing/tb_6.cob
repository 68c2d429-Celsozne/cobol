001700*                     SEARCH ALL BINARY LOOKUP.
001800*    2026-08-08 JPL   UNMATCHED LOOKUPS ARE LOGGED TO AN
001900*                     EXCEPTION FILE INSTEAD OF BEING DISPLAYED.
001920*    2026-10-15 JPL   BRLOOKUP NOW READS THE BRMAST BRANCH MASTER
001940*                     AS OF A DATE.  EACH TRANSACTION CARRIES ITS
001960*                     LOOKUP DATE, DEFAULTING TO THE BUSINESS DATE
001980*                     FROM THE BUSDATE CARD WHEN BLANK.
001986*    2026-10-15 JPL   BRLOOKUP ALSO RETURNS THE BRANCH'S TAX
001992*                     COMPONENTS; THE TOTAL RATE IS STILL SHOWN.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002400 OBJECT-COMPUTER.            IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002620     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
002640                             ORGANIZATION IS LINE SEQUENTIAL
002660                             FILE STATUS IS WS-BDAT-STATUS.
002700     SELECT TB6-TRANSACTION  ASSIGN TO "TB6TRN"
002800                             ORGANIZATION IS LINE SEQUENTIAL.
002900     SELECT TB6-EXCEPTION    ASSIGN TO "TB6EXC"
003900     RECORDING MODE IS F.
004000 01  TB6-EXCEPTION-LINE          PIC X(80).
004100
004120 FD  BUS-DATE-FILE
004140     RECORDING MODE IS F.
004160     COPY BUSDATE.
004180
004200 WORKING-STORAGE SECTION.
004209 01  WS-BDAT-STATUS              PIC X(02).
004218     88  WS-BDAT-OK                      VALUE "00".
004227 01  WS-DU-FUNCTION              PIC X(01).
004236 01  WS-DU-DATE-1                PIC 9(08).
004245 01  WS-DU-DATE-2                PIC 9(08).
004254 01  WS-DU-DAYS                  PIC S9(05).
004263 01  WS-DU-VALID-SW              PIC X(01).
004272     88  WS-DU-VALID                     VALUE 'Y'.
004281 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
004290
004300 01  WS-SWITCHES.
004400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
004500         88  WS-EOF                          VALUE 'Y'.
004700         88  WS-FOUND                        VALUE 'Y'.
004800
004900 01  WS-TAX-RATE                 PIC 9(02)V9(02).
004950 01  WS-LOOKUP-DATE              PIC 9(08).
004970     COPY BRCOMP.
005000
005100 77  WS-LOOKUP-COUNT             PIC 9(03)   COMP    VALUE ZERO.
005200 77  WS-EXCEPTION-COUNT          PIC 9(03)   COMP    VALUE ZERO.
005600         "BRANCH CODE NOT FOUND:".
005700     05  FILLER                  PIC X(01)   VALUE SPACE.
005800     05  EL-BRANCH-CODE          PIC X(03).
005820     05  FILLER                  PIC X(04)   VALUE " AS ".
005840     05  FILLER                  PIC X(03)   VALUE "OF ".
005860     05  EL-LOOKUP-DATE          PIC 9(08).
005900
006000 01  WS-MATCH-DETAIL.
006100     05  FILLER                  PIC X(14)   VALUE
007800******************************************************************
007900 1000-INITIALIZE.
008000     DISPLAY "TB6 - BRANCH TAX RATE LOOKUP STARTING".
008050     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
008100     OPEN INPUT  TB6-TRANSACTION.
008200     OPEN OUTPUT TB6-EXCEPTION.
008300     PERFORM 2900-READ-TRANSACTION  THRU 2900-EXIT.
008600
008700******************************************************************
008800*    2000-PROCESS-LOOKUP - RESOLVE ONE TRANSACTION AGAINST THE
008900*                          BRANCH MASTER AS OF ITS LOOKUP DATE
009000******************************************************************
009100 2000-PROCESS-LOOKUP.
009200     ADD 1                       TO WS-LOOKUP-COUNT.
009300     MOVE 'N'                    TO WS-FOUND-SW.
009310     IF TT-LOOKUP-DATE NUMERIC AND TT-LOOKUP-DATE > ZERO
009320         MOVE TT-LOOKUP-DATE     TO WS-LOOKUP-DATE
009330     ELSE
009340         MOVE WS-BUSINESS-DATE   TO WS-LOOKUP-DATE
009350     END-IF.
009400     CALL "BRLOOKUP"             USING TT-BRANCH-CODE
009500                                       WS-TAX-RATE
009600                                       WS-FOUND-SW
009650                                       WS-LOOKUP-DATE
009670                                       BRANCH-COMPONENT-AREA.
009700     IF WS-FOUND
009800         PERFORM 2100-DISPLAY-MATCH     THRU 2100-EXIT
009900     ELSE
011500
011600******************************************************************
011700*    2200-WRITE-EXCEPTION - LOG A BRANCH CODE THAT IS NOT ON THE
011800*                           BRANCH MASTER, OR NOT OPEN ON THE
011850*                           LOOKUP DATE, INSTEAD OF DISPLAYING IT
011900******************************************************************
012000 2200-WRITE-EXCEPTION.
012100     ADD 1                       TO WS-EXCEPTION-COUNT.
012200     MOVE TT-BRANCH-CODE         TO EL-BRANCH-CODE.
012250     MOVE WS-LOOKUP-DATE         TO EL-LOOKUP-DATE.
012300     WRITE TB6-EXCEPTION-LINE    FROM WS-EXCEPTION-DETAIL.
012400 2200-EXIT.
012500     EXIT.
013500 2900-EXIT.
013600     EXIT.
013700
013703******************************************************************
013706*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
013709*                             FROM THE CALCHK BUSDATE CARD; FALL
013712*                             BACK TO THE MACHINE DATE WHEN THE
013715*                             CARD IS ABSENT
013718******************************************************************
013721 8100-GET-BUSINESS-DATE.
013724     OPEN INPUT BUS-DATE-FILE.
013727     IF WS-BDAT-OK
013730         READ BUS-DATE-FILE
013733             AT END
013736                 CONTINUE
013739             NOT AT END
013742                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
013745                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
013748                 END-IF
013751         END-READ
013754     END-IF.
013757     CLOSE BUS-DATE-FILE.
013760     IF WS-BUSINESS-DATE EQUAL ZERO
013763         MOVE 'C'                TO WS-DU-FUNCTION
013766         CALL "DATEUTIL"         USING WS-DU-FUNCTION
013769                                       WS-BUSINESS-DATE
013772                                       WS-DU-DATE-2
013775                                       WS-DU-DAYS
013778                                       WS-DU-VALID-SW
013781     END-IF.
013784 8100-EXIT.
013787     EXIT.
013790
013800******************************************************************
013900*    9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS
014000******************************************************************
