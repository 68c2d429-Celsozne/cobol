000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 CUSTSRCH.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               CUSTOMER SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - SERVICE-DESK CUSTOMER NAME
001200*                     SEARCH FOR CALLERS WHO CANNOT GIVE THEIR
001300*                     CUSTOMER ID.  SYSIN CARDS CARRY A LAST
001400*                     NAME AND AN OPTIONAL FIRST NAME AS SPOKEN;
001500*                     EACH IS REDUCED TO ITS PHONKEY SOUND CODE
001600*                     AND EVERY CUSTOMER FILED UNDER THE SAME
001700*                     CODES ON THE CUSTPHX PHONETIC INDEX IS
001800*                     LISTED WITH THE CITY (PINLOOK) OF EACH OF
001900*                     THEIR CUSTADDR ADDRESSES, SO THE DESK CAN
002000*                     PICK THE RIGHT ID AND RUN CUSTINQ ON IT.
002020*    2026-10-15 JPL   CUSTOMERS ON FILE BEFORE THE NIGHTLY RUNS
002040*                     BEGAN INDEXING ARE LOADED ONTO CUSTPHX BY
002060*                     THE ONE-OFF PHXLOAD JOB, WHICH MUST HAVE RUN
002080*                     BEFORE THIS SEARCH CAN FIND THEM.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-370.
002500 OBJECT-COMPUTER.            IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SEARCH-CARDS     ASSIGN TO "SYSIN"
002900                             ORGANIZATION IS LINE SEQUENTIAL.
003000     SELECT CUST-PHONETIC-INDEX ASSIGN TO "CUSTPHX"
003100                             ORGANIZATION IS INDEXED
003200                             ACCESS MODE IS DYNAMIC
003300                             RECORD KEY IS CPX-CUST-ID
003400                             ALTERNATE RECORD KEY IS CPX-SOUND-KEY
003500                                 WITH DUPLICATES
003600                             FILE STATUS IS WS-PHX-STATUS.
003700     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS DYNAMIC
004000                             RECORD KEY IS CA-ADDR-KEY
004100                             ALTERNATE RECORD KEY IS CA-PIN-CODE
004200                                 WITH DUPLICATES
004300                             FILE STATUS IS WS-MASTER-STATUS.
004400     SELECT SEARCH-REPORT    ASSIGN TO "CUSTSRPT"
004500                             ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SEARCH-CARDS
005000     RECORDING MODE IS F.
005100 01  SEARCH-CARD.
005200     05  SC-LAST-NAME            PIC X(15).
005300     05  SC-FIRST-NAME           PIC X(15).
005400
005500 FD  CUST-PHONETIC-INDEX.
005600     COPY CUSTPHX.
005700
005800 FD  CUSTOMER-ADDR-MASTER.
005900     COPY ADDRMAST.
006000
006100 FD  SEARCH-REPORT
006200     RECORDING MODE IS F.
006300 01  SRCH-RPT-LINE               PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-PHX-STATUS               PIC X(02).
006700     88  WS-PHX-OK                       VALUE "00".
006800 01  WS-MASTER-STATUS            PIC X(02).
006900     88  WS-MASTER-OK                    VALUE "00".
007000
007100 01  WS-SWITCHES.
007200     05  WS-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
007300         88  WS-CARD-EOF                     VALUE 'Y'.
007400     05  WS-HIT-EOF-SW           PIC X(01)   VALUE 'N'.
007500         88  WS-HIT-EOF                      VALUE 'Y'.
007600     05  WS-ADDR-EOF-SW          PIC X(01)   VALUE 'N'.
007700         88  WS-ADDR-EOF                     VALUE 'Y'.
007800     05  WS-ADDR-FOUND-SW        PIC X(01)   VALUE 'N'.
007900         88  WS-ADDR-FOUND                   VALUE 'Y'.
008000     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
008100         88  WS-FILE-ERROR                   VALUE 'Y'.
008200
008300 01  WS-SEARCH-KEY.
008400     05  WS-SK-LAST-CODE         PIC X(04).
008500     05  WS-SK-FIRST-CODE        PIC X(04).
008600
008700 01  WS-LOOK-PIN                 PIC 9(06).
008800 01  WS-LOOK-CITY-NAME           PIC X(20).
008900 01  WS-LOOK-DISTRICT-NAME       PIC X(20).
009000 01  WS-LOOK-FOUND-SW            PIC X(01).
009100     88  WS-LOOK-FOUND                   VALUE 'Y'.
009200
009300 77  WS-INQUIRY-COUNT            PIC 9(03)   COMP    VALUE ZERO.
009400 77  WS-HIT-COUNT                PIC 9(05)   COMP    VALUE ZERO.
009500 77  WS-TOTAL-HIT-COUNT          PIC 9(05)   COMP    VALUE ZERO.
009600
009700 01  WS-PAGE-HEADER.
009800     05  FILLER                  PIC X(15)   VALUE
009900         "NAME SEARCH -  ".
010000     05  WS-PH-LAST-NAME         PIC X(15).
010100     05  FILLER                  PIC X(01)   VALUE SPACE.
010200     05  WS-PH-FIRST-NAME        PIC X(15).
010300     05  FILLER                  PIC X(09)   VALUE
010400         "  SOUND: ".
010500     05  WS-PH-LAST-CODE         PIC X(04).
010600     05  FILLER                  PIC X(01)   VALUE SPACE.
010700     05  WS-PH-FIRST-CODE        PIC X(04).
010800
010900 01  WS-COLUMN-HEADER.
011000     05  FILLER                  PIC X(40)   VALUE
011100         "CUST-ID  LAST NAME       FIRST NAME     ".
011200     05  FILLER                  PIC X(30)   VALUE
011300         " TYPE PIN     CITY           ".
011400
011500 01  WS-HIT-LINE.
011600     05  WS-HL-CUST-ID           PIC 9(05).
011700     05  FILLER                  PIC X(04)   VALUE SPACES.
011800     05  WS-HL-LAST-NAME         PIC X(15).
011900     05  FILLER                  PIC X(01)   VALUE SPACE.
012000     05  WS-HL-FIRST-NAME        PIC X(15).
012100
012200 01  WS-ADDR-LINE.
012300     05  FILLER                  PIC X(41)   VALUE SPACES.
012400     05  WS-AL-TYPE              PIC X(01).
012500     05  FILLER                  PIC X(04)   VALUE SPACES.
012600     05  WS-AL-PIN               PIC 9(06).
012700     05  FILLER                  PIC X(02)   VALUE SPACES.
012800     05  WS-AL-CITY              PIC X(20).
012900
013000 01  WS-NO-ADDR-LINE.
013100     05  FILLER                  PIC X(41)   VALUE SPACES.
013200     05  FILLER                  PIC X(19)   VALUE
013300         "NO ADDRESS ON FILE ".
013400
013500 01  WS-NO-HIT-LINE.
013600     05  FILLER                  PIC X(27)   VALUE
013700         "NO CUSTOMER SOUNDS LIKE IT ".
013800
013900 01  WS-NO-NAME-LINE.
014000     05  FILLER                  PIC X(37)   VALUE
014100         "NO LAST NAME ON CARD - NOT SEARCHED  ".
014200
014300 01  WS-HIT-TOTAL-LINE.
014400     05  FILLER                  PIC X(20)   VALUE
014500         "CUSTOMERS LISTED:   ".
014600     05  WS-HT-COUNT             PIC Z(04)9.
014700
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
015100     PERFORM 2000-PROCESS-SEARCH     THRU 2000-EXIT
015200             UNTIL WS-CARD-EOF.
015300     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
015400     GO TO 9999-EXIT.
015500
015600******************************************************************
015700*    1000-INITIALIZE - OPEN THE FILES AND READ THE FIRST CARD
015800******************************************************************
015900 1000-INITIALIZE.
016000     DISPLAY "CUSTSRCH - CUSTOMER NAME SEARCH STARTING".
016100     OPEN INPUT  SEARCH-CARDS.
016200     OPEN INPUT  CUST-PHONETIC-INDEX.
016300     IF NOT WS-PHX-OK
016400         DISPLAY "CUSTPHX NOT AVAILABLE - NO SEARCH POSSIBLE"
016500         SET WS-FILE-ERROR       TO TRUE
016600         SET WS-CARD-EOF         TO TRUE
016700         GO TO 1000-EXIT
016800     END-IF.
016900     OPEN INPUT  CUSTOMER-ADDR-MASTER.
017000     OPEN OUTPUT SEARCH-REPORT.
017100     PERFORM 2900-READ-CARD THRU 2900-EXIT.
017200 1000-EXIT.
017300     EXIT.
017400
017500******************************************************************
017600*    2000-PROCESS-SEARCH - ONE PAGE PER SEARCH CARD: SOUND CODE
017700*                          THE NAME, THEN WALK THE CUSTPHX
017800*                          ALTERNATE KEY FROM THAT CODE FORWARD
017900******************************************************************
018000 2000-PROCESS-SEARCH.
018100     ADD 1                       TO WS-INQUIRY-COUNT.
018200     MOVE ZERO                   TO WS-HIT-COUNT.
018300     MOVE 'N'                    TO WS-HIT-EOF-SW.
018400     CALL "PHONKEY"              USING SC-LAST-NAME
018500                                       WS-SK-LAST-CODE.
018600     CALL "PHONKEY"              USING SC-FIRST-NAME
018700                                       WS-SK-FIRST-CODE.
018800     MOVE SC-LAST-NAME           TO WS-PH-LAST-NAME.
018900     MOVE SC-FIRST-NAME          TO WS-PH-FIRST-NAME.
019000     MOVE WS-SK-LAST-CODE        TO WS-PH-LAST-CODE.
019100     MOVE WS-SK-FIRST-CODE       TO WS-PH-FIRST-CODE.
019200     IF WS-INQUIRY-COUNT > 1
019300         WRITE SRCH-RPT-LINE     FROM SPACES
019400             AFTER ADVANCING PAGE
019500     END-IF.
019600     WRITE SRCH-RPT-LINE         FROM WS-PAGE-HEADER.
019700     WRITE SRCH-RPT-LINE         FROM SPACES.
019800     IF WS-SK-LAST-CODE EQUAL SPACES
019900         WRITE SRCH-RPT-LINE     FROM WS-NO-NAME-LINE
020000         GO TO 2000-READ-NEXT
020100     END-IF.
020200     WRITE SRCH-RPT-LINE         FROM WS-COLUMN-HEADER.
020300*    NO FIRST NAME - START AT THE LOWEST FIRST-NAME CODE AND
020400*    TAKE EVERYONE UNDER THE LAST-NAME CODE
020500     MOVE WS-SK-LAST-CODE        TO CPX-LAST-CODE.
020600     IF WS-SK-FIRST-CODE EQUAL SPACES
020700         MOVE LOW-VALUES         TO CPX-FIRST-CODE
020800     ELSE
020900         MOVE WS-SK-FIRST-CODE   TO CPX-FIRST-CODE
021000     END-IF.
021100     START CUST-PHONETIC-INDEX KEY NOT LESS THAN CPX-SOUND-KEY
021200         INVALID KEY
021300             SET WS-HIT-EOF      TO TRUE
021400     END-START.
021500     PERFORM 2100-SHOW-ONE-HIT THRU 2100-EXIT
021600             UNTIL WS-HIT-EOF.
021700     IF WS-HIT-COUNT EQUAL ZERO
021800         WRITE SRCH-RPT-LINE     FROM WS-NO-HIT-LINE
021900     ELSE
022000         MOVE WS-HIT-COUNT       TO WS-HT-COUNT
022100         WRITE SRCH-RPT-LINE     FROM SPACES
022200         WRITE SRCH-RPT-LINE     FROM WS-HIT-TOTAL-LINE
022300     END-IF.
022400     ADD WS-HIT-COUNT            TO WS-TOTAL-HIT-COUNT.
022500 2000-READ-NEXT.
022600     PERFORM 2900-READ-CARD THRU 2900-EXIT.
022700 2000-EXIT.
022800     EXIT.
022900
023000******************************************************************
023100*    2100-SHOW-ONE-HIT - NEXT INDEX ENTRY IN SOUND-KEY ORDER; THE
023200*                        WALK ENDS WHEN THE LAST-NAME CODE (AND
023300*                        THE FIRST-NAME CODE, IF ONE WAS GIVEN)
023400*                        NO LONGER MATCHES
023500******************************************************************
023600 2100-SHOW-ONE-HIT.
023700     READ CUST-PHONETIC-INDEX NEXT RECORD
023800         AT END
023900             SET WS-HIT-EOF      TO TRUE
024000     END-READ.
024100     IF WS-HIT-EOF
024200         GO TO 2100-EXIT
024300     END-IF.
024400     IF CPX-LAST-CODE NOT EQUAL WS-SK-LAST-CODE
024500         SET WS-HIT-EOF          TO TRUE
024600         GO TO 2100-EXIT
024700     END-IF.
024800     IF WS-SK-FIRST-CODE NOT EQUAL SPACES
024900        AND CPX-FIRST-CODE NOT EQUAL WS-SK-FIRST-CODE
025000         SET WS-HIT-EOF          TO TRUE
025100         GO TO 2100-EXIT
025200     END-IF.
025300     ADD 1                       TO WS-HIT-COUNT.
025400     MOVE CPX-CUST-ID            TO WS-HL-CUST-ID.
025500     MOVE CPX-LAST-NAME          TO WS-HL-LAST-NAME.
025600     MOVE CPX-FIRST-NAME         TO WS-HL-FIRST-NAME.
025700     WRITE SRCH-RPT-LINE         FROM WS-HIT-LINE.
025800     PERFORM 2200-SHOW-ADDRESSES THRU 2200-EXIT.
025900 2100-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*    2200-SHOW-ADDRESSES - EVERY TYPED CUSTADDR ROW OF THE HIT,
026400*                          WITH ITS CITY FROM PINLOOK
026500******************************************************************
026600 2200-SHOW-ADDRESSES.
026700     MOVE 'N'                    TO WS-ADDR-FOUND-SW
026800                                    WS-ADDR-EOF-SW.
026900     MOVE CPX-CUST-ID            TO CA-CUST-ID.
027000     MOVE LOW-VALUES             TO CA-ADDR-TYPE.
027100     START CUSTOMER-ADDR-MASTER KEY NOT LESS THAN CA-ADDR-KEY
027200         INVALID KEY
027300             SET WS-ADDR-EOF     TO TRUE
027400     END-START.
027500     PERFORM 2220-SHOW-ONE-ADDRESS THRU 2220-EXIT
027600             UNTIL WS-ADDR-EOF.
027700     IF NOT WS-ADDR-FOUND
027800         WRITE SRCH-RPT-LINE     FROM WS-NO-ADDR-LINE
027900     END-IF.
028000 2200-EXIT.
028100     EXIT.
028200
028300 2220-SHOW-ONE-ADDRESS.
028400     READ CUSTOMER-ADDR-MASTER NEXT RECORD
028500         AT END
028600             SET WS-ADDR-EOF     TO TRUE
028700     END-READ.
028800     IF WS-ADDR-EOF
028900         GO TO 2220-EXIT
029000     END-IF.
029100     IF CA-CUST-ID NOT EQUAL CPX-CUST-ID
029200         SET WS-ADDR-EOF         TO TRUE
029300         GO TO 2220-EXIT
029400     END-IF.
029500     SET WS-ADDR-FOUND           TO TRUE.
029600     MOVE CA-PIN-CODE            TO WS-LOOK-PIN.
029700     CALL "PINLOOK"              USING WS-LOOK-PIN
029800                                       WS-LOOK-CITY-NAME
029900                                       WS-LOOK-DISTRICT-NAME
030000                                       WS-LOOK-FOUND-SW.
030100     IF NOT WS-LOOK-FOUND
030200         MOVE "CITY NOT ON PINCREF" TO WS-LOOK-CITY-NAME
030300     END-IF.
030400     MOVE CA-ADDR-TYPE           TO WS-AL-TYPE.
030500     MOVE CA-PIN-CODE            TO WS-AL-PIN.
030600     MOVE WS-LOOK-CITY-NAME      TO WS-AL-CITY.
030700     WRITE SRCH-RPT-LINE         FROM WS-ADDR-LINE.
030800 2220-EXIT.
030900     EXIT.
031000
031100 2900-READ-CARD.
031200     READ SEARCH-CARDS
031300         AT END
031400             SET WS-CARD-EOF TO TRUE
031500     END-READ.
031600 2900-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS
032100******************************************************************
032200 9000-TERMINATE.
032300     DISPLAY "SEARCHES PROCESSED : " WS-INQUIRY-COUNT.
032400     DISPLAY "CUSTOMERS LISTED   : " WS-TOTAL-HIT-COUNT.
032500     CLOSE SEARCH-CARDS.
032600     IF WS-FILE-ERROR
032700         MOVE 8                  TO RETURN-CODE
032800         GO TO 9000-EXIT
032900     END-IF.
033000     CLOSE CUST-PHONETIC-INDEX.
033100     CLOSE CUSTOMER-ADDR-MASTER.
033200     CLOSE SEARCH-REPORT.
033300 9000-EXIT.
033400     EXIT.
033500
033600 9999-EXIT.
033700     STOP RUN.
