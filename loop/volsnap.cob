000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 VOLSNAP.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               BATCH UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - NIGHTLY SIZE SNAPSHOT OF
001200*                     THE GROWING MASTERS.  COUNTS THE RECORDS ON
001300*                     CUSTADDR, ACCTHIST AND ADJHIST AND HANDS
001400*                     EACH COUNT TO VOLCHK UNDER THE FILE'S OWN
001500*                     NAME, SO VOLHIST CARRIES A DAILY SIZE
001600*                     HISTORY FOR THE CAPFCST CAPACITY FORECAST AS
001700*                     WELL AS THE FEED VOLUMES.  A SIZE SWING
001800*                     VOLCHK DISLIKES, OR A MASTER THAT WILL NOT
001900*                     OPEN, IS A WARNING ONLY (RC 4) - NOTHING
002000*                     DOWNSTREAM DEPENDS ON THE SNAPSHOT.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-370.
002500 OBJECT-COMPUTER.            IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
002900                             ORGANIZATION IS LINE SEQUENTIAL
003000                             FILE STATUS IS WS-BDAT-STATUS.
003100     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
003200                             ORGANIZATION IS INDEXED
003300                             ACCESS MODE IS SEQUENTIAL
003400                             RECORD KEY IS CA-ADDR-KEY
003500                             ALTERNATE RECORD KEY IS CA-PIN-CODE
003600                                 WITH DUPLICATES
003700                             FILE STATUS IS WS-ADDR-STATUS.
003800     SELECT OPTIONAL ACCT-HISTORY ASSIGN TO "ACCTHIST"
003900                             ORGANIZATION IS LINE SEQUENTIAL
004000                             FILE STATUS IS WS-HIST-STATUS.
004100     SELECT ADJ-HISTORY      ASSIGN TO "ADJHIST"
004200                             ORGANIZATION IS LINE SEQUENTIAL
004300                             FILE STATUS IS WS-ADJH-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BUS-DATE-FILE
004800     RECORDING MODE IS F.
004900     COPY BUSDATE.
005000
005100 FD  CUSTOMER-ADDR-MASTER.
005200     COPY ADDRMAST.
005300
005400 FD  ACCT-HISTORY
005500     RECORDING MODE IS F.
005600     COPY ACCTHIST.
005700
005800 FD  ADJ-HISTORY
005900     RECORDING MODE IS F.
006000     COPY ADJHIST.
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-BDAT-STATUS              PIC X(02).
006400     88  WS-BDAT-OK                      VALUE "00".
006500 01  WS-ADDR-STATUS              PIC X(02).
006600     88  WS-ADDR-OK                      VALUE "00".
006700 01  WS-HIST-STATUS              PIC X(02).
006800     88  WS-HIST-OK                      VALUE "00".
006900 01  WS-ADJH-STATUS              PIC X(02).
007000     88  WS-ADJH-OK                      VALUE "00".
007100
007200 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007300 01  WS-DU-FUNCTION              PIC X(01).
007400 01  WS-DU-DATE-2                PIC 9(08).
007500 01  WS-DU-DAYS                  PIC S9(05).
007600 01  WS-DU-VALID-SW              PIC X(01).
007700
007800 01  WS-SWITCHES.
007900     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
008000         88  WS-EOF                          VALUE 'Y'.
008100
008200*    VOLCHK PARAMETERS - THE SNAPSHOT CARRIES NO AMOUNT HASH, SO
008300*    VOLCHK JUDGES THE RECORD COUNT ALONE
008400 01  WS-VOL-FILE-ID              PIC X(08).
008500 01  WS-VOL-COUNT                PIC 9(07).
008600 01  WS-VOL-HASH                 PIC 9(11)V9(02) VALUE ZERO.
008700 01  WS-VOL-VERDICT              PIC X(01).
008800
008900 77  WS-FILE-COUNT               PIC 9(07)   COMP    VALUE ZERO.
009000 77  WS-SNAP-COUNT               PIC 9(03)   COMP    VALUE ZERO.
009100 77  WS-WARN-COUNT               PIC 9(03)   COMP    VALUE ZERO.
009200
009300     COPY RUNSTAT.
009400
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
009800     PERFORM 2000-COUNT-CUSTADDR     THRU 2000-EXIT.
009900     PERFORM 3000-COUNT-ACCTHIST     THRU 3000-EXIT.
010000     PERFORM 4000-COUNT-ADJHIST      THRU 4000-EXIT.
010100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
010200     GO TO 9999-EXIT.
010300
010400******************************************************************
010500*    1000-INITIALIZE - ESTABLISH TONIGHT'S BUSINESS DATE
010600******************************************************************
010700 1000-INITIALIZE.
010800     DISPLAY "VOLSNAP - MASTER FILE SIZE SNAPSHOT STARTING".
010900     MOVE "VOLSNAP"              TO RSA-PROGRAM-ID.
011000     MOVE 'S'                    TO RSA-FUNCTION.
011100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
011200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
011300 1000-EXIT.
011400     EXIT.
011500
011600******************************************************************
011700*    2000-COUNT-CUSTADDR - RECORDS ON THE CUSTOMER ADDRESS MASTER
011800******************************************************************
011900 2000-COUNT-CUSTADDR.
012000     MOVE ZERO                   TO WS-FILE-COUNT.
012100     MOVE 'N'                    TO WS-EOF-SW.
012200     OPEN INPUT CUSTOMER-ADDR-MASTER.
012300     IF NOT WS-ADDR-OK
012400         DISPLAY "CUSTADDR WILL NOT OPEN - STATUS " WS-ADDR-STATUS
012500         ADD 1                   TO WS-WARN-COUNT
012600         GO TO 2000-EXIT
012700     END-IF.
012800     PERFORM 2100-READ-CUSTADDR THRU 2100-EXIT
012900             UNTIL WS-EOF.
013000     CLOSE CUSTOMER-ADDR-MASTER.
013100     MOVE "CUSTADDR"             TO WS-VOL-FILE-ID.
013200     PERFORM 8200-RECORD-SIZE THRU 8200-EXIT.
013300 2000-EXIT.
013400     EXIT.
013500
013600 2100-READ-CUSTADDR.
013700     READ CUSTOMER-ADDR-MASTER NEXT RECORD
013800         AT END
013900             SET WS-EOF TO TRUE
014000         NOT AT END
014100             ADD 1               TO WS-FILE-COUNT
014200     END-READ.
014300 2100-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700*    3000-COUNT-ACCTHIST - POSTINGS ON THE ACCOUNT HISTORY FILE
014800******************************************************************
014900 3000-COUNT-ACCTHIST.
015000     MOVE ZERO                   TO WS-FILE-COUNT.
015100     MOVE 'N'                    TO WS-EOF-SW.
015200     OPEN INPUT ACCT-HISTORY.
015300     IF NOT WS-HIST-OK
015400      AND WS-HIST-STATUS NOT EQUAL "05"
015500         DISPLAY "ACCTHIST WILL NOT OPEN - STATUS " WS-HIST-STATUS
015600         ADD 1                   TO WS-WARN-COUNT
015700         GO TO 3000-EXIT
015800     END-IF.
015900     PERFORM 3100-READ-ACCTHIST THRU 3100-EXIT
016000             UNTIL WS-EOF.
016100     CLOSE ACCT-HISTORY.
016200     MOVE "ACCTHIST"             TO WS-VOL-FILE-ID.
016300     PERFORM 8200-RECORD-SIZE THRU 8200-EXIT.
016400 3000-EXIT.
016500     EXIT.
016600
016700 3100-READ-ACCTHIST.
016800     READ ACCT-HISTORY
016900         AT END
017000             SET WS-EOF TO TRUE
017100         NOT AT END
017200             ADD 1               TO WS-FILE-COUNT
017300     END-READ.
017400 3100-EXIT.
017500     EXIT.
017600
017700******************************************************************
017800*    4000-COUNT-ADJHIST - ADJUSTMENTS ON THE ADJUSTMENT HISTORY
017900******************************************************************
018000 4000-COUNT-ADJHIST.
018100     MOVE ZERO                   TO WS-FILE-COUNT.
018200     MOVE 'N'                    TO WS-EOF-SW.
018300     OPEN INPUT ADJ-HISTORY.
018400     IF NOT WS-ADJH-OK
018500         DISPLAY "ADJHIST WILL NOT OPEN - STATUS " WS-ADJH-STATUS
018600         ADD 1                   TO WS-WARN-COUNT
018700         GO TO 4000-EXIT
018800     END-IF.
018900     PERFORM 4100-READ-ADJHIST THRU 4100-EXIT
019000             UNTIL WS-EOF.
019100     CLOSE ADJ-HISTORY.
019200     MOVE "ADJHIST"              TO WS-VOL-FILE-ID.
019300     PERFORM 8200-RECORD-SIZE THRU 8200-EXIT.
019400 4000-EXIT.
019500     EXIT.
019600
019700 4100-READ-ADJHIST.
019800     READ ADJ-HISTORY
019900         AT END
020000             SET WS-EOF TO TRUE
020100         NOT AT END
020200             ADD 1               TO WS-FILE-COUNT
020300     END-READ.
020400 4100-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800*    8100-GET-BUSINESS-DATE - TONIGHT'S OFFICIAL DATE FROM THE
020900*                             CALCHK BUSDATE CARD; MACHINE DATE
021000*                             ONLY AS FALLBACK
021100******************************************************************
021200 8100-GET-BUSINESS-DATE.
021300     OPEN INPUT BUS-DATE-FILE.
021400     IF WS-BDAT-OK
021500         READ BUS-DATE-FILE
021600             AT END
021700                 CONTINUE
021800             NOT AT END
021900                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
022000                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
022100                 END-IF
022200         END-READ
022300     END-IF.
022400     CLOSE BUS-DATE-FILE.
022500     IF WS-BUSINESS-DATE EQUAL ZERO
022600         MOVE 'C'                TO WS-DU-FUNCTION
022700         CALL "DATEUTIL"         USING WS-DU-FUNCTION
022800                                       WS-BUSINESS-DATE
022900                                       WS-DU-DATE-2
023000                                       WS-DU-DAYS
023100                                       WS-DU-VALID-SW
023200     END-IF.
023300 8100-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700*    8200-RECORD-SIZE - PASS ONE FILE'S COUNT TO VOLCHK, WHICH
023800*                       JUDGES IT AGAINST RECENT NIGHTS AND ADDS
023900*                       IT TO VOLHIST
024000******************************************************************
024100 8200-RECORD-SIZE.
024200     MOVE WS-FILE-COUNT          TO WS-VOL-COUNT.
024300     CALL "VOLCHK"               USING WS-VOL-FILE-ID
024400                                       WS-BUSINESS-DATE
024500                                       WS-VOL-COUNT
024600                                       WS-VOL-HASH
024700                                       WS-VOL-VERDICT.
024800     ADD 1                       TO WS-SNAP-COUNT.
024900     DISPLAY WS-VOL-FILE-ID " RECORDS: " WS-VOL-COUNT
025000             " VOLCHK VERDICT " WS-VOL-VERDICT.
025100     IF WS-VOL-VERDICT NOT EQUAL '0'
025200         DISPLAY WS-VOL-FILE-ID " SIZE OUT OF LINE WITH RECENT "
025300                 "NIGHTS - CHECK BEFORE THE NEXT FORECAST"
025400         ADD 1                   TO WS-WARN-COUNT
025500     END-IF.
025600 8200-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000*    9000-TERMINATE - SET THE RETURN CODE; THE SNAPSHOT NEVER
026100*                     STOPS THE STREAM
026200******************************************************************
026300 9000-TERMINATE.
026400     DISPLAY "FILES SNAPPED      : " WS-SNAP-COUNT.
026500     DISPLAY "WARNINGS           : " WS-WARN-COUNT.
026600     IF WS-WARN-COUNT > ZERO
026700         MOVE 4                  TO RETURN-CODE
026800     END-IF.
026900     MOVE 'E'                    TO RSA-FUNCTION.
027000     MOVE WS-SNAP-COUNT          TO RSA-READ-COUNT.
027100     MOVE WS-SNAP-COUNT          TO RSA-WRITTEN-COUNT.
027200     MOVE WS-WARN-COUNT          TO RSA-REJECT-COUNT.
027300     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
027400     CALL "RUNSTAT"              USING RUN-STAT-AREA.
027500     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
027600 9000-EXIT.
027700     EXIT.
027800
027900 9999-EXIT.
028000     STOP RUN.
