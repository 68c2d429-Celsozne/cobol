000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PHXLOAD.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               CUSTOMER SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - BUILDS THE CUSTPHX
001200*                     PHONETIC NAME INDEX FROM THE WHOLE CUSTNMM
001300*                     NAME MASTER, IN THE PINBULK AND YTDRLD MOLD,
001400*                     SO CUSTOMERS ON FILE BEFORE CUSTNM, DUPRREV
001500*                     AND CRMIN BEGAN INDEXING CAN BE FOUND BY
001600*                     CUSTSRCH.  EVERY NAME RECORD IS CODED WITH
001700*                     PHONKEY AND WRITTEN TO A FRESH CUSTPHX; A
001800*                     REPEATED OR NON-NUMERIC CUSTOMER ID IS
001900*                     LISTED AND LEFT OUT (RC 4).  THE ENTRIES ON
002000*                     FILE ARE THEN COUNTED BACK AND MUST EQUAL
002100*                     THE ENTRIES LOADED.  A FILE THAT CANNOT BE
002200*                     OPENED, A FAILED WRITE OR A COUNT MISMATCH
002300*                     ENDS THE RUN RC 8.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-370.
002800 OBJECT-COMPUTER.            IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003200                             ORGANIZATION IS LINE SEQUENTIAL
003300                             FILE STATUS IS WS-BDAT-STATUS.
003400     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-NAME-STATUS.
003700     SELECT CUST-PHONETIC-INDEX ASSIGN TO "CUSTPHX"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS DYNAMIC
004000                             RECORD KEY IS CPX-CUST-ID
004100                             ALTERNATE RECORD KEY IS CPX-SOUND-KEY
004200                                 WITH DUPLICATES
004300                             FILE STATUS IS WS-PHX-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BUS-DATE-FILE
004800     RECORDING MODE IS F.
004900     COPY BUSDATE.
005000
005100 FD  CUST-NAME-MASTER
005200     RECORDING MODE IS F.
005300     COPY CUSTNMM.
005400
005500 FD  CUST-PHONETIC-INDEX.
005600     COPY CUSTPHX.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-BDAT-STATUS              PIC X(02).
006000     88  WS-BDAT-OK                      VALUE "00".
006100 01  WS-NAME-STATUS              PIC X(02).
006200     88  WS-NAME-OK                      VALUE "00".
006300 01  WS-PHX-STATUS               PIC X(02).
006400     88  WS-PHX-OK                       VALUE "00", "02".
006500     88  WS-PHX-DUPLICATE                VALUE "22".
006600 01  WS-DU-FUNCTION              PIC X(01).
006700 01  WS-DU-DATE-2                PIC 9(08).
006800 01  WS-DU-DAYS                  PIC S9(05).
006900 01  WS-DU-VALID-SW              PIC X(01).
007000 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
007100
007200 01  WS-SWITCHES.
007300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007400         88  WS-EOF                          VALUE 'Y'.
007500     05  WS-PHX-EOF-SW           PIC X(01)   VALUE 'N'.
007600         88  WS-PHX-EOF                      VALUE 'Y'.
007700     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
007800         88  WS-RUN-IN-ERROR                 VALUE 'Y'.
007900
008000 77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
008100 77  WS-LOADED-COUNT             PIC 9(07)   COMP    VALUE ZERO.
008200 77  WS-REJECT-COUNT             PIC 9(07)   COMP    VALUE ZERO.
008300 77  WS-NO-CODE-COUNT            PIC 9(07)   COMP    VALUE ZERO.
008400 77  WS-ON-FILE-COUNT            PIC 9(07)   COMP    VALUE ZERO.
008500
008600     COPY RUNSTAT.
008700
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
009100     IF NOT WS-RUN-IN-ERROR
009200         PERFORM 2000-LOAD-NAME      THRU 2000-EXIT
009300                 UNTIL WS-EOF
009400                    OR WS-RUN-IN-ERROR
009500         CLOSE CUST-NAME-MASTER
009600         CLOSE CUST-PHONETIC-INDEX
009700     END-IF.
009800     IF NOT WS-RUN-IN-ERROR
009900         PERFORM 3000-VERIFY-INDEX   THRU 3000-EXIT
010000     END-IF.
010100     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
010200     GO TO 9999-EXIT.
010300
010400******************************************************************
010500*    1000-INITIALIZE - OPEN THE NAME MASTER AND START A FRESH
010600*                      INDEX; EITHER FILE MISSING STOPS THE RUN
010700******************************************************************
010800 1000-INITIALIZE.
010900     DISPLAY "PHXLOAD - CUSTPHX PHONETIC INDEX LOAD STARTING".
011000     MOVE "PHXLOAD"              TO RSA-PROGRAM-ID.
011100     MOVE 'S'                    TO RSA-FUNCTION.
011200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
011300     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
011400     OPEN INPUT  CUST-NAME-MASTER.
011500     IF NOT WS-NAME-OK
011600         DISPLAY "CUSTNMM NOT AVAILABLE - STATUS " WS-NAME-STATUS
011700         SET WS-RUN-IN-ERROR     TO TRUE
011800         GO TO 1000-EXIT
011900     END-IF.
012000     OPEN OUTPUT CUST-PHONETIC-INDEX.
012100     IF NOT WS-PHX-OK
012200         DISPLAY "CUSTPHX CANNOT BE OPENED - STATUS "
012300                 WS-PHX-STATUS
012400         SET WS-RUN-IN-ERROR     TO TRUE
012500         CLOSE CUST-NAME-MASTER
012600         GO TO 1000-EXIT
012700     END-IF.
012800     PERFORM 2900-READ-NAME THRU 2900-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100
013200******************************************************************
013300*    2000-LOAD-NAME - CODE ONE CUSTOMER'S LAST AND FIRST NAMES AND
013400*                     FILE THEM ON THE INDEX, AS CUSTNM DOES
013500******************************************************************
013600 2000-LOAD-NAME.
013700     ADD 1                       TO WS-READ-COUNT.
013800     IF CNM-CUST-ID NOT NUMERIC
013900         ADD 1                   TO WS-REJECT-COUNT
014000         DISPLAY "NON-NUMERIC CUSTOMER ID " CNM-CUST-ID
014100                 " - NOT INDEXED"
014200         GO TO 2000-READ-NEXT
014300     END-IF.
014400     MOVE CNM-CUST-ID            TO CPX-CUST-ID.
014500     CALL "PHONKEY"              USING CNM-LAST-NAME
014600                                       CPX-LAST-CODE.
014700     CALL "PHONKEY"              USING CNM-FIRST-NAME
014800                                       CPX-FIRST-CODE.
014900     IF CPX-LAST-CODE EQUAL SPACES
015000         ADD 1                   TO WS-NO-CODE-COUNT
015100     END-IF.
015200     MOVE CNM-LAST-NAME          TO CPX-LAST-NAME.
015300     MOVE CNM-FIRST-NAME         TO CPX-FIRST-NAME.
015400     MOVE WS-BUSINESS-DATE       TO CPX-CHANGE-DATE.
015500     WRITE CUST-PHONETIC-RECORD
015600         INVALID KEY
015700             CONTINUE
015800     END-WRITE.
015900     IF WS-PHX-OK
016000         ADD 1                   TO WS-LOADED-COUNT
016100         GO TO 2000-READ-NEXT
016200     END-IF.
016300     IF WS-PHX-DUPLICATE
016400         ADD 1                   TO WS-REJECT-COUNT
016500         DISPLAY "CUSTOMER " CNM-CUST-ID
016600                 " REPEATED ON CUSTNMM - FIRST NAME KEPT"
016700         GO TO 2000-READ-NEXT
016800     END-IF.
016900     DISPLAY "CUSTPHX WRITE FAILED - STATUS " WS-PHX-STATUS
017000             " CUSTOMER " CNM-CUST-ID.
017100     SET WS-RUN-IN-ERROR         TO TRUE.
017200     GO TO 2000-EXIT.
017300 2000-READ-NEXT.
017400     PERFORM 2900-READ-NAME THRU 2900-EXIT.
017500 2000-EXIT.
017600     EXIT.
017700
017800 2900-READ-NAME.
017900     READ CUST-NAME-MASTER
018000         AT END
018100             SET WS-EOF          TO TRUE
018200     END-READ.
018300 2900-EXIT.
018400     EXIT.
018500
018600******************************************************************
018700*    3000-VERIFY-INDEX - COUNT THE ENTRIES BACK OFF THE INDEX; THE
018800*                        COUNT MUST EQUAL THE ENTRIES LOADED
018900******************************************************************
019000 3000-VERIFY-INDEX.
019100     OPEN INPUT CUST-PHONETIC-INDEX.
019200     IF NOT WS-PHX-OK
019300         DISPLAY "CUSTPHX CANNOT BE REOPENED - STATUS "
019400                 WS-PHX-STATUS
019500         SET WS-RUN-IN-ERROR     TO TRUE
019600         GO TO 3000-EXIT
019700     END-IF.
019800     PERFORM 3100-COUNT-ENTRY THRU 3100-EXIT
019900             UNTIL WS-PHX-EOF.
020000     CLOSE CUST-PHONETIC-INDEX.
020100     IF WS-ON-FILE-COUNT NOT EQUAL WS-LOADED-COUNT
020200         DISPLAY "CUSTPHX COUNT MISMATCH - LOADED "
020300                 WS-LOADED-COUNT " ON FILE " WS-ON-FILE-COUNT
020400         SET WS-RUN-IN-ERROR     TO TRUE
020500     END-IF.
020600 3000-EXIT.
020700     EXIT.
020800
020900 3100-COUNT-ENTRY.
021000     READ CUST-PHONETIC-INDEX NEXT RECORD
021100         AT END
021200             SET WS-PHX-EOF      TO TRUE
021300         NOT AT END
021400             ADD 1               TO WS-ON-FILE-COUNT
021500     END-READ.
021600 3100-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
022100*                             FROM THE CALCHK BUSDATE CARD; FALL
022200*                             BACK TO THE MACHINE DATE WHEN THE
022300*                             CARD IS ABSENT
022400******************************************************************
022500 8100-GET-BUSINESS-DATE.
022600     OPEN INPUT BUS-DATE-FILE.
022700     IF WS-BDAT-OK
022800         READ BUS-DATE-FILE
022900             AT END
023000                 CONTINUE
023100             NOT AT END
023200                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
023300                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
023400                 END-IF
023500         END-READ
023600     END-IF.
023700     CLOSE BUS-DATE-FILE.
023800     IF WS-BUSINESS-DATE EQUAL ZERO
023900         MOVE 'C'                TO WS-DU-FUNCTION
024000         CALL "DATEUTIL"         USING WS-DU-FUNCTION
024100                                       WS-BUSINESS-DATE
024200                                       WS-DU-DATE-2
024300                                       WS-DU-DAYS
024400                                       WS-DU-VALID-SW
024500     END-IF.
024600 8100-EXIT.
024700     EXIT.
024800
024900******************************************************************
025000*    9000-TERMINATE - REPORT THE CONTROL TOTALS AND SET THE RETURN
025100*                     CODE
025200******************************************************************
025300 9000-TERMINATE.
025400     DISPLAY "NAMES READ         : " WS-READ-COUNT.
025500     DISPLAY "ENTRIES LOADED     : " WS-LOADED-COUNT.
025600     DISPLAY "NAMES REJECTED     : " WS-REJECT-COUNT.
025700     DISPLAY "NO LAST-NAME CODE  : " WS-NO-CODE-COUNT.
025800     DISPLAY "ENTRIES ON FILE    : " WS-ON-FILE-COUNT.
025900     IF WS-REJECT-COUNT > ZERO
026000         MOVE 4                  TO RETURN-CODE
026100     END-IF.
026200     IF WS-RUN-IN-ERROR
026300         MOVE 8                  TO RETURN-CODE
026400     END-IF.
026500     MOVE 'E'                    TO RSA-FUNCTION.
026600     MOVE WS-READ-COUNT          TO RSA-READ-COUNT.
026700     MOVE WS-LOADED-COUNT        TO RSA-WRITTEN-COUNT.
026800     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
026900     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
027000     CALL "RUNSTAT"              USING RUN-STAT-AREA.
027100     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
027200 9000-EXIT.
027300     EXIT.
027400
027500 9999-EXIT.
027600     STOP RUN.
